       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEPOS.
      *
      * Indexed position master: every reachable position of the
      * Game of 15 with its exact value, distance and best moves.
      *
      * --load expands the values and distances of GAME015TREE-MEMO
      * into GAME015-POSITIONS, an indexed file keyed by the
      * canonical base-3 position key - the smallest key any of
      * the 8 magic-square symmetries (the SYM-TABLE GAME015 and
      * GAMEIDX use) gives the position - so each position is held
      * once for all its mirror images. Every reachable position
      * is loaded, open and finished alike:
      *
      *   PM-KEY         canonical key, SUM(owner(n) * 3**(n-1))
      *   PM-BOARD       owner of each number 1-9 in that image
      *                  (0 free, 1 Player 1, 2 Player 2)
      *   PM-PLY         numbers taken so far
      *   PM-MOVER       side to move (0 once the game is over)
      *   PM-STATUS      O open, W won, D drawn (full board)
      *   PM-VALUE       exact value: 1 P2 wins, 2 draw, 3 P1 wins
      *   PM-DIST        plies to the forced outcome (the winner's
      *                  quickest win, the loser's longest
      *                  resistance)
      *   PM-BEST        the engine's choice among the
      *                  value-preserving moves
      *   PM-KEEP-COUNT / PM-KEEP    the value-preserving moves
      *   PM-AVOID-COUNT / PM-AVOID  the moves that lose value
      *
      * PM-BEST, PM-KEEP and PM-AVOID are numbers of the canonical
      * image; a reader maps them back through the symmetry that
      * produced the key, as --find does. Any program that needs a
      * position's value can make the same one keyed read instead
      * of re-deriving it from the raw memo table.
      *
      * --find takes a move sequence, replays it, reduces the
      * position by symmetry and returns its record with one keyed
      * read, the moves given in the caller's own orientation.
      * --find with no sequence looks up the empty board.
      *
      * Usage: ./gamepos --load
      *        ./gamepos --find 5,1,2
      *   --notation N  (with --find) NUMBER or GRID: under GRID
      *                 the sequence is typed as board squares
      *                 (--find B2,A2,A1) and the moves, best move,
      *                 value-keeping and losing moves print as
      *                 squares, A1..C3 being rows A-C top to
      *                 bottom and columns 1-3 left to right of the
      *                 2 7 6 / 9 5 1 / 4 3 8 board. Defaults to the
      *                 MOVE-NOTATION key, else NUMBER. The master's
      *                 keys and move fields stay numbers.
      *
      * The master's keyed records have no room for a pedigree, so
      * --load also writes GAME015-POSITIONS-PROV beside it: one
      * provenance record naming the memo the master was expanded
      * from and that memo's TRAILER count and checksum
      * (PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n), sealed with
      * a TRAILER record of its own. GAMELINE reads it to tell
      * when a newer memo has left the master stale.
      *
      * GAMES-SITE-CONFIG keys (with their defaults):
      *   POSITION-FILE=GAME015-POSITIONS
      *   MOVE-NOTATION=NUMBER
      *   MEMO-FILE / RUN-LOG-FILE / RUN-LOG-ENABLED as elsewhere
      *
      * Return codes:
      *   0  master loaded / position found
      *   1  usage error, or the sequence is not a legal game
      *   4  the memo did not value every reachable position (a
      *      partial --from run) - those positions were left out;
      *      or the position is not on the master
      *   8  load hit duplicate keys or write errors
      *  16  the memo or the master is missing or unreadable, or
      *      GAME015-POSITIONS-PROV cannot be written
      *  20  the memo failed its TRAILER integrity seal
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMO-FILE ASSIGN TO DYNAMIC MEMO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-FILE.
           SELECT POSITION-FILE ASSIGN TO DYNAMIC POSITION-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS FS-POSITION.
           SELECT PROV-FILE ASSIGN TO "GAME015-POSITIONS-PROV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PROV.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-FILE
           RECORDING MODE IS F.
       01  MEMO-FILE-RECORD   PIC X(19683).
      *
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05  PM-KEY         PIC 9(5).
           05  PM-BOARD       PIC X(9).
           05  PM-PLY         PIC 9.
           05  PM-MOVER       PIC 9.
           05  PM-STATUS      PIC X.
           05  PM-VALUE       PIC 9.
           05  PM-DIST        PIC 9.
           05  PM-BEST        PIC 9.
           05  PM-KEEP-COUNT  PIC 9.
           05  PM-KEEP        PIC X(9).
           05  PM-AVOID-COUNT PIC 9.
           05  PM-AVOID       PIC X(9).
      *
       FD  PROV-FILE
           RECORDING MODE IS F.
       01  PROV-RECORD        PIC X(80).
      *
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD     PIC X(200).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      * Site configuration, read from GAMES-SITE-CONFIG at startup
      * (KEY=VALUE records, "*" comments). Keys that belong to the
      * other programs in the family are ignored.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  MEMO-NAME          PIC X(40) VALUE "GAME015TREE-MEMO".
       01  POSITION-NAME      PIC X(40) VALUE "GAME015-POSITIONS".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
       01  FS-MEMO-FILE       PIC XX VALUE SPACES.
       01  FS-POSITION        PIC XX VALUE SPACES.
       01  FS-PROV            PIC XX VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ARG1               PIC X(20) VALUE SPACES.
       01  ARG2               PIC X(30) VALUE SPACES.
       01  ARG3               PIC X(20) VALUE SPACES.
      *
      * Values and distances, loaded from the tree program's memo
       01  MEMO-TABLE.
           05  MEMO-VAL       PIC 9 OCCURS 19683 TIMES.
       01  MEMO-TABLE-X REDEFINES MEMO-TABLE PIC X(19683).
       01  DIST-TABLE.
           05  DIST-VAL       PIC 9 OCCURS 19683 TIMES.
       01  DIST-TABLE-X REDEFINES DIST-TABLE PIC X(19683).
      *
      * The position being classified or looked up
       01  OWNER-TABLE.
           05  OWNER          PIC 9 OCCURS 9 TIMES.
       01  OWNER-TABLE-X REDEFINES OWNER-TABLE PIC X(9).
       01  SCAN-KEY           PIC 9(5).
       01  KEY-REST           PIC 9(5).
       01  COUNT-P1           PIC 9.
       01  COUNT-P2           PIC 9.
       01  WIN-P1             PIC 9.
       01  WIN-P2             PIC 9.
       01  STONE-NUM          PIC 99.
       01  REACHABLE          PIC 9.
       01  CUR-PLAYER         PIC 9.
       01  CUR-NUM            PIC 99.
       01  WIN-FOUND          PIC 9.
       01  IDX                PIC 99.
       01  QUOT               PIC 9(5).
       01  RMDR               PIC 9.
       01  TRIAL-NUM          PIC 99.
       01  TRIAL-VAL          PIC 9.
       01  TRIAL-DIST         PIC 99.
       01  BEST-DIST          PIC 99.
       01  MOVER-WINS         PIC 9.
       01  CHILD-UNVALUED     PIC 9.
      *
      * Position key computation and the symmetry reduction
       01  POS-KEY            PIC 9(5).
       01  POW3               PIC 9(5).
       01  KEY-I              PIC 99.
       01  CANON-KEY          PIC 9(5).
       01  CANON-SYM          PIC 9.
       01  CAND-KEY           PIC 9(5).
       01  SYM-IDX            PIC 99.
       01  POW3-DATA          PIC X(36)
               VALUE "000100030009002700810243072921876561".
       01  POW3-TABLE REDEFINES POW3-DATA.
           05  POW3-VAL       PIC 9(4) OCCURS 9 TIMES.
      *
      * 8 symmetries of the magic square (dihedral group D4), the
      * same table GAME015 uses for CHECK-CANONICAL
       01  SYM-TABLE.
           05  FILLER  PIC X(9) VALUE "123456789".
           05  FILLER  PIC X(9) VALUE "369258147".
           05  FILLER  PIC X(9) VALUE "987654321".
           05  FILLER  PIC X(9) VALUE "741852963".
           05  FILLER  PIC X(9) VALUE "963852741".
           05  FILLER  PIC X(9) VALUE "147258369".
           05  FILLER  PIC X(9) VALUE "321654987".
           05  FILLER  PIC X(9) VALUE "789456123".
       01  SYM-TABLE-R REDEFINES SYM-TABLE.
           05  SYM-ROW        OCCURS 8 TIMES.
               10  SYM-MAP    PIC 9 OCCURS 9 TIMES.
      *
      * --load bookkeeping
       01  REACH-COUNT        PIC 9(5) VALUE 0.
       01  LOAD-COUNT         PIC 9(5) VALUE 0.
       01  OPEN-COUNT         PIC 9(5) VALUE 0.
       01  FINISHED-COUNT     PIC 9(5) VALUE 0.
       01  UNVALUED-COUNT     PIC 9(5) VALUE 0.
       01  ERROR-COUNT        PIC 9(5) VALUE 0.
      *
      * --find: the typed sequence and the record mapped back
       01  MOVE-TOKENS.
           05  MOVE-TOK       PIC X(4) OCCURS 9 TIMES.
       01  MOVE-TALLY         PIC 99 VALUE 0.
       01  GAME-LEN           PIC 99 VALUE 0.
       01  MOVE-LIST.
           05  GAME-MOVE      PIC 9 OCCURS 9 TIMES.
       01  PLY                PIC 99.
       01  END-PLY            PIC 99 VALUE 0.
       01  CANON-NUM          PIC 9.
       01  ORIG-NUM           PIC 9.
       01  LIST-COUNT         PIC 9.
       01  LIST-DIGITS        PIC X(9).
       01  LIST-TEXT          PIC X(30) VALUE SPACES.
       01  LIST-POS           PIC 99.
       01  LIST-IDX           PIC 99.
       01  VALUE-TEXT         PIC X(40) VALUE SPACES.
       01  VALUE-POS          PIC 99.
       01  BOARD-LINE         PIC X(40) VALUE SPACES.
       01  BOARD-ROW          PIC 9.
       01  BOARD-COL          PIC 9.
       01  BOARD-NUM          PIC 9.
       01  BOARD-LAYOUT       PIC X(9) VALUE "276951438".
       01  DISPLAY-NUM        PIC Z(4)9.
       01  DISP-DIGIT         PIC 9.
      *
      * Move notation, from the MOVE-NOTATION key or --notation
      * (the command line wins): NUMBER reads and prints the
      * magic-square numbers, GRID the board squares A1..C3.
      * SQUARE-NAME gives the square of each number 1-9.
       01  MOVE-NOTATION      PIC X(6) VALUE "NUMBER".
       01  SQUARE-DATA        PIC X(18)
               VALUE "B3A1C2C1B2A3A2C3B1".
       01  SQUARE-TABLE REDEFINES SQUARE-DATA.
           05  SQUARE-NAME    PIC XX OCCURS 9 TIMES.
       01  SQUARE-IDX         PIC 99.
       01  MOVE-NUM           PIC 99.
       01  MOVE-TEXT          PIC X(10) VALUE SPACES.
       01  NOTATION-TALLY     PIC 99 VALUE 0.
       01  NOTATION-BEFORE    PIC X(80) VALUE SPACES.
       01  NOTATION-AFTER     PIC X(80) VALUE SPACES.
       01  NOTATION-ARG       PIC X(20) VALUE SPACES.
       01  NOTATION-LEN       PIC 99.
      *
      * Shared run-log audit trail
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  RUN-LOG-LINE       PIC X(200) VALUE SPACES.
       01  RUN-LOG-POS        PIC 999.
       01  RUN-OUTCOME        PIC X(40) VALUE SPACES.
       01  LOG-RETRY-COUNT    PIC 9 VALUE 0.
       01  LOG-SLEEP-SECS     PIC 9 VALUE 1.
       01  START-SECS         PIC 9(12) VALUE 0.
       01  END-SECS           PIC 9(12) VALUE 0.
       01  ELAPSED-SECS       PIC 9(7) VALUE 0.
       01  CLOCK-YMD          PIC 9(8).
       01  CLOCK-DAY-NUM      PIC 9(7).
       01  ELAPSED-DISP       PIC Z(6)9.
      *
       01  RUN-TIMESTAMP      PIC X(21).
       01  RUN-STAMP-R REDEFINES RUN-TIMESTAMP.
           05  RS-YEAR        PIC X(4).
           05  RS-MONTH       PIC X(2).
           05  RS-DAY         PIC X(2).
           05  RS-HOUR        PIC X(2).
           05  RS-MINUTE      PIC X(2).
           05  RS-SECOND      PIC X(2).
           05  RS-HUNDREDTHS  PIC X(2).
           05  FILLER         PIC X(5).
      *
      * TRAILER integrity-seal state
       01  SEAL-TEXT          PIC X(19683) VALUE SPACES.
       01  SEAL-LEN           PIC 9(5).
       01  SEAL-I             PIC 9(5).
       01  SEAL-REC-SUM       PIC 9(10).
       01  SEAL-CHECKSUM      PIC 9(9) VALUE 0.
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(20) VALUE SPACES.
       01  SEAL-FIELD         PIC X(10) VALUE SPACES.
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
       01  SEAL-OK            PIC 9 VALUE 0.
       01  SEAL-COUNT         PIC 9(8) VALUE 0.
       01  SEAL-DISP          PIC Z(8)9.
       01  SEAL-DISP2         PIC Z(9)9.
      *
      * Provenance: each sealed input as its seal was checked
       01  PROV-INPUT-NAME    PIC X(40) VALUE SPACES.
       01  PROV-TABLE.
           05  PROV-ENTRY     OCCURS 1 TIMES.
               10  PROV-NAME      PIC X(40).
               10  PROV-COUNT     PIC 9(8).
               10  PROV-CHECKSUM  PIC 9(9).
       01  PROV-USED          PIC 9 VALUE 0.
       01  PROV-IDX           PIC 9.
       01  PROV-LINE          PIC X(80) VALUE SPACES.
      *
      * Winning triples
       01  WIN-TRIPLES.
           05  TRIPLE-DATA    PIC X(24)
               VALUE "159168249258267348357456".
           05  TRIPLE-ARRAY REDEFINES TRIPLE-DATA.
               10  TRIPLE     OCCURS 8 TIMES.
                   15  T1     PIC 9.
                   15  T2     PIC 9.
                   15  T3     PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM NOTE-START-TIME
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-NOTATION-OPTION
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG1 ARG2 ARG3
           END-UNSTRING
      *
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   CONTINUE
               WHEN ARG1 = "--load" AND ARG2 = SPACES
                   PERFORM LOAD-POSITION-MASTER
                       THRU LOAD-POSITION-MASTER-EXIT
               WHEN ARG1 = "--find" AND ARG3 = SPACES
                   PERFORM FIND-POSITION THRU FIND-POSITION-EXIT
               WHEN OTHER
                   DISPLAY "Usage: ./gamepos --load"
                   DISPLAY "       ./gamepos --find N,N,..."
                   DISPLAY "       [--notation NUMBER|GRID]"
                   MOVE "usage error" TO RUN-OUTCOME
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           STOP RUN
           .
      *
      * ============================================================
      * Read GAMES-SITE-CONFIG (when present) and apply the keys
      * this program owns.
      * ============================================================
       LOAD-SITE-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF FS-CONFIG = "00"
               MOVE 0 TO CONFIG-EOF
               PERFORM READ-CONFIG-RECORD
               PERFORM APPLY-CONFIG-RECORD UNTIL CONFIG-EOF = 1
               CLOSE CONFIG-FILE
           END-IF
           .
      *
       READ-CONFIG-RECORD.
           READ CONFIG-FILE
               AT END
                   MOVE 1 TO CONFIG-EOF
           END-READ
           .
      *
       APPLY-CONFIG-RECORD.
           IF CONFIG-RECORD = SPACES
               OR CONFIG-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
               UNSTRING CONFIG-RECORD DELIMITED BY "="
                   INTO CONFIG-KEY CONFIG-VALUE
               END-UNSTRING
               EVALUATE FUNCTION TRIM(CONFIG-KEY)
                   WHEN "POSITION-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO POSITION-NAME
                   WHEN "MOVE-NOTATION"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-VALUE))
                           TO CONFIG-VALUE
                       IF CONFIG-VALUE = "NUMBER"
                           OR CONFIG-VALUE = "GRID"
                           MOVE CONFIG-VALUE TO MOVE-NOTATION
                       END-IF
                   WHEN "MEMO-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO MEMO-NAME
                   WHEN "RUN-LOG-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO RUN-LOG-NAME
                   WHEN "RUN-LOG-ENABLED"
                       MOVE CONFIG-VALUE(1:1) TO RUN-LOG-ENABLED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
      *
      * ============================================================
      * --load: walk every base-3 key, keep the positions play can
      * reach, and write the canonical image of each. Keys are
      * visited in ascending order, so the master is written in
      * key sequence.
      * ============================================================
       LOAD-POSITION-MASTER.
           PERFORM LOAD-MEMO-TABLE
           IF SEAL-OK = 0
               GO TO LOAD-POSITION-MASTER-EXIT
           END-IF
           MOVE MEMO-NAME TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           OPEN OUTPUT POSITION-FILE
           IF FS-POSITION NOT = "00"
               DISPLAY "GAMEPOS: cannot create "
                   FUNCTION TRIM(POSITION-NAME)
                   " (status " FS-POSITION ")."
               MOVE "master not created" TO RUN-OUTCOME
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-POSITION-MASTER-EXIT
           END-IF
           PERFORM VARYING SCAN-KEY FROM 0 BY 1
               UNTIL SCAN-KEY > 19682
               PERFORM LOAD-ONE-POSITION
                   THRU LOAD-ONE-POSITION-EXIT
           END-PERFORM
           CLOSE POSITION-FILE
      *
           MOVE REACH-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEPOS: " DISPLAY-NUM
               " reachable position(s),"
           MOVE LOAD-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEPOS: " DISPLAY-NUM
               " distinct under symmetry loaded into "
               FUNCTION TRIM(POSITION-NAME)
           MOVE OPEN-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEPOS: " DISPLAY-NUM " still open,"
           MOVE FINISHED-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEPOS: " DISPLAY-NUM " finished (won or "
               "full board)."
           MOVE SPACES TO RUN-OUTCOME
           MOVE LOAD-COUNT TO DISPLAY-NUM
           STRING "load " FUNCTION TRIM(DISPLAY-NUM) " position(s)"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           IF UNVALUED-COUNT > 0
               MOVE UNVALUED-COUNT TO DISPLAY-NUM
               DISPLAY "GAMEPOS: " DISPLAY-NUM
                   " position(s) not valued by "
                   FUNCTION TRIM(MEMO-NAME)
                   " were left out - rerun ./game015tree without "
                   "--from and reload."
               MOVE 4 TO RETURN-CODE
           END-IF
           IF ERROR-COUNT > 0
               MOVE ERROR-COUNT TO DISPLAY-NUM
               DISPLAY "GAMEPOS: " DISPLAY-NUM
                   " record(s) rejected (duplicate key or "
                   "write error)."
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-POSITION-PROVENANCE
           .
      *
       LOAD-POSITION-MASTER-EXIT.
           EXIT
           .
      *
      * One key: decode the board, decide whether play can reach
      * it, and write it when it is its own canonical image.
       LOAD-ONE-POSITION.
           MOVE SCAN-KEY TO KEY-REST
           MOVE 0 TO COUNT-P1
           MOVE 0 TO COUNT-P2
           PERFORM VARYING KEY-I FROM 1 BY 1
               UNTIL KEY-I > 9
               DIVIDE KEY-REST BY 3 GIVING QUOT REMAINDER RMDR
               MOVE RMDR TO OWNER(KEY-I)
               MOVE QUOT TO KEY-REST
               EVALUATE RMDR
                   WHEN 1
                       ADD 1 TO COUNT-P1
                   WHEN 2
                       ADD 1 TO COUNT-P2
               END-EVALUATE
           END-PERFORM
           IF COUNT-P1 NOT = COUNT-P2
               AND COUNT-P1 NOT = COUNT-P2 + 1
               GO TO LOAD-ONE-POSITION-EXIT
           END-IF
           MOVE 1 TO CUR-PLAYER
           PERFORM CHECK-WIN
           MOVE WIN-FOUND TO WIN-P1
           MOVE 2 TO CUR-PLAYER
           PERFORM CHECK-WIN
           MOVE WIN-FOUND TO WIN-P2
      *
      *    A finished game must have been won by the last move:
      *    the winner moved last, and some stone of the winner's
      *    was the one that completed the triple.
           MOVE 1 TO REACHABLE
           EVALUATE TRUE
               WHEN WIN-P1 = 1 AND WIN-P2 = 1
                   MOVE 0 TO REACHABLE
               WHEN WIN-P1 = 1
                   IF COUNT-P1 NOT = COUNT-P2 + 1
                       MOVE 0 TO REACHABLE
                   ELSE
                       MOVE 1 TO CUR-PLAYER
                       PERFORM CHECK-LAST-STONE
                   END-IF
               WHEN WIN-P2 = 1
                   IF COUNT-P1 NOT = COUNT-P2
                       MOVE 0 TO REACHABLE
                   ELSE
                       MOVE 2 TO CUR-PLAYER
                       PERFORM CHECK-LAST-STONE
                   END-IF
           END-EVALUATE
           IF REACHABLE = 0
               GO TO LOAD-ONE-POSITION-EXIT
           END-IF
           ADD 1 TO REACH-COUNT
      *
           PERFORM COMPUTE-CANONICAL-KEY
           IF CANON-KEY NOT = SCAN-KEY
               GO TO LOAD-ONE-POSITION-EXIT
           END-IF
      *
           INITIALIZE POSITION-RECORD
           MOVE SCAN-KEY TO PM-KEY
           MOVE OWNER-TABLE-X TO PM-BOARD
           COMPUTE PM-PLY = COUNT-P1 + COUNT-P2
           MOVE SPACES TO PM-KEEP PM-AVOID
           EVALUATE TRUE
               WHEN WIN-P1 = 1
                   MOVE "W" TO PM-STATUS
                   MOVE 3 TO PM-VALUE
               WHEN WIN-P2 = 1
                   MOVE "W" TO PM-STATUS
                   MOVE 1 TO PM-VALUE
               WHEN PM-PLY = 9
                   MOVE "D" TO PM-STATUS
                   MOVE 2 TO PM-VALUE
               WHEN OTHER
                   MOVE "O" TO PM-STATUS
                   IF COUNT-P1 = COUNT-P2
                       MOVE 1 TO PM-MOVER
                   ELSE
                       MOVE 2 TO PM-MOVER
                   END-IF
                   MOVE MEMO-VAL(SCAN-KEY + 1) TO PM-VALUE
                   MOVE DIST-VAL(SCAN-KEY + 1) TO PM-DIST
                   IF PM-VALUE = 0
                       ADD 1 TO UNVALUED-COUNT
                       GO TO LOAD-ONE-POSITION-EXIT
                   END-IF
                   PERFORM CLASSIFY-MOVES
                   IF CHILD-UNVALUED = 1
                       ADD 1 TO UNVALUED-COUNT
                       GO TO LOAD-ONE-POSITION-EXIT
                   END-IF
           END-EVALUATE
           WRITE POSITION-RECORD
               INVALID KEY
                   ADD 1 TO ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO LOAD-COUNT
                   IF PM-STATUS = "O"
                       ADD 1 TO OPEN-COUNT
                   ELSE
                       ADD 1 TO FINISHED-COUNT
                   END-IF
           END-WRITE
           .
      *
       LOAD-ONE-POSITION-EXIT.
           EXIT
           .
      *
      * REACHABLE stays 1 only when lifting one of CUR-PLAYER's
      * stones leaves CUR-PLAYER without a triple.
       CHECK-LAST-STONE.
           MOVE 0 TO REACHABLE
           PERFORM VARYING STONE-NUM FROM 1 BY 1
               UNTIL STONE-NUM > 9 OR REACHABLE = 1
               IF OWNER(STONE-NUM) = CUR-PLAYER
                   MOVE 0 TO OWNER(STONE-NUM)
                   PERFORM CHECK-WIN
                   IF WIN-FOUND = 0
                       MOVE 1 TO REACHABLE
                   END-IF
                   MOVE CUR-PLAYER TO OWNER(STONE-NUM)
               END-IF
           END-PERFORM
           .
      *
      * Every free number of an open position, valued the way
      * GAME015TREE values a reply: a move that keeps the value is
      * kept, any other is to be avoided; among the kept moves the
      * best is the quickest win when the mover is winning and the
      * longest road otherwise (the lowest number on a tie).
       CLASSIFY-MOVES.
           MOVE PM-MOVER TO CUR-PLAYER
           MOVE 0 TO CHILD-UNVALUED
           MOVE 0 TO MOVER-WINS
           IF (PM-MOVER = 1 AND PM-VALUE = 3)
               OR (PM-MOVER = 2 AND PM-VALUE = 1)
               MOVE 1 TO MOVER-WINS
           END-IF
           MOVE 0 TO BEST-DIST
           PERFORM VARYING TRIAL-NUM FROM 1 BY 1
               UNTIL TRIAL-NUM > 9
               IF OWNER(TRIAL-NUM) = 0
                   PERFORM VALUE-ONE-MOVE
               END-IF
           END-PERFORM
           .
      *
       VALUE-ONE-MOVE.
           MOVE CUR-PLAYER TO OWNER(TRIAL-NUM)
           PERFORM CHECK-WIN
           IF WIN-FOUND = 1
               IF CUR-PLAYER = 1
                   MOVE 3 TO TRIAL-VAL
               ELSE
                   MOVE 1 TO TRIAL-VAL
               END-IF
               MOVE 0 TO TRIAL-DIST
           ELSE
               IF PM-PLY = 8
                   MOVE 2 TO TRIAL-VAL
                   MOVE 0 TO TRIAL-DIST
               ELSE
                   PERFORM COMPUTE-POS-KEY
                   ADD 1 TO POS-KEY
                   MOVE MEMO-VAL(POS-KEY) TO TRIAL-VAL
                   MOVE DIST-VAL(POS-KEY) TO TRIAL-DIST
                   IF TRIAL-VAL = 0
                       MOVE 1 TO CHILD-UNVALUED
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO OWNER(TRIAL-NUM)
           MOVE TRIAL-NUM TO DISP-DIGIT
           IF TRIAL-VAL = PM-VALUE
               ADD 1 TO PM-KEEP-COUNT
               MOVE DISP-DIGIT TO PM-KEEP(PM-KEEP-COUNT:1)
               ADD 1 TO TRIAL-DIST
               IF PM-KEEP-COUNT = 1
                   MOVE TRIAL-NUM TO PM-BEST
                   MOVE TRIAL-DIST TO BEST-DIST
               ELSE
                   IF (MOVER-WINS = 1 AND TRIAL-DIST < BEST-DIST)
                       OR (MOVER-WINS = 0
                       AND TRIAL-DIST > BEST-DIST)
                       MOVE TRIAL-NUM TO PM-BEST
                       MOVE TRIAL-DIST TO BEST-DIST
                   END-IF
               END-IF
           ELSE
               ADD 1 TO PM-AVOID-COUNT
               MOVE DISP-DIGIT TO PM-AVOID(PM-AVOID-COUNT:1)
           END-IF
           .
      *
      * The smallest key any of the 8 symmetries gives the board in
      * OWNER-TABLE, and the (first) symmetry that gives it.
       COMPUTE-CANONICAL-KEY.
           MOVE 99999 TO CANON-KEY
           MOVE 1 TO CANON-SYM
           PERFORM VARYING SYM-IDX FROM 1 BY 1
               UNTIL SYM-IDX > 8
               MOVE 0 TO CAND-KEY
               PERFORM VARYING KEY-I FROM 1 BY 1
                   UNTIL KEY-I > 9
                   COMPUTE CAND-KEY = CAND-KEY + OWNER(KEY-I)
                       * POW3-VAL(SYM-MAP(SYM-IDX, KEY-I))
               END-PERFORM
               IF CAND-KEY < CANON-KEY
                   MOVE CAND-KEY TO CANON-KEY
                   MOVE SYM-IDX TO CANON-SYM
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * --find: replay the typed sequence, reduce the position to
      * its canonical key, and read the record.
      * ============================================================
       FIND-POSITION.
           MOVE SPACES TO MOVE-TOKENS
           MOVE 0 TO MOVE-TALLY
           IF ARG2 NOT = SPACES
               UNSTRING ARG2 DELIMITED BY ","
                   INTO MOVE-TOK(1) MOVE-TOK(2) MOVE-TOK(3)
                        MOVE-TOK(4) MOVE-TOK(5) MOVE-TOK(6)
                        MOVE-TOK(7) MOVE-TOK(8) MOVE-TOK(9)
                   TALLYING IN MOVE-TALLY
                   ON OVERFLOW
                       DISPLAY "GAMEPOS: more than nine moves."
                       MOVE "bad sequence" TO RUN-OUTCOME
                       MOVE 1 TO RETURN-CODE
                       GO TO FIND-POSITION-EXIT
               END-UNSTRING
           END-IF
           MOVE MOVE-TALLY TO GAME-LEN
           INITIALIZE OWNER-TABLE
           MOVE 0 TO END-PLY
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               PERFORM TAKE-FIND-MOVE
               IF RETURN-CODE NOT = 0
                   MOVE "bad sequence" TO RUN-OUTCOME
                   GO TO FIND-POSITION-EXIT
               END-IF
           END-PERFORM
      *
           PERFORM COMPUTE-CANONICAL-KEY
           OPEN INPUT POSITION-FILE
           IF FS-POSITION NOT = "00"
               DISPLAY "GAMEPOS: cannot open "
                   FUNCTION TRIM(POSITION-NAME)
                   " (status " FS-POSITION ") - run "
                   "./gamepos --load first."
               MOVE "master unreadable" TO RUN-OUTCOME
               MOVE 16 TO RETURN-CODE
               GO TO FIND-POSITION-EXIT
           END-IF
           MOVE CANON-KEY TO PM-KEY
           READ POSITION-FILE
               KEY IS PM-KEY
               INVALID KEY
                   MOVE "23" TO FS-POSITION
           END-READ
           CLOSE POSITION-FILE
           IF FS-POSITION NOT = "00"
               DISPLAY "GAMEPOS: position key " CANON-KEY
                   " is not on " FUNCTION TRIM(POSITION-NAME)
                   " - reload it with ./gamepos --load."
               MOVE "position not on master" TO RUN-OUTCOME
               MOVE 4 TO RETURN-CODE
               GO TO FIND-POSITION-EXIT
           END-IF
           PERFORM PRINT-POSITION
           .
      *
       FIND-POSITION-EXIT.
           EXIT
           .
      *
      * One typed move: a number 1-9 (a square A1-C3 under GRID
      * notation), not yet taken, played while the game is still
      * open.
       TAKE-FIND-MOVE.
           MOVE 0 TO MOVE-NUM
           IF MOVE-NOTATION = "GRID"
               MOVE MOVE-TOK(PLY) TO MOVE-TEXT
               PERFORM PARSE-SQUARE
           ELSE
               IF MOVE-TOK(PLY)(1:1) IS NUMERIC
                   AND MOVE-TOK(PLY)(1:1) NOT = "0"
                   AND MOVE-TOK(PLY)(2:3) = SPACES
                   MOVE MOVE-TOK(PLY)(1:1) TO DISP-DIGIT
                   MOVE DISP-DIGIT TO MOVE-NUM
               END-IF
           END-IF
           IF MOVE-NUM = 0
               IF MOVE-NOTATION = "GRID"
                   DISPLAY "GAMEPOS: move '"
                       FUNCTION TRIM(MOVE-TOK(PLY))
                       "' is not a square A1-C3."
               ELSE
                   DISPLAY "GAMEPOS: move '"
                       FUNCTION TRIM(MOVE-TOK(PLY))
                       "' is not a number 1-9."
               END-IF
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE MOVE-NUM TO GAME-MOVE(PLY)
               MOVE GAME-MOVE(PLY) TO CUR-NUM
               PERFORM FORMAT-MOVE
               IF OWNER(CUR-NUM) NOT = 0
                   DISPLAY "GAMEPOS: move " FUNCTION TRIM(MOVE-TEXT)
                       " is repeated."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF END-PLY > 0
                       DISPLAY "GAMEPOS: the game was already "
                           "won before move "
                           FUNCTION TRIM(MOVE-TEXT) "."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       DIVIDE PLY BY 2 GIVING QUOT REMAINDER RMDR
                       IF RMDR = 1
                           MOVE 1 TO CUR-PLAYER
                       ELSE
                           MOVE 2 TO CUR-PLAYER
                       END-IF
                       MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                       PERFORM CHECK-WIN
                       IF WIN-FOUND = 1
                           MOVE PLY TO END-PLY
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *
       PRINT-POSITION.
           MOVE SPACES TO LIST-TEXT
           MOVE 1 TO LIST-POS
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               IF PLY > 1
                   STRING "," DELIMITED BY SIZE
                       INTO LIST-TEXT WITH POINTER LIST-POS
                   END-STRING
               END-IF
               MOVE GAME-MOVE(PLY) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
                   INTO LIST-TEXT WITH POINTER LIST-POS
               END-STRING
           END-PERFORM
           IF GAME-LEN = 0
               MOVE "(none - the empty board)" TO LIST-TEXT
           END-IF
           DISPLAY "Moves:        " FUNCTION TRIM(LIST-TEXT)
           PERFORM VARYING BOARD-ROW FROM 0 BY 1
               UNTIL BOARD-ROW > 2
               PERFORM PRINT-BOARD-ROW
           END-PERFORM
      *
           EVALUATE PM-STATUS
               WHEN "O"
                   DISPLAY "To move:      Player " PM-MOVER
               WHEN OTHER
                   DISPLAY "To move:      (game over)"
           END-EVALUATE
           MOVE SPACES TO VALUE-TEXT
           MOVE 1 TO VALUE-POS
           EVALUATE PM-VALUE
               WHEN 3
                   STRING "Player 1 wins" DELIMITED BY SIZE
                       INTO VALUE-TEXT WITH POINTER VALUE-POS
                   END-STRING
               WHEN 1
                   STRING "Player 2 wins" DELIMITED BY SIZE
                       INTO VALUE-TEXT WITH POINTER VALUE-POS
                   END-STRING
               WHEN OTHER
                   STRING "Draw" DELIMITED BY SIZE
                       INTO VALUE-TEXT WITH POINTER VALUE-POS
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO RUN-OUTCOME
           STRING "find key " PM-KEY " " FUNCTION TRIM(VALUE-TEXT)
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           IF PM-STATUS = "O"
               MOVE PM-DIST TO DISP-DIGIT
               STRING " (" DISP-DIGIT " more pl"
                   DELIMITED BY SIZE
                   INTO VALUE-TEXT WITH POINTER VALUE-POS
               END-STRING
               IF PM-DIST = 1
                   STRING "y)" DELIMITED BY SIZE
                       INTO VALUE-TEXT WITH POINTER VALUE-POS
                   END-STRING
               ELSE
                   STRING "ies)" DELIMITED BY SIZE
                       INTO VALUE-TEXT WITH POINTER VALUE-POS
                   END-STRING
               END-IF
           END-IF
           DISPLAY "Value:        " FUNCTION TRIM(VALUE-TEXT)
           IF PM-STATUS = "O"
               MOVE PM-BEST TO CANON-NUM
               PERFORM MAP-TO-CALLER
               MOVE ORIG-NUM TO MOVE-NUM
               PERFORM FORMAT-MOVE
               DISPLAY "Best move:    " FUNCTION TRIM(MOVE-TEXT)
               MOVE PM-KEEP-COUNT TO LIST-COUNT
               MOVE PM-KEEP TO LIST-DIGITS
               PERFORM BUILD-MOVE-LIST
               DISPLAY "Keeps value:  " FUNCTION TRIM(LIST-TEXT)
               MOVE PM-AVOID-COUNT TO LIST-COUNT
               MOVE PM-AVOID TO LIST-DIGITS
               PERFORM BUILD-MOVE-LIST
               DISPLAY "Avoid:        " FUNCTION TRIM(LIST-TEXT)
           END-IF
           DISPLAY "Master key:   " PM-KEY " (symmetry " CANON-SYM
               " of 8)"
           .
      *
      * One row of the 2 7 6 / 9 5 1 / 4 3 8 board: X for Player 1,
      * O for Player 2, the number when it is free.
       PRINT-BOARD-ROW.
           MOVE SPACES TO BOARD-LINE
           MOVE "              " TO BOARD-LINE(1:14)
           PERFORM VARYING BOARD-COL FROM 1 BY 1
               UNTIL BOARD-COL > 3
               MOVE BOARD-LAYOUT(BOARD-ROW * 3 + BOARD-COL:1)
                   TO BOARD-NUM
               EVALUATE OWNER(BOARD-NUM)
                   WHEN 1
                       MOVE "X" TO BOARD-LINE(BOARD-COL * 3 + 13:1)
                   WHEN 2
                       MOVE "O" TO BOARD-LINE(BOARD-COL * 3 + 13:1)
                   WHEN OTHER
                       MOVE BOARD-NUM
                           TO BOARD-LINE(BOARD-COL * 3 + 13:1)
               END-EVALUATE
           END-PERFORM
           DISPLAY FUNCTION TRIM(BOARD-LINE TRAILING)
           .
      *
      * A canonical-image move list (LIST-COUNT digits of
      * LIST-DIGITS) as the caller's moves, in ascending number
      * order, in the notation in force.
       BUILD-MOVE-LIST.
           MOVE SPACES TO LIST-TEXT
           MOVE 1 TO LIST-POS
           PERFORM VARYING TRIAL-NUM FROM 1 BY 1
               UNTIL TRIAL-NUM > 9
               IF OWNER(TRIAL-NUM) = 0
                   MOVE TRIAL-NUM TO ORIG-NUM
                   MOVE SYM-MAP(CANON-SYM, ORIG-NUM) TO CANON-NUM
                   PERFORM VARYING LIST-IDX FROM 1 BY 1
                       UNTIL LIST-IDX > LIST-COUNT
                       IF LIST-DIGITS(LIST-IDX:1) = CANON-NUM
                           IF LIST-POS > 1
                               STRING "," DELIMITED BY SIZE
                                   INTO LIST-TEXT
                                   WITH POINTER LIST-POS
                               END-STRING
                           END-IF
                           MOVE ORIG-NUM TO MOVE-NUM
                           PERFORM FORMAT-MOVE
                           STRING FUNCTION TRIM(MOVE-TEXT)
                               DELIMITED BY SIZE
                               INTO LIST-TEXT WITH POINTER LIST-POS
                           END-STRING
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF LIST-COUNT = 0
               MOVE "(none)" TO LIST-TEXT
           END-IF
           .
      *
      * The caller's number for canonical-image number CANON-NUM.
       MAP-TO-CALLER.
           PERFORM VARYING KEY-I FROM 1 BY 1
               UNTIL KEY-I > 9
               IF SYM-MAP(CANON-SYM, KEY-I) = CANON-NUM
                   MOVE KEY-I TO ORIG-NUM
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Move notation. --notation NUMBER|GRID, anywhere on the
      * command line, overrides the MOVE-NOTATION key for the run
      * and is lifted out of CMD-LINE so the remaining arguments
      * parse as before. GRID squares are A1..C3 - rows A to C top
      * to bottom, columns 1 to 3 left to right - of the board
      * layout 2 7 6 / 9 5 1 / 4 3 8: A1 is 2, B2 is 5, C3 is 8.
      * ============================================================
       TAKE-NOTATION-OPTION.
           MOVE 0 TO NOTATION-TALLY
           INSPECT CMD-LINE TALLYING NOTATION-TALLY
               FOR ALL "--notation"
           IF NOTATION-TALLY > 0
               MOVE SPACES TO NOTATION-BEFORE NOTATION-AFTER
               UNSTRING CMD-LINE DELIMITED BY "--notation"
                   INTO NOTATION-BEFORE NOTATION-AFTER
               END-UNSTRING
               MOVE FUNCTION TRIM(NOTATION-AFTER) TO NOTATION-AFTER
               MOVE SPACES TO NOTATION-ARG
               UNSTRING NOTATION-AFTER DELIMITED BY ALL SPACES
                   INTO NOTATION-ARG
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(NOTATION-ARG)
                   TO NOTATION-ARG
               IF NOTATION-ARG NOT = "NUMBER"
                   AND NOTATION-ARG NOT = "GRID"
                   DISPLAY "GAMEPOS: --notation must be NUMBER or "
                       "GRID."
                   MOVE "usage error" TO RUN-OUTCOME
                   MOVE 1 TO RETURN-CODE
               ELSE
                   MOVE NOTATION-ARG TO MOVE-NOTATION
                   COMPUTE NOTATION-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(NOTATION-ARG)) + 1
                   MOVE SPACES TO CMD-LINE
                   STRING FUNCTION TRIM(NOTATION-BEFORE) " "
                       NOTATION-AFTER(NOTATION-LEN:)
                       DELIMITED BY SIZE
                       INTO CMD-LINE
                   END-STRING
                   MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
               END-IF
           END-IF
           .
      *
      * Number MOVE-NUM as the notation in force (the digit, or its
      * grid square) into MOVE-TEXT.
       FORMAT-MOVE.
           MOVE SPACES TO MOVE-TEXT
           IF MOVE-NOTATION = "GRID"
               MOVE SQUARE-NAME(MOVE-NUM) TO MOVE-TEXT
           ELSE
               MOVE MOVE-NUM TO DISP-DIGIT
               MOVE DISP-DIGIT TO MOVE-TEXT
           END-IF
           .
      *
      * A square typed in MOVE-TEXT (either case) back into its
      * number in MOVE-NUM, 0 when it names no square.
       PARSE-SQUARE.
           MOVE FUNCTION UPPER-CASE(MOVE-TEXT) TO MOVE-TEXT
           MOVE 0 TO MOVE-NUM
           PERFORM VARYING SQUARE-IDX FROM 1 BY 1
               UNTIL SQUARE-IDX > 9 OR MOVE-NUM NOT = 0
               IF MOVE-TEXT = SQUARE-NAME(SQUARE-IDX)
                   MOVE SQUARE-IDX TO MOVE-NUM
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Load the memo cache: the value record and the distance
      * record, sealed together by one TRAILER.
      * ============================================================
       LOAD-MEMO-TABLE.
           MOVE 0 TO SEAL-OK
           OPEN INPUT MEMO-FILE
           IF FS-MEMO-FILE NOT = "00"
               DISPLAY "GAMEPOS: cannot open "
                   FUNCTION TRIM(MEMO-NAME)
                   " (status " FS-MEMO-FILE ") - run "
                   "./game015tree first."
               MOVE "memo unreadable" TO RUN-OUTCOME
               MOVE 16 TO RETURN-CODE
           ELSE
               READ MEMO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MEMO-FILE-RECORD TO MEMO-TABLE-X
                       PERFORM READ-MEMO-DISTANCES
               END-READ
               CLOSE MEMO-FILE
               IF SEAL-OK = 0
                   DISPLAY "GAMEPOS: " FUNCTION TRIM(MEMO-NAME)
                       " failed its integrity seal - refusing the "
                       "file; rebuild with ./game015tree."
                   MOVE "memo failed its seal" TO RUN-OUTCOME
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
       READ-MEMO-DISTANCES.
           READ MEMO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE MEMO-FILE-RECORD TO DIST-TABLE-X
                   MOVE SPACES TO SEAL-TEXT
                   MOVE MEMO-TABLE-X TO SEAL-TEXT
                   PERFORM COMPUTE-RECORD-SEAL
                   MOVE SEAL-REC-SUM TO SEAL-CHECKSUM
                   MOVE SPACES TO SEAL-TEXT
                   MOVE DIST-TABLE-X TO SEAL-TEXT
                   PERFORM COMPUTE-RECORD-SEAL
                   COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                       SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
                   READ MEMO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE MEMO-FILE-RECORD(1:80)
                               TO SEAL-LINE
                           PERFORM PARSE-SEAL-LINE
                           IF SEAL-EXP-COUNT = 2
                               AND SEAL-EXP-CHECKSUM
                               = SEAL-CHECKSUM
                               MOVE 1 TO SEAL-OK
                           END-IF
                   END-READ
           END-READ
           .
      *
       COMPUTE-POS-KEY.
           MOVE 0 TO POS-KEY
           MOVE 1 TO POW3
           PERFORM VARYING KEY-I FROM 1 BY 1
               UNTIL KEY-I > 9
               COMPUTE POS-KEY =
                   POS-KEY + OWNER(KEY-I) * POW3
               MULTIPLY 3 BY POW3
           END-PERFORM
           .
      *
       CHECK-WIN.
           MOVE 0 TO WIN-FOUND
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > 8 OR WIN-FOUND = 1
               IF OWNER(T1(IDX)) = CUR-PLAYER
                   AND OWNER(T2(IDX)) = CUR-PLAYER
                   AND OWNER(T3(IDX)) = CUR-PLAYER
                   MOVE 1 TO WIN-FOUND
               END-IF
           END-PERFORM
           .
      *
       COMPUTE-RECORD-SEAL.
           MOVE 0 TO SEAL-REC-SUM
           IF SEAL-TEXT = SPACES
               MOVE 0 TO SEAL-LEN
           ELSE
               COMPUTE SEAL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(SEAL-TEXT TRAILING))
           END-IF
           PERFORM VARYING SEAL-I FROM 1 BY 1
               UNTIL SEAL-I > SEAL-LEN
               COMPUTE SEAL-REC-SUM = FUNCTION MOD(
                   SEAL-REC-SUM
                   + (FUNCTION ORD(SEAL-TEXT(SEAL-I:1)) - 1)
                   * SEAL-I, 1000000000)
           END-PERFORM
           .
      *
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
           MOVE 0 TO SEAL-EXP-CHECKSUM
           MOVE SPACES TO SEAL-TOK-1 SEAL-TOK-2 SEAL-TOK-3
           UNSTRING SEAL-LINE DELIMITED BY ALL SPACES
               INTO SEAL-TOK-1 SEAL-TOK-2 SEAL-TOK-3
           END-UNSTRING
           IF SEAL-TOK-1 = "TRAILER"
               MOVE SPACES TO SEAL-FIELD SEAL-VALUE
               UNSTRING SEAL-TOK-2 DELIMITED BY "="
                   INTO SEAL-FIELD SEAL-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(SEAL-FIELD) = "COUNT"
                   AND SEAL-VALUE NOT = SPACES
                   COMPUTE SEAL-EXP-COUNT =
                       FUNCTION NUMVAL(SEAL-VALUE)
               END-IF
               MOVE SPACES TO SEAL-FIELD SEAL-VALUE
               UNSTRING SEAL-TOK-3 DELIMITED BY "="
                   INTO SEAL-FIELD SEAL-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(SEAL-FIELD) = "CHECKSUM"
                   AND SEAL-VALUE NOT = SPACES
                   COMPUTE SEAL-EXP-CHECKSUM =
                       FUNCTION NUMVAL(SEAL-VALUE)
               END-IF
           END-IF
           .
      *
      * Remember the input just accepted (PROV-INPUT-NAME) with the
      * count and checksum its TRAILER record carried.
       NOTE-PROVENANCE.
           ADD 1 TO PROV-USED
           MOVE PROV-INPUT-NAME TO PROV-NAME(PROV-USED)
           MOVE SEAL-EXP-COUNT TO PROV-COUNT(PROV-USED)
           MOVE SEAL-EXP-CHECKSUM TO PROV-CHECKSUM(PROV-USED)
           .
      *
       BUILD-PROVENANCE-LINE.
           MOVE PROV-COUNT(PROV-IDX) TO SEAL-DISP
           MOVE PROV-CHECKSUM(PROV-IDX) TO SEAL-DISP2
           MOVE SPACES TO PROV-LINE
           STRING "PROVENANCE INPUT="
               FUNCTION TRIM(PROV-NAME(PROV-IDX))
               " COUNT=" FUNCTION TRIM(SEAL-DISP)
               " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
               DELIMITED BY SIZE
               INTO PROV-LINE
           END-STRING
           .
      *
      * ============================================================
      * GAME015-POSITIONS-PROV: the loaded master's pedigree, one
      * sealed provenance record per input.
      * ============================================================
       WRITE-POSITION-PROVENANCE.
           OPEN OUTPUT PROV-FILE
           IF FS-PROV NOT = "00"
               DISPLAY "GAMEPOS: cannot write "
                   "GAME015-POSITIONS-PROV (status " FS-PROV
                   ") - the master is loaded but carries no "
                   "provenance."
               MOVE "master loaded without provenance"
                   TO RUN-OUTCOME
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO SEAL-COUNT
               MOVE 0 TO SEAL-CHECKSUM
               PERFORM VARYING PROV-IDX FROM 1 BY 1
                   UNTIL PROV-IDX > PROV-USED
                   PERFORM BUILD-PROVENANCE-LINE
                   MOVE PROV-LINE TO PROV-RECORD
                   WRITE PROV-RECORD
                   MOVE SPACES TO SEAL-TEXT
                   MOVE PROV-LINE TO SEAL-TEXT
                   PERFORM COMPUTE-RECORD-SEAL
                   ADD 1 TO SEAL-COUNT
                   COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                       SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
               END-PERFORM
               MOVE SEAL-COUNT TO SEAL-DISP
               MOVE SEAL-CHECKSUM TO SEAL-DISP2
               MOVE SPACES TO SEAL-LINE
               STRING "TRAILER COUNT=" FUNCTION TRIM(SEAL-DISP)
                   " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
                   DELIMITED BY SIZE
                   INTO SEAL-LINE
               END-STRING
               MOVE SEAL-LINE TO PROV-RECORD
               WRITE PROV-RECORD
               CLOSE PROV-FILE
           END-IF
           .
      *
      * ============================================================
      * Append one line to the GAMES-RUN-LOG audit trail shared by
      * the whole program family.
      * ============================================================
       WRITE-RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE ELAPSED-SECS = END-SECS - START-SECS
           MOVE SPACES TO RUN-LOG-LINE
           MOVE 1 TO RUN-LOG-POS
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " PROGRAM=GAMEPOS ARGS=["
               FUNCTION TRIM(CMD-LINE) "]"
               " OUTCOME=[" FUNCTION TRIM(RUN-OUTCOME) "]"
               DELIMITED BY SIZE
               INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
           END-STRING
           MOVE ELAPSED-SECS TO ELAPSED-DISP
           STRING " ELAPSED=" FUNCTION TRIM(ELAPSED-DISP)
               DELIMITED BY SIZE
               INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
           END-STRING
      *
           MOVE 0 TO LOG-RETRY-COUNT
           PERFORM OPEN-RUN-LOG-EXTEND
               UNTIL FS-RUN-LOG = "00" OR LOG-RETRY-COUNT > 5
           IF FS-RUN-LOG NOT = "00"
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           MOVE RUN-LOG-LINE TO RUN-LOG-RECORD
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE
           .
      *
       NOTE-START-TIME.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           MOVE END-SECS TO START-SECS
           .
      *
       COMPUTE-CLOCK-SECS.
           MOVE RS-YEAR TO CLOCK-YMD(1:4)
           MOVE RS-MONTH TO CLOCK-YMD(5:2)
           MOVE RS-DAY TO CLOCK-YMD(7:2)
           COMPUTE CLOCK-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CLOCK-YMD)
           COMPUTE END-SECS = CLOCK-DAY-NUM * 86400
               + FUNCTION NUMVAL(RS-HOUR) * 3600
               + FUNCTION NUMVAL(RS-MINUTE) * 60
               + FUNCTION NUMVAL(RS-SECOND)
           .
      *
      * One serialized attempt to open the shared run log for
      * append; a busy status (9x) waits a second and retries.
       OPEN-RUN-LOG-EXTEND.
           OPEN EXTEND RUN-LOG-FILE
           IF FS-RUN-LOG NOT = "00"
               ADD 1 TO LOG-RETRY-COUNT
               IF FS-RUN-LOG(1:1) = "9"
                   CALL "C$SLEEP" USING LOG-SLEEP-SECS
               ELSE
                   MOVE 9 TO LOG-RETRY-COUNT
               END-IF
           END-IF
           .
