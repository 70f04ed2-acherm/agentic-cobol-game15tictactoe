      * Usage: ./gameidx --load
      *        ./gameidx --find 5,1,2,9,8
      *        ./gameidx --browse 5,1
      *   --notation N  (with --find or --browse) NUMBER or GRID:
      *                 under GRID the move list is typed as board
      *                 squares (--find B2,B3,A1,B1,C3) and the
      *                 canonical form and the browsed keys print
      *                 as squares, A1..C3 being rows A-C top to
      *                 bottom and columns 1-3 left to right of the
      *                 2 7 6 / 9 5 1 / 4 3 8 board. Defaults to the
      *                 MOVE-NOTATION key of GAMES-SITE-CONFIG, else
      *                 NUMBER. The master keys stay numbers.
      *
      * Records carrying a VARIANT marker (misere exports) are not
      * loaded: the same canonical sequence has a different outcome
      * under misere, and the master records the standard game.
      *
      * The master's keyed records have no room for a pedigree, so
      * --load also writes GAME015-MASTER-PROV beside it: one
      * provenance record naming the export the master was loaded
      * from and that export's TRAILER count and checksum
      * (PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n), sealed with
      * a TRAILER record of its own. GAMELINE reads it to tell
      * when a newer export has left the master stale.
      *
      * Return codes:
      *   0  load complete / sequence found / browse matched
      *   4  sequence is not a recorded canonical game, or no
      *      master record starts with the browsed opening
      *   8  load hit duplicate or rejected keys
      *  16  a file is missing or unreadable, or the provenance
      *      file cannot be written
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS FS-MASTER.
           SELECT PROV-FILE ASSIGN TO "GAME015-MASTER-PROV"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PROV.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
           05  MASTER-KEY     PIC X(9).
           05  MASTER-LEN     PIC 99.
           05  MASTER-OUTCOME PIC X(4).
      *
       FD  PROV-FILE
           RECORDING MODE IS F.
       01  PROV-RECORD        PIC X(80).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-UNIQUE          PIC XX VALUE SPACES.
       01  FS-PROV            PIC XX VALUE SPACES.
       01  FS-MASTER          PIC XX VALUE SPACES.
       01  UNIQUE-EOF         PIC 9 VALUE 0.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ERROR-COUNT        PIC 9(5) VALUE 0.
       01  IDX                PIC 99.
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
      * A key's moves as a comma-separated square list (GRID)
       01  KEY-TEXT           PIC X(9) VALUE SPACES.
       01  KEY-LEN            PIC 99.
       01  KEY-LIST-TEXT      PIC X(26) VALUE SPACES.
       01  KEY-POS            PIC 99.
      *
      * --browse: prefix walk over the master and its tallies
       01  BROWSE-EOF         PIC 9 VALUE 0.
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
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
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-NOTATION-OPTION
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG1 ARG2
           END-UNSTRING
                   DISPLAY "Usage: ./gameidx --load"
                   DISPLAY "       ./gameidx --find N,N,..."
                   DISPLAY "       ./gameidx --browse N,N,..."
                   DISPLAY "       [--notation NUMBER|GRID]"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
               UNTIL UNIQUE-EOF = 1
           CLOSE UNIQUE-FILE
           CLOSE MASTER-FILE
           PERFORM WRITE-MASTER-PROVENANCE
      *
           MOVE LOAD-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEIDX: " DISPLAY-NUM
           PERFORM PARSE-ARG2-MOVES
      *
           PERFORM REDUCE-TO-CANONICAL
           IF MOVE-NOTATION = "GRID"
               MOVE BEST-KEY TO KEY-TEXT
               MOVE GAME-LEN TO KEY-LEN
               PERFORM FORMAT-KEY-LIST
               DISPLAY "Canonical form: "
                   FUNCTION TRIM(KEY-LIST-TEXT)
           ELSE
               DISPLAY "Canonical form: " BEST-KEY
           END-IF
      *
           OPEN INPUT MASTER-FILE
           IF FS-MASTER NOT = "00"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015-UNIQUE" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       SUM-UNIQUE-SEAL-RECORD.
           .
      *
      * Parse the comma-separated move list in ARG2 into GAME-MOVE,
      * rejecting anything outside 1-9 (or, under GRID notation,
      * anything that is not a square). Shared by --find and
      * --browse.
       PARSE-ARG2-MOVES.
           MOVE SPACES TO MOVE-TOKENS
               UNTIL IDX > 9
               IF MOVE-TOK(IDX) NOT = SPACES
                   ADD 1 TO GAME-LEN
                   IF MOVE-NOTATION = "GRID"
                       PERFORM TAKE-SQUARE-TOKEN
                   ELSE
                       COMPUTE GAME-MOVE(GAME-LEN) =
                           FUNCTION NUMVAL(MOVE-TOK(IDX))
                   END-IF
                   IF GAME-MOVE(GAME-LEN) < 1
                       OR GAME-MOVE(GAME-LEN) > 9
                       DISPLAY "GAMEIDX: move '"
           END-PERFORM
           .
      *
      * One move-list token typed as a grid square.
       TAKE-SQUARE-TOKEN.
           MOVE MOVE-TOK(IDX) TO MOVE-TEXT
           PERFORM PARSE-SQUARE
           IF MOVE-NUM = 0
               DISPLAY "GAMEIDX: move '"
                   FUNCTION TRIM(MOVE-TOK(IDX))
                   "' must be a square A1-C3."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MOVE-NUM TO GAME-MOVE(GAME-LEN)
           .
      *
      * The first KEY-LEN digits of KEY-TEXT as a comma-separated
      * list of grid squares in KEY-LIST-TEXT.
       FORMAT-KEY-LIST.
           MOVE SPACES TO KEY-LIST-TEXT
           MOVE 1 TO KEY-POS
           PERFORM VARYING SEQ-IDX FROM 1 BY 1
               UNTIL SEQ-IDX > KEY-LEN
               OR KEY-TEXT(SEQ-IDX:1) = SPACE
               IF SEQ-IDX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO KEY-LIST-TEXT WITH POINTER KEY-POS
                   END-STRING
               END-IF
               MOVE KEY-TEXT(SEQ-IDX:1) TO DISP-DIGIT
               MOVE DISP-DIGIT TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
                   INTO KEY-LIST-TEXT WITH POINTER KEY-POS
               END-STRING
           END-PERFORM
           .
      *
      * ============================================================
      * --browse: canonicalize the partial sequence exactly the way
      * --find does, position the master at the first key at or
           END-IF
           PERFORM PARSE-ARG2-MOVES
           PERFORM REDUCE-TO-CANONICAL
           IF MOVE-NOTATION = "GRID"
               MOVE BEST-KEY TO KEY-TEXT
               MOVE GAME-LEN TO KEY-LEN
               PERFORM FORMAT-KEY-LIST
               DISPLAY "Canonical opening: "
                   FUNCTION TRIM(KEY-LIST-TEXT)
           ELSE
               DISPLAY "Canonical opening: " BEST-KEY(1:GAME-LEN)
           END-IF
      *
           OPEN INPUT MASTER-FILE
           IF FS-MASTER NOT = "00"
      *
       TALLY-BROWSE-RECORD.
           IF BROWSE-LIST = 1
               IF MOVE-NOTATION = "GRID"
                   MOVE MASTER-KEY TO KEY-TEXT
                   MOVE MASTER-LEN TO KEY-LEN
                   PERFORM FORMAT-KEY-LIST
                   DISPLAY "  " KEY-LIST-TEXT "  LEN=" MASTER-LEN
                       "  OUTCOME=" MASTER-OUTCOME
               ELSE
                   DISPLAY "  " MASTER-KEY "  LEN=" MASTER-LEN
                       "  OUTCOME=" MASTER-OUTCOME
               END-IF
           ELSE
               ADD 1 TO BROWSE-COUNT
               EVALUATE MASTER-OUTCOME
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
                   DISPLAY "GAMEIDX: --notation must be NUMBER or "
                       "GRID."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NOTATION-ARG TO MOVE-NOTATION
               COMPUTE NOTATION-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(NOTATION-ARG)) + 1
               MOVE SPACES TO CMD-LINE
               STRING FUNCTION TRIM(NOTATION-BEFORE) " "
                   NOTATION-AFTER(NOTATION-LEN:)
                   DELIMITED BY SIZE
                   INTO CMD-LINE
               END-STRING
               MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
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
                   WHEN "MOVE-NOTATION"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-VALUE))
                           TO CONFIG-VALUE
                       IF CONFIG-VALUE = "NUMBER"
                           OR CONFIG-VALUE = "GRID"
                           MOVE CONFIG-VALUE TO MOVE-NOTATION
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
      *
      * ============================================================
      * Canonical reduction: apply each of the 8 symmetries to the
      * sequence and keep the lexicographically smallest image - the
      * same ordering CHECK-CANONICAL in GAME015 tests one image at
                   * SEAL-I, 1000000000)
           END-PERFORM
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
      * GAME015-MASTER-PROV: the loaded master's pedigree, one
      * sealed provenance record per input.
      * ============================================================
       WRITE-MASTER-PROVENANCE.
           OPEN OUTPUT PROV-FILE
           IF FS-PROV NOT = "00"
               DISPLAY "GAMEIDX: cannot write GAME015-MASTER-PROV "
                   "(status " FS-PROV ") - the master is loaded "
                   "but carries no provenance."
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
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
