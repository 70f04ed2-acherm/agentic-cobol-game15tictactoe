       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMELEAG.
      *
      * Lunch-league scoresheet intake, validation and standings.
      * The league plays human-versus-human games on paper; each
      * game's scoresheet is keyed into the batch file
      * GAMELEAG-SHEETS, one sheet per record:
      *
      *   DATE=YYYY-MM-DD SHEET=n P1=id P2=id
      *       RULE=STANDARD|MISERE|SCORING MOVES=n,n,...
      *       OUTCOME=P1W|P2W|DRAW
      *
      * SHEET= is the number printed on the paper scoresheet and,
      * with the date, identifies the game; player IDs are up to
      * 8 characters; MOVES= lists the picks in order, P1 first.
      * Blank records and records starting with "*" are skipped,
      * and keying is not case-sensitive.
      *
      * Every sheet is replayed under its rule:
      *
      *   STANDARD  the first player to hold a winning triple wins
      *   MISERE    the first player to complete a winning triple
      *             loses
      *   SCORING   all nine numbers are taken; each player scores
      *             one for every winning triple held at the end,
      *             and the higher score wins
      *
      * A sheet is rejected - listed with the reason, and not
      * filed - when a field is missing or malformed, a pick is
      * not 1-9 or is repeated, picks continue after the game was
      * over or stop before it is, the claimed OUTCOME is not what
      * the replay produces, or the same date and sheet number is
      * already on file. Accepted games are appended to the sealed
      * league-games file GAMELEAG-GAMES:
      *
      *   DATE=YYYY-MM-DD SHEET=nnnn P1=id P2=id RULE=r LEN=n
      *       MOVES=n,n,... OUTCOME=P1W|P2W|DRAW
      *
      * --standings reads the league-games file back for the
      * season: per player the games, wins, losses, draws and win
      * percentage, the head-to-head record of every pairing, and
      * for standard-rule games each player's first value-losing
      * move, found by the exact values in GAME015TREE-MEMO the way
      * GAMEMIST finds the decisive mistake.
      *
      * Usage: ./gameleag [--intake | --standings]
      *                   [--from YYYY-MM-DD] [--to YYYY-MM-DD]
      *   --intake     validate and file the scoresheet batch only
      *   --standings  print the standings only
      *   --from/--to  limit the standings to the season's dates
      * With neither --intake nor --standings the batch is taken in
      * and the standings printed after it.
      *
      * GAMES-SITE-CONFIG keys (with their defaults):
      *   LEAGUE-SHEETS-FILE=GAMELEAG-SHEETS
      *   LEAGUE-GAMES-FILE=GAMELEAG-GAMES
      *   MEMO-FILE / RUN-LOG-FILE / RUN-LOG-ENABLED as elsewhere
      *
      * Return codes:
      *   0  batch filed / standings printed
      *   1  usage error
      *   4  one or more sheets were rejected, or no league games
      *      fall in the period
      *  16  the scoresheet batch, the league-games file (for the
      *      standings) or the memo is missing or unreadable
      *  20  the league-games file or the memo failed its TRAILER
      *      integrity seal
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHEET-FILE ASSIGN TO DYNAMIC SHEET-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SHEET.
           SELECT LEAGUE-FILE ASSIGN TO DYNAMIC LEAGUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LEAGUE.
           SELECT LEAGUE-NEW-FILE ASSIGN TO DYNAMIC LEAGUE-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LEAGUE-NEW.
           SELECT MEMO-FILE ASSIGN TO DYNAMIC MEMO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-FILE.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SHEET-FILE
           RECORDING MODE IS F.
       01  SHEET-RECORD       PIC X(120).
      *
       FD  LEAGUE-FILE
           RECORDING MODE IS F.
       01  LEAGUE-RECORD      PIC X(120).
      *
       FD  LEAGUE-NEW-FILE
           RECORDING MODE IS F.
       01  LEAGUE-NEW-RECORD  PIC X(120).
      *
       FD  MEMO-FILE
           RECORDING MODE IS F.
       01  MEMO-FILE-RECORD   PIC X(19683).
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
       01  SHEET-NAME         PIC X(40) VALUE "GAMELEAG-SHEETS".
       01  LEAGUE-NAME        PIC X(40) VALUE "GAMELEAG-GAMES".
       01  MEMO-NAME          PIC X(40) VALUE "GAME015TREE-MEMO".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
       01  FS-SHEET           PIC XX VALUE SPACES.
       01  FS-LEAGUE          PIC XX VALUE SPACES.
       01  FS-LEAGUE-NEW      PIC XX VALUE SPACES.
       01  FS-MEMO-FILE       PIC XX VALUE SPACES.
       01  SHEET-EOF          PIC 9 VALUE 0.
       01  LEAGUE-EOF         PIC 9 VALUE 0.
       01  LEAGUE-NEW-NAME    PIC X(44) VALUE SPACES.
       01  MV-COMMAND         PIC X(120) VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ARG-TABLE.
           05  ARG-TOK        PIC X(20) OCCURS 6 TIMES.
       01  ARG-IDX            PIC 9.
       01  ARG-SKIP           PIC 9 VALUE 0.
       01  ARG-VALUE          PIC X(20) VALUE SPACES.
       01  INTAKE-MODE        PIC 9 VALUE 0.
       01  STANDINGS-MODE     PIC 9 VALUE 0.
       01  PERIOD-FROM        PIC X(10) VALUE "0000-00-00".
       01  PERIOD-TO          PIC X(10) VALUE "9999-99-99".
       01  DATE-CHECK         PIC 9(8).
       01  DATE-RESULT        PIC S9(4).
       01  RUN-RC             PIC 99 VALUE 0.
      *
      * Position values, loaded from the tree program's memo
       01  MEMO-TABLE.
           05  MEMO-VAL       PIC 9 OCCURS 19683 TIMES.
       01  MEMO-TABLE-X REDEFINES MEMO-TABLE PIC X(19683).
       01  MEMO-LOADED        PIC 9 VALUE 0.
       01  MEMO-USABLE        PIC 9 VALUE 0.
      *
      * One scoresheet (or filed game), field by field
       01  TOKEN-TABLE.
           05  LINE-TOK       PIC X(40) OCCURS 10 TIMES.
       01  TOK-IDX            PIC 99.
       01  TOK-NAME           PIC X(10) VALUE SPACES.
       01  TOK-VALUE          PIC X(30) VALUE SPACES.
       01  TOK-EQUALS         PIC 99 VALUE 0.
       01  UPPER-RECORD       PIC X(120) VALUE SPACES.
       01  SH-DATE            PIC X(30) VALUE SPACES.
       01  SH-SHEET           PIC X(30) VALUE SPACES.
       01  SH-P1              PIC X(30) VALUE SPACES.
       01  SH-P2              PIC X(30) VALUE SPACES.
       01  SH-RULE            PIC X(30) VALUE SPACES.
       01  SH-MOVES           PIC X(30) VALUE SPACES.
       01  SH-OUTCOME         PIC X(30) VALUE SPACES.
       01  SHEET-NUM          PIC 9(4) VALUE 0.
       01  SHEET-LINE-NUM     PIC 9(5) VALUE 0.
       01  SHEET-OK           PIC 9 VALUE 0.
       01  REJECT-REASON      PIC X(60) VALUE SPACES.
       01  MOVE-TOKENS.
           05  MOVE-TOK       PIC X(4) OCCURS 9 TIMES.
       01  MOVE-TALLY         PIC 99 VALUE 0.
       01  GAME-LEN           PIC 99 VALUE 0.
       01  MOVE-LIST.
           05  GAME-MOVE      PIC 9 OCCURS 9 TIMES.
       01  MOVE-LIST-X REDEFINES MOVE-LIST PIC X(9).
       01  NORMAL-LINE        PIC X(120) VALUE SPACES.
       01  NORMAL-POS         PIC 999.
      *
      * Replay state
       01  OWNER-TABLE.
           05  OWNER          PIC 9 OCCURS 9 TIMES.
       01  CUR-PLAYER         PIC 9.
       01  CUR-NUM            PIC 99.
       01  WIN-FOUND          PIC 9.
       01  IDX                PIC 999.
       01  PLY                PIC 99.
       01  QUOT               PIC 99.
       01  RMDR               PIC 99.
       01  END-PLY            PIC 99 VALUE 0.
       01  WINNER             PIC 9 VALUE 0.
       01  SCORE-P1           PIC 9 VALUE 0.
       01  SCORE-P2           PIC 9 VALUE 0.
       01  REPLAY-OUTCOME     PIC X(4) VALUE SPACES.
       01  PREV-VAL           PIC 9.
       01  CUR-VAL            PIC 9.
       01  FIRST-PLY-1        PIC 99.
       01  FIRST-PLY-2        PIC 99.
       01  FIRST-FROM-1       PIC 9.
       01  FIRST-FROM-2       PIC 9.
       01  FIRST-TO-1         PIC 9.
       01  FIRST-TO-2         PIC 9.
      *
      * Position key computation
       01  POS-KEY            PIC 9(5).
       01  POW3               PIC 9(5).
       01  KEY-I              PIC 99.
      *
      * Intake: the sheets that passed, held until the batch is
      * checked against the games already on file
       01  ACCEPT-TABLE.
           05  ACCEPT-ENTRY   OCCURS 500 TIMES.
               10  AC-LINE    PIC X(120).
               10  AC-DATE    PIC X(10).
               10  AC-SHEET   PIC 9(4).
               10  AC-SOURCE  PIC 9(5).
               10  AC-DUP     PIC 9.
       01  ACCEPT-COUNT       PIC 999 VALUE 0.
       01  MAX-ACCEPT         PIC 999 VALUE 500.
       01  AC-IDX             PIC 999.
       01  SHEETS-READ        PIC 9(5) VALUE 0.
       01  SHEETS-FILED       PIC 9(5) VALUE 0.
       01  SHEETS-REJECTED    PIC 9(5) VALUE 0.
      *
      * Standings: players, pairings and first value-losing moves
       01  GAME-COUNT         PIC 9(5) VALUE 0.
       01  RULE-COUNT-STD     PIC 9(5) VALUE 0.
       01  RULE-COUNT-MIS     PIC 9(5) VALUE 0.
       01  RULE-COUNT-SCO     PIC 9(5) VALUE 0.
       01  PLAYER-TABLE.
           05  PLAYER-ENTRY   OCCURS 200 TIMES.
               10  PL-ID      PIC X(8).
               10  PL-GAMES   PIC 9(5).
               10  PL-WINS    PIC 9(5).
               10  PL-LOSSES  PIC 9(5).
               10  PL-DRAWS   PIC 9(5).
               10  PL-PCT     PIC 999V9.
               10  PL-LISTED  PIC 9.
       01  PLAYER-COUNT       PIC 999 VALUE 0.
       01  MAX-PLAYERS        PIC 999 VALUE 200.
       01  PAIR-TABLE.
           05  PAIR-ENTRY     OCCURS 1000 TIMES.
               10  PR-A       PIC X(8).
               10  PR-B       PIC X(8).
               10  PR-GAMES   PIC 9(5).
               10  PR-A-WINS  PIC 9(5).
               10  PR-B-WINS  PIC 9(5).
               10  PR-DRAWS   PIC 9(5).
       01  PAIR-COUNT         PIC 9(4) VALUE 0.
       01  MAX-PAIRS          PIC 9(4) VALUE 1000.
       01  PR-IDX             PIC 9(4).
       01  MISS-TABLE.
           05  MISS-ENTRY     OCCURS 2000 TIMES.
               10  MK-PLAYER  PIC X(8).
               10  MK-OPP     PIC X(8).
               10  MK-DATE    PIC X(10).
               10  MK-SHEET   PIC X(4).
               10  MK-SIDE    PIC 9.
               10  MK-PLY     PIC 99.
               10  MK-PICK    PIC 9.
               10  MK-FROM    PIC 9.
               10  MK-TO      PIC 9.
       01  MISS-COUNT         PIC 9(4) VALUE 0.
       01  MAX-MISSES         PIC 9(4) VALUE 2000.
       01  MK-IDX             PIC 9(4).
       01  TABLE-FULL         PIC 9 VALUE 0.
       01  REC-DATE           PIC X(10) VALUE SPACES.
       01  REC-SHEET          PIC X(4) VALUE SPACES.
       01  REC-P1             PIC X(8) VALUE SPACES.
       01  REC-P2             PIC X(8) VALUE SPACES.
       01  REC-RULE           PIC X(8) VALUE SPACES.
       01  REC-OUTCOME        PIC X(4) VALUE SPACES.
       01  FOUND-IDX          PIC 999.
       01  P1-IDX             PIC 999.
       01  P2-IDX             PIC 999.
       01  JDX                PIC 999.
       01  BEST-IDX           PIC 999.
       01  RANK               PIC 999.
       01  SWAP-ID            PIC X(8).
       01  PAIR-A-WON         PIC 9.
       01  PAIR-B-WON         PIC 9.
       01  SIDE-VAL           PIC 9.
       01  VIEW-TEXT          PIC X(4).
       01  FROM-TEXT          PIC X(4).
       01  TO-TEXT            PIC X(4).
      *
      * Report lines
       01  OUTPUT-LINE        PIC X(80) VALUE SPACES.
       01  DISPLAY-NUM        PIC Z(3)9.
       01  DISP-NUM2          PIC Z(3)9.
       01  DISP-NUM3          PIC Z(3)9.
       01  DISP-NUM4          PIC Z(3)9.
       01  PCT-DISP           PIC ZZ9.9.
      *
      * Shared run-log audit trail
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  RUN-LOG-LINE       PIC X(200) VALUE SPACES.
       01  RUN-LOG-POS        PIC 999.
       01  RUN-OUTCOME        PIC X(60) VALUE SPACES.
       01  OUTCOME-POS        PIC 99 VALUE 1.
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
       01  SEAL-COUNT         PIC 9(8) VALUE 0.
       01  SEAL-CHECKSUM      PIC 9(9) VALUE 0.
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-DISP          PIC Z(8)9.
       01  SEAL-DISP2         PIC Z(9)9.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(20) VALUE SPACES.
       01  SEAL-FIELD         PIC X(10) VALUE SPACES.
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
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
           PERFORM PARSE-ARGS
           PERFORM LOAD-SITE-CONFIG
           IF INTAKE-MODE = 0 AND STANDINGS-MODE = 0
               MOVE 1 TO INTAKE-MODE
               MOVE 1 TO STANDINGS-MODE
           END-IF
           IF INTAKE-MODE = 1
               PERFORM RUN-INTAKE THRU RUN-INTAKE-EXIT
           END-IF
           IF STANDINGS-MODE = 1 AND RUN-RC < 16
               IF INTAKE-MODE = 1
                   DISPLAY " "
               END-IF
               PERFORM RUN-STANDINGS THRU RUN-STANDINGS-EXIT
           END-IF
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           MOVE RUN-RC TO RETURN-CODE
           STOP RUN
           .
      *
       PARSE-ARGS.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-TOK(1) ARG-TOK(2) ARG-TOK(3)
                    ARG-TOK(4) ARG-TOK(5) ARG-TOK(6)
           END-UNSTRING
           MOVE 0 TO ARG-SKIP
           PERFORM VARYING ARG-IDX FROM 1 BY 1
               UNTIL ARG-IDX > 6
               IF ARG-SKIP = 1
                   MOVE 0 TO ARG-SKIP
               ELSE
                   PERFORM APPLY-ARG-TOKEN
               END-IF
           END-PERFORM
           IF INTAKE-MODE = 1 AND STANDINGS-MODE = 1
               DISPLAY "GAMELEAG: give --intake or --standings, "
                   "not both (neither runs both)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       APPLY-ARG-TOKEN.
           EVALUATE ARG-TOK(ARG-IDX)
               WHEN "--intake"
                   MOVE 1 TO INTAKE-MODE
               WHEN "--standings"
                   MOVE 1 TO STANDINGS-MODE
               WHEN "--from"
                   PERFORM TAKE-DATE-VALUE
                   MOVE ARG-VALUE TO PERIOD-FROM
               WHEN "--to"
                   PERFORM TAKE-DATE-VALUE
                   MOVE ARG-VALUE TO PERIOD-TO
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GAMELEAG: unknown argument "
                       FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
      *
       TAKE-DATE-VALUE.
           IF ARG-IDX = 6
               MOVE SPACES TO ARG-VALUE
           ELSE
               MOVE ARG-TOK(ARG-IDX + 1) TO ARG-VALUE
           END-IF
           MOVE 1 TO DATE-RESULT
           IF ARG-VALUE(5:1) = "-" AND ARG-VALUE(8:1) = "-"
               AND ARG-VALUE(11:10) = SPACES
               AND ARG-VALUE(1:4) IS NUMERIC
               AND ARG-VALUE(6:2) IS NUMERIC
               AND ARG-VALUE(9:2) IS NUMERIC
               MOVE ARG-VALUE(1:4) TO DATE-CHECK(1:4)
               MOVE ARG-VALUE(6:2) TO DATE-CHECK(5:2)
               MOVE ARG-VALUE(9:2) TO DATE-CHECK(7:2)
               COMPUTE DATE-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK)
           END-IF
           IF DATE-RESULT NOT = 0
               DISPLAY "GAMELEAG: "
                   FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a YYYY-MM-DD date."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO ARG-SKIP
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
                   WHEN "LEAGUE-SHEETS-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO SHEET-NAME
                   WHEN "LEAGUE-GAMES-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO LEAGUE-NAME
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
      * Intake: validate every scoresheet in the batch, check the
      * survivors against the games already on file, and append
      * the new ones to the sealed league-games file in one pass.
      * ============================================================
       RUN-INTAKE.
      *    A damaged league file would be resealed by the append;
      *    refuse it before any sheet is taken.
           PERFORM CHECK-OLD-LEAGUE-SEAL
           IF SEAL-OK = 0
               DISPLAY "GAMELEAG: *** " FUNCTION TRIM(LEAGUE-NAME)
                   " failed its integrity seal - no sheets taken; "
                   "restore it with ./gamercvr. ***"
               MOVE "league file failed its seal" TO RUN-OUTCOME
               MOVE 20 TO RUN-RC
               GO TO RUN-INTAKE-EXIT
           END-IF
           OPEN INPUT SHEET-FILE
           IF FS-SHEET NOT = "00"
               DISPLAY "GAMELEAG: cannot open "
                   FUNCTION TRIM(SHEET-NAME)
                   " (status " FS-SHEET ") - no scoresheets to take."
               MOVE "scoresheet batch unreadable" TO RUN-OUTCOME
               MOVE 16 TO RUN-RC
               GO TO RUN-INTAKE-EXIT
           END-IF
      *
           DISPLAY "League scoresheet intake"
           DISPLAY "========================"
           DISPLAY "Batch: " FUNCTION TRIM(SHEET-NAME)
           MOVE 0 TO SHEET-EOF
           MOVE 0 TO SHEET-LINE-NUM
           PERFORM TAKE-SHEET-RECORD UNTIL SHEET-EOF = 1
           CLOSE SHEET-FILE
      *
           IF ACCEPT-COUNT > 0
               PERFORM MARK-FILED-DUPLICATES
           END-IF
           MOVE 0 TO SHEETS-FILED
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCEPT-COUNT
               IF AC-DUP(AC-IDX) = 0
                   ADD 1 TO SHEETS-FILED
               END-IF
           END-PERFORM
           IF SHEETS-FILED > 0
               PERFORM APPEND-LEAGUE-GAMES THRU APPEND-LEAGUE-EXIT
           END-IF
      *
           DISPLAY " "
           MOVE SHEETS-READ TO DISPLAY-NUM
           DISPLAY "Sheets read:         " DISPLAY-NUM
           MOVE SHEETS-FILED TO DISPLAY-NUM
           DISPLAY "Games filed:         " DISPLAY-NUM
           MOVE SHEETS-REJECTED TO DISPLAY-NUM
           DISPLAY "Sheets rejected:     " DISPLAY-NUM
           IF SHEETS-FILED > 0 AND RUN-RC < 16
               MOVE SEAL-COUNT TO DISPLAY-NUM
               DISPLAY "Games now on file:   " DISPLAY-NUM
           END-IF
           MOVE SPACES TO RUN-OUTCOME
           MOVE SHEETS-FILED TO DISPLAY-NUM
           MOVE SHEETS-REJECTED TO DISP-NUM2
           STRING "intake " FUNCTION TRIM(DISPLAY-NUM) " filed "
               FUNCTION TRIM(DISP-NUM2) " rejected"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           IF SHEETS-REJECTED > 0 AND RUN-RC < 4
               MOVE 4 TO RUN-RC
           END-IF
           .
      *
       RUN-INTAKE-EXIT.
           EXIT
           .
      *
       TAKE-SHEET-RECORD.
           READ SHEET-FILE
               AT END
                   MOVE 1 TO SHEET-EOF
               NOT AT END
                   ADD 1 TO SHEET-LINE-NUM
                   IF SHEET-RECORD NOT = SPACES
                       AND SHEET-RECORD(1:1) NOT = "*"
                       ADD 1 TO SHEETS-READ
                       PERFORM VALIDATE-SHEET THRU VALIDATE-SHEET-EXIT
                       IF SHEET-OK = 1
                           PERFORM HOLD-ACCEPTED-SHEET
                       ELSE
                           PERFORM LIST-REJECTED-SHEET
                       END-IF
                   END-IF
           END-READ
           .
      *
      * One sheet: fields present and well formed, the picks legal,
      * the replay complete and in agreement with the claimed
      * result. The first fault found is the reason given.
       VALIDATE-SHEET.
           MOVE 0 TO SHEET-OK
           MOVE SPACES TO REJECT-REASON
           MOVE FUNCTION UPPER-CASE(SHEET-RECORD) TO UPPER-RECORD
           PERFORM SPLIT-GAME-FIELDS
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-SHEET-EXIT
           END-IF
      *
           MOVE 1 TO DATE-RESULT
           IF SH-DATE(5:1) = "-" AND SH-DATE(8:1) = "-"
               AND SH-DATE(11:20) = SPACES
               AND SH-DATE(1:4) IS NUMERIC
               AND SH-DATE(6:2) IS NUMERIC
               AND SH-DATE(9:2) IS NUMERIC
               MOVE SH-DATE(1:4) TO DATE-CHECK(1:4)
               MOVE SH-DATE(6:2) TO DATE-CHECK(5:2)
               MOVE SH-DATE(9:2) TO DATE-CHECK(7:2)
               COMPUTE DATE-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK)
           END-IF
           IF DATE-RESULT NOT = 0
               MOVE "DATE= missing or not a YYYY-MM-DD date"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-SHEET = SPACES
               OR SH-SHEET(5:26) NOT = SPACES
               OR FUNCTION TEST-NUMVAL(SH-SHEET) NOT = 0
               MOVE "SHEET= missing or not a number 1-9999"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           COMPUTE SHEET-NUM = FUNCTION NUMVAL(SH-SHEET)
           IF SH-P1 = SPACES OR SH-P2 = SPACES
               MOVE "P1= and P2= are both required"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-P1(9:22) NOT = SPACES OR SH-P2(9:22) NOT = SPACES
               MOVE "a player ID is longer than 8 characters"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-P1 = SH-P2
               MOVE "P1 and P2 are the same player"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-RULE NOT = "STANDARD" AND SH-RULE NOT = "MISERE"
               AND SH-RULE NOT = "SCORING"
               MOVE "RULE= must be STANDARD, MISERE or SCORING"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-OUTCOME NOT = "P1W" AND SH-OUTCOME NOT = "P2W"
               AND SH-OUTCOME NOT = "DRAW"
               MOVE "OUTCOME= must be P1W, P2W or DRAW"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF SH-MOVES = SPACES
               MOVE "MOVES= is missing" TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
      *
      *    The picks: one digit 1-9 each, no number taken twice.
           PERFORM SPLIT-MOVE-LIST
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           INITIALIZE OWNER-TABLE
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN OR REJECT-REASON NOT = SPACES
               IF MOVE-TOK(PLY)(1:1) IS NOT NUMERIC
                   OR MOVE-TOK(PLY)(1:1) = "0"
                   OR MOVE-TOK(PLY)(2:3) NOT = SPACES
                   MOVE PLY TO DISPLAY-NUM
                   STRING "pick '" FUNCTION TRIM(MOVE-TOK(PLY))
                       "' at ply " FUNCTION TRIM(DISPLAY-NUM)
                       " is not a number 1-9"
                       DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               ELSE
                   MOVE MOVE-TOK(PLY)(1:1) TO GAME-MOVE(PLY)
                   IF OWNER(GAME-MOVE(PLY)) NOT = 0
                       MOVE PLY TO DISPLAY-NUM
                       STRING "pick " GAME-MOVE(PLY)
                           " repeated at ply "
                           FUNCTION TRIM(DISPLAY-NUM)
                           DELIMITED BY SIZE
                           INTO REJECT-REASON
                       END-STRING
                   ELSE
                       MOVE 1 TO OWNER(GAME-MOVE(PLY))
                   END-IF
               END-IF
           END-PERFORM
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-SHEET-EXIT
           END-IF
      *
      *    Replay under the sheet's rule and hold the result up
      *    against the one claimed.
           MOVE SH-RULE TO REC-RULE
           PERFORM REPLAY-GAME
           IF END-PLY > 0 AND END-PLY < GAME-LEN
               MOVE END-PLY TO DISPLAY-NUM
               STRING "picks continue after the game ended at ply "
                   FUNCTION TRIM(DISPLAY-NUM)
                   DELIMITED BY SIZE
                   INTO REJECT-REASON
               END-STRING
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF END-PLY = 0 AND GAME-LEN < 9
               MOVE GAME-LEN TO DISPLAY-NUM
               IF REC-RULE = "SCORING"
                   STRING "scoring game stops after "
                       FUNCTION TRIM(DISPLAY-NUM)
                       " picks - all nine numbers must be taken"
                       DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               ELSE
                   STRING "game unfinished after "
                       FUNCTION TRIM(DISPLAY-NUM) " picks"
                       DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               END-IF
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF REPLAY-OUTCOME NOT = SH-OUTCOME
               STRING "claimed " FUNCTION TRIM(SH-OUTCOME)
                   " but the picks give "
                   FUNCTION TRIM(REPLAY-OUTCOME)
                   DELIMITED BY SIZE
                   INTO REJECT-REASON
               END-STRING
               GO TO VALIDATE-SHEET-EXIT
           END-IF
      *
      *    The same sheet keyed twice in this batch.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCEPT-COUNT
               OR REJECT-REASON NOT = SPACES
               IF AC-DATE(AC-IDX) = SH-DATE(1:10)
                   AND AC-SHEET(AC-IDX) = SHEET-NUM
                   MOVE AC-SOURCE(AC-IDX) TO DISPLAY-NUM
                   STRING "same date and sheet as line "
                       FUNCTION TRIM(DISPLAY-NUM)
                       " of this batch"
                       DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-STRING
               END-IF
           END-PERFORM
           IF REJECT-REASON NOT = SPACES
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           IF ACCEPT-COUNT >= MAX-ACCEPT
               MOVE "batch too large - key the rest as a new batch"
                   TO REJECT-REASON
               GO TO VALIDATE-SHEET-EXIT
           END-IF
           MOVE 1 TO SHEET-OK
           .
      *
       VALIDATE-SHEET-EXIT.
           EXIT
           .
      *
      * Break one record (a sheet or a filed game, already upper
      * case in UPPER-RECORD) into its NAME=VALUE fields.
       SPLIT-GAME-FIELDS.
           MOVE SPACES TO TOKEN-TABLE
           MOVE SPACES TO SH-DATE SH-SHEET SH-P1 SH-P2 SH-RULE
               SH-MOVES SH-OUTCOME
           UNSTRING UPPER-RECORD DELIMITED BY ALL SPACES
               INTO LINE-TOK(1) LINE-TOK(2) LINE-TOK(3)
                    LINE-TOK(4) LINE-TOK(5) LINE-TOK(6)
                    LINE-TOK(7) LINE-TOK(8) LINE-TOK(9)
                    LINE-TOK(10)
               ON OVERFLOW
                   MOVE "too many fields on the sheet"
                       TO REJECT-REASON
           END-UNSTRING
           PERFORM VARYING TOK-IDX FROM 1 BY 1
               UNTIL TOK-IDX > 10 OR REJECT-REASON NOT = SPACES
               IF LINE-TOK(TOK-IDX) NOT = SPACES
                   PERFORM TAKE-GAME-FIELD
               END-IF
           END-PERFORM
           .
      *
       TAKE-GAME-FIELD.
           MOVE 0 TO TOK-EQUALS
           INSPECT LINE-TOK(TOK-IDX) TALLYING TOK-EQUALS FOR ALL "="
           IF TOK-EQUALS = 0
               STRING "'" FUNCTION TRIM(LINE-TOK(TOK-IDX))
                   "' is not NAME=VALUE"
                   DELIMITED BY SIZE
                   INTO REJECT-REASON
               END-STRING
           ELSE
               MOVE SPACES TO TOK-NAME TOK-VALUE
               UNSTRING LINE-TOK(TOK-IDX) DELIMITED BY "="
                   INTO TOK-NAME TOK-VALUE
               END-UNSTRING
               EVALUATE TOK-NAME
                   WHEN "DATE"
                       MOVE TOK-VALUE TO SH-DATE
                   WHEN "SHEET"
                       MOVE TOK-VALUE TO SH-SHEET
                   WHEN "P1"
                       MOVE TOK-VALUE TO SH-P1
                   WHEN "P2"
                       MOVE TOK-VALUE TO SH-P2
                   WHEN "RULE"
                       MOVE TOK-VALUE TO SH-RULE
                   WHEN "MOVES"
                       MOVE TOK-VALUE TO SH-MOVES
                   WHEN "OUTCOME"
                       MOVE TOK-VALUE TO SH-OUTCOME
                   WHEN "LEN"
                       CONTINUE
                   WHEN OTHER
                       STRING "unknown field "
                           FUNCTION TRIM(TOK-NAME) "="
                           DELIMITED BY SIZE
                           INTO REJECT-REASON
                       END-STRING
               END-EVALUATE
           END-IF
           .
      *
      * MOVES= into its picks; GAME-LEN is the number of picks.
       SPLIT-MOVE-LIST.
           MOVE SPACES TO MOVE-TOKENS
           MOVE ZEROS TO MOVE-LIST
           MOVE 0 TO MOVE-TALLY
           UNSTRING SH-MOVES DELIMITED BY ","
               INTO MOVE-TOK(1) MOVE-TOK(2) MOVE-TOK(3)
                    MOVE-TOK(4) MOVE-TOK(5) MOVE-TOK(6)
                    MOVE-TOK(7) MOVE-TOK(8) MOVE-TOK(9)
               TALLYING IN MOVE-TALLY
               ON OVERFLOW
                   MOVE "more than nine picks" TO REJECT-REASON
           END-UNSTRING
           MOVE MOVE-TALLY TO GAME-LEN
           .
      *
      * ============================================================
      * Replay GAME-MOVE(1..GAME-LEN) under REC-RULE. END-PLY is
      * the ply that ended the game (0: it ran to the last pick
      * without a triple, or the rule is SCORING) and
      * REPLAY-OUTCOME the result the picks produce.
      * ============================================================
       REPLAY-GAME.
           INITIALIZE OWNER-TABLE
           MOVE 0 TO END-PLY
           MOVE 0 TO WINNER
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               PERFORM SET-MOVER
               MOVE GAME-MOVE(PLY) TO CUR-NUM
               MOVE CUR-PLAYER TO OWNER(CUR-NUM)
               IF END-PLY = 0 AND REC-RULE NOT = "SCORING"
                   PERFORM CHECK-WIN
                   IF WIN-FOUND = 1
                       MOVE PLY TO END-PLY
                       IF REC-RULE = "MISERE"
                           COMPUTE WINNER = 3 - CUR-PLAYER
                       ELSE
                           MOVE CUR-PLAYER TO WINNER
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF REC-RULE = "SCORING" AND GAME-LEN = 9
               MOVE 0 TO SCORE-P1
               MOVE 0 TO SCORE-P2
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 8
                   IF OWNER(T1(IDX)) = OWNER(T2(IDX))
                       AND OWNER(T1(IDX)) = OWNER(T3(IDX))
                       IF OWNER(T1(IDX)) = 1
                           ADD 1 TO SCORE-P1
                       ELSE
                           ADD 1 TO SCORE-P2
                       END-IF
                   END-IF
               END-PERFORM
               IF SCORE-P1 > SCORE-P2
                   MOVE 1 TO WINNER
               END-IF
               IF SCORE-P2 > SCORE-P1
                   MOVE 2 TO WINNER
               END-IF
           END-IF
           EVALUATE WINNER
               WHEN 1
                   MOVE "P1W" TO REPLAY-OUTCOME
               WHEN 2
                   MOVE "P2W" TO REPLAY-OUTCOME
               WHEN OTHER
                   MOVE "DRAW" TO REPLAY-OUTCOME
           END-EVALUATE
           .
      *
       SET-MOVER.
           DIVIDE PLY BY 2 GIVING QUOT REMAINDER RMDR
           IF RMDR = 1
               MOVE 1 TO CUR-PLAYER
           ELSE
               MOVE 2 TO CUR-PLAYER
           END-IF
           .
      *
      * A sheet that passed: build the filed form of the record and
      * hold it for the append.
       HOLD-ACCEPTED-SHEET.
           ADD 1 TO ACCEPT-COUNT
           MOVE SPACES TO NORMAL-LINE
           MOVE 1 TO NORMAL-POS
           MOVE GAME-LEN TO DISPLAY-NUM
           STRING "DATE=" SH-DATE(1:10) " SHEET=" SHEET-NUM
               " P1=" FUNCTION TRIM(SH-P1)
               " P2=" FUNCTION TRIM(SH-P2)
               " RULE=" FUNCTION TRIM(SH-RULE)
               " LEN=" FUNCTION TRIM(DISPLAY-NUM)
               " MOVES="
               DELIMITED BY SIZE
               INTO NORMAL-LINE WITH POINTER NORMAL-POS
           END-STRING
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               IF PLY > 1
                   STRING "," DELIMITED BY SIZE
                       INTO NORMAL-LINE WITH POINTER NORMAL-POS
                   END-STRING
               END-IF
               STRING GAME-MOVE(PLY) DELIMITED BY SIZE
                   INTO NORMAL-LINE WITH POINTER NORMAL-POS
               END-STRING
           END-PERFORM
           STRING " OUTCOME=" FUNCTION TRIM(SH-OUTCOME)
               DELIMITED BY SIZE
               INTO NORMAL-LINE WITH POINTER NORMAL-POS
           END-STRING
           MOVE NORMAL-LINE TO AC-LINE(ACCEPT-COUNT)
           MOVE SH-DATE(1:10) TO AC-DATE(ACCEPT-COUNT)
           MOVE SHEET-NUM TO AC-SHEET(ACCEPT-COUNT)
           MOVE SHEET-LINE-NUM TO AC-SOURCE(ACCEPT-COUNT)
           MOVE 0 TO AC-DUP(ACCEPT-COUNT)
           .
      *
       LIST-REJECTED-SHEET.
           ADD 1 TO SHEETS-REJECTED
           MOVE SHEET-LINE-NUM TO DISPLAY-NUM
           DISPLAY "  line " DISPLAY-NUM " REJECTED: "
               FUNCTION TRIM(REJECT-REASON)
           DISPLAY "             "
               FUNCTION TRIM(SHEET-RECORD TRAILING)
           .
      *
      * Sheets whose date and number are already on file were
      * filed by an earlier batch; they are rejected, not filed a
      * second time.
       MARK-FILED-DUPLICATES.
           OPEN INPUT LEAGUE-FILE
           IF FS-LEAGUE = "00"
               MOVE 0 TO LEAGUE-EOF
               PERFORM CHECK-FILED-RECORD UNTIL LEAGUE-EOF = 1
               CLOSE LEAGUE-FILE
           END-IF
           .
      *
       CHECK-FILED-RECORD.
           READ LEAGUE-FILE
               AT END
                   MOVE 1 TO LEAGUE-EOF
               NOT AT END
                   IF LEAGUE-RECORD(1:8) NOT = "TRAILER "
                       PERFORM VARYING AC-IDX FROM 1 BY 1
                           UNTIL AC-IDX > ACCEPT-COUNT
                           IF AC-DUP(AC-IDX) = 0
                               AND LEAGUE-RECORD(6:10)
                                   = AC-DATE(AC-IDX)
                               AND LEAGUE-RECORD(23:4)
                                   = AC-LINE(AC-IDX)(23:4)
                               PERFORM REJECT-FILED-SHEET
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ
           .
      *
       REJECT-FILED-SHEET.
           MOVE 1 TO AC-DUP(AC-IDX)
           ADD 1 TO SHEETS-REJECTED
           MOVE AC-SOURCE(AC-IDX) TO DISPLAY-NUM
           DISPLAY "  line " DISPLAY-NUM " REJECTED: date "
               AC-DATE(AC-IDX) " sheet " AC-LINE(AC-IDX)(23:4)
               " is already on file"
           DISPLAY "             "
               FUNCTION TRIM(LEAGUE-RECORD TRAILING)
           .
      *
      * ============================================================
      * Append the accepted games to the sealed league file. The
      * file ends with a TRAILER seal, so an append is a rewrite:
      * prior records stream to a new copy, the new games and a
      * fresh trailer follow, and the copy replaces the file.
      * ============================================================
       APPEND-LEAGUE-GAMES.
           MOVE SPACES TO LEAGUE-NEW-NAME
           STRING FUNCTION TRIM(LEAGUE-NAME) ".NEW"
               DELIMITED BY SIZE
               INTO LEAGUE-NEW-NAME
           END-STRING
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           OPEN OUTPUT LEAGUE-NEW-FILE
           IF FS-LEAGUE-NEW NOT = "00"
               DISPLAY "GAMELEAG: cannot create "
                   FUNCTION TRIM(LEAGUE-NEW-NAME)
                   " (status " FS-LEAGUE-NEW ") - no games filed."
               MOVE 0 TO SHEETS-FILED
               MOVE 16 TO RUN-RC
               GO TO APPEND-LEAGUE-EXIT
           END-IF
           OPEN INPUT LEAGUE-FILE
           IF FS-LEAGUE = "00"
               MOVE 0 TO LEAGUE-EOF
               PERFORM COPY-LEAGUE-RECORD UNTIL LEAGUE-EOF = 1
               CLOSE LEAGUE-FILE
           END-IF
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCEPT-COUNT
               IF AC-DUP(AC-IDX) = 0
                   MOVE AC-LINE(AC-IDX) TO LEAGUE-NEW-RECORD
                   WRITE LEAGUE-NEW-RECORD
                   MOVE SPACES TO SEAL-TEXT
                   MOVE AC-LINE(AC-IDX) TO SEAL-TEXT
                   PERFORM COMPUTE-RECORD-SEAL
                   ADD 1 TO SEAL-COUNT
                   COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                       SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
               END-IF
           END-PERFORM
           PERFORM BUILD-SEAL-LINE
           MOVE SEAL-LINE TO LEAGUE-NEW-RECORD
           WRITE LEAGUE-NEW-RECORD
           CLOSE LEAGUE-NEW-FILE
           MOVE SPACES TO MV-COMMAND
           STRING "mv -f " FUNCTION TRIM(LEAGUE-NEW-NAME) " "
               FUNCTION TRIM(LEAGUE-NAME)
               DELIMITED BY SIZE
               INTO MV-COMMAND
           END-STRING
           CALL "SYSTEM" USING MV-COMMAND
           .
      *
       APPEND-LEAGUE-EXIT.
           EXIT
           .
      *
       COPY-LEAGUE-RECORD.
           READ LEAGUE-FILE
               AT END
                   MOVE 1 TO LEAGUE-EOF
               NOT AT END
                   IF LEAGUE-RECORD(1:8) = "TRAILER "
                       CONTINUE
                   ELSE
                       MOVE LEAGUE-RECORD TO LEAGUE-NEW-RECORD
                       WRITE LEAGUE-NEW-RECORD
                       MOVE SPACES TO SEAL-TEXT
                       MOVE LEAGUE-RECORD TO SEAL-TEXT
                       PERFORM COMPUTE-RECORD-SEAL
                       ADD 1 TO SEAL-COUNT
                       COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                           SEAL-CHECKSUM + SEAL-REC-SUM,
                           1000000000)
                   END-IF
           END-READ
           .
      *
      * Re-sum the existing league file against its own trailer.
      * No file yet passes; a trailer that is missing or wrong, or
      * data after the trailer, fails.
       CHECK-OLD-LEAGUE-SEAL.
           MOVE 1 TO SEAL-OK
           OPEN INPUT LEAGUE-FILE
           IF FS-LEAGUE = "00"
               MOVE 0 TO SEAL-COUNT
               MOVE 0 TO SEAL-CHECKSUM
               MOVE 0 TO TRAILER-SEEN
               MOVE 0 TO LEAGUE-EOF
               PERFORM SUM-OLD-LEAGUE-RECORD
                   UNTIL LEAGUE-EOF = 1
               CLOSE LEAGUE-FILE
               IF SEAL-OK = 1
                   IF TRAILER-SEEN = 0
                       OR SEAL-EXP-COUNT NOT = SEAL-COUNT
                       OR SEAL-EXP-CHECKSUM NOT = SEAL-CHECKSUM
                       MOVE 0 TO SEAL-OK
                   END-IF
               END-IF
           END-IF
           .
      *
       SUM-OLD-LEAGUE-RECORD.
           READ LEAGUE-FILE
               AT END
                   MOVE 1 TO LEAGUE-EOF
               NOT AT END
                   IF LEAGUE-RECORD(1:8) = "TRAILER "
                       MOVE SPACES TO SEAL-LINE
                       MOVE LEAGUE-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       IF TRAILER-SEEN = 1
                           MOVE 0 TO SEAL-OK
                           MOVE 1 TO LEAGUE-EOF
                       ELSE
                           MOVE SPACES TO SEAL-TEXT
                           MOVE LEAGUE-RECORD TO SEAL-TEXT
                           PERFORM COMPUTE-RECORD-SEAL
                           ADD 1 TO SEAL-COUNT
                           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                               SEAL-CHECKSUM + SEAL-REC-SUM,
                               1000000000)
                       END-IF
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * --standings: the season's record per player and per
      * pairing from the league file, and for standard-rule games
      * each player's first value-losing move.
      * ============================================================
       RUN-STANDINGS.
           OPEN INPUT LEAGUE-FILE
           IF FS-LEAGUE NOT = "00"
               DISPLAY "GAMELEAG: cannot open "
                   FUNCTION TRIM(LEAGUE-NAME)
                   " (status " FS-LEAGUE ") - no league games have "
                   "been filed yet."
               MOVE "league file unreadable" TO RUN-OUTCOME
               MOVE 16 TO RUN-RC
               GO TO RUN-STANDINGS-EXIT
           END-IF
           CLOSE LEAGUE-FILE
           PERFORM CHECK-OLD-LEAGUE-SEAL
           IF SEAL-OK = 0
               DISPLAY "GAMELEAG: " FUNCTION TRIM(LEAGUE-NAME)
                   " failed its integrity seal - refusing the file."
               MOVE "league file failed its seal" TO RUN-OUTCOME
               MOVE 20 TO RUN-RC
               GO TO RUN-STANDINGS-EXIT
           END-IF
      *
           OPEN INPUT LEAGUE-FILE
           MOVE 0 TO LEAGUE-EOF
           PERFORM COLLECT-LEAGUE-GAME UNTIL LEAGUE-EOF = 1
           CLOSE LEAGUE-FILE
      *
           DISPLAY "Lunch league standings"
           DISPLAY "======================"
           IF PERIOD-FROM NOT = "0000-00-00"
               OR PERIOD-TO NOT = "9999-99-99"
               DISPLAY "Season: " PERIOD-FROM " to " PERIOD-TO
           END-IF
           MOVE GAME-COUNT TO DISPLAY-NUM
           MOVE RULE-COUNT-STD TO DISP-NUM2
           MOVE RULE-COUNT-MIS TO DISP-NUM3
           MOVE RULE-COUNT-SCO TO DISP-NUM4
           DISPLAY "Games: " FUNCTION TRIM(DISPLAY-NUM)
               " (standard " FUNCTION TRIM(DISP-NUM2)
               ", misere " FUNCTION TRIM(DISP-NUM3)
               ", scoring " FUNCTION TRIM(DISP-NUM4) ")"
      *    After an intake in the same run, both go on the log.
           IF RUN-OUTCOME = SPACES
               MOVE 1 TO OUTCOME-POS
           ELSE
               COMPUTE OUTCOME-POS = FUNCTION LENGTH(
                   FUNCTION TRIM(RUN-OUTCOME TRAILING)) + 1
               STRING ", " DELIMITED BY SIZE
                   INTO RUN-OUTCOME WITH POINTER OUTCOME-POS
               END-STRING
           END-IF
           STRING "standings " FUNCTION TRIM(DISPLAY-NUM) " game(s)"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME WITH POINTER OUTCOME-POS
           END-STRING
           IF TABLE-FULL = 1
               DISPLAY "  (more players, pairings or games than "
                   "the report holds - the excess is not counted)"
           END-IF
           IF GAME-COUNT = 0
               IF RUN-RC < 4
                   MOVE 4 TO RUN-RC
               END-IF
               GO TO RUN-STANDINGS-EXIT
           END-IF
      *
           PERFORM PRINT-PLAYER-STANDINGS
           PERFORM PRINT-HEAD-TO-HEAD
           IF RULE-COUNT-STD > 0
               PERFORM PRINT-FIRST-MISTAKES
           END-IF
           .
      *
       RUN-STANDINGS-EXIT.
           EXIT
           .
      *
       COLLECT-LEAGUE-GAME.
           READ LEAGUE-FILE
               AT END
                   MOVE 1 TO LEAGUE-EOF
               NOT AT END
                   IF LEAGUE-RECORD(1:8) NOT = "TRAILER "
                       AND LEAGUE-RECORD(6:10) >= PERIOD-FROM
                       AND LEAGUE-RECORD(6:10) <= PERIOD-TO
                       PERFORM TALLY-LEAGUE-GAME
                   END-IF
           END-READ
           .
      *
       TALLY-LEAGUE-GAME.
           MOVE SPACES TO REJECT-REASON
           MOVE LEAGUE-RECORD TO UPPER-RECORD
           PERFORM SPLIT-GAME-FIELDS
           PERFORM SPLIT-MOVE-LIST
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               MOVE MOVE-TOK(PLY)(1:1) TO GAME-MOVE(PLY)
           END-PERFORM
           MOVE SH-DATE(1:10) TO REC-DATE
           MOVE SH-SHEET(1:4) TO REC-SHEET
           MOVE SH-P1(1:8) TO REC-P1
           MOVE SH-P2(1:8) TO REC-P2
           MOVE SH-RULE(1:8) TO REC-RULE
           MOVE SH-OUTCOME(1:4) TO REC-OUTCOME
      *
           MOVE REC-P1 TO SWAP-ID
           PERFORM FIND-PLAYER
           MOVE FOUND-IDX TO P1-IDX
           MOVE REC-P2 TO SWAP-ID
           PERFORM FIND-PLAYER
           MOVE FOUND-IDX TO P2-IDX
           PERFORM FIND-PAIR
           IF P1-IDX = 0 OR P2-IDX = 0 OR PR-IDX = 0
               MOVE 1 TO TABLE-FULL
           ELSE
               ADD 1 TO GAME-COUNT
               EVALUATE REC-RULE
                   WHEN "STANDARD"
                       ADD 1 TO RULE-COUNT-STD
                   WHEN "MISERE"
                       ADD 1 TO RULE-COUNT-MIS
                   WHEN OTHER
                       ADD 1 TO RULE-COUNT-SCO
               END-EVALUATE
               ADD 1 TO PL-GAMES(P1-IDX)
               ADD 1 TO PL-GAMES(P2-IDX)
               ADD 1 TO PR-GAMES(PR-IDX)
               MOVE 0 TO PAIR-A-WON
               MOVE 0 TO PAIR-B-WON
               EVALUATE REC-OUTCOME
                   WHEN "P1W"
                       ADD 1 TO PL-WINS(P1-IDX)
                       ADD 1 TO PL-LOSSES(P2-IDX)
                       IF PR-A(PR-IDX) = REC-P1
                           ADD 1 TO PR-A-WINS(PR-IDX)
                       ELSE
                           ADD 1 TO PR-B-WINS(PR-IDX)
                       END-IF
                   WHEN "P2W"
                       ADD 1 TO PL-WINS(P2-IDX)
                       ADD 1 TO PL-LOSSES(P1-IDX)
                       IF PR-A(PR-IDX) = REC-P2
                           ADD 1 TO PR-A-WINS(PR-IDX)
                       ELSE
                           ADD 1 TO PR-B-WINS(PR-IDX)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO PL-DRAWS(P1-IDX)
                       ADD 1 TO PL-DRAWS(P2-IDX)
                       ADD 1 TO PR-DRAWS(PR-IDX)
               END-EVALUATE
               IF REC-RULE = "STANDARD"
                   PERFORM FIND-FIRST-MISTAKES
               END-IF
           END-IF
           .
      *
      * The player entry for SWAP-ID, added on first sight;
      * FOUND-IDX = 0 when the table is full.
       FIND-PLAYER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT OR FOUND-IDX > 0
               IF PL-ID(JDX) = SWAP-ID
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND PLAYER-COUNT < MAX-PLAYERS
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO FOUND-IDX
               INITIALIZE PLAYER-ENTRY(FOUND-IDX)
               MOVE SWAP-ID TO PL-ID(FOUND-IDX)
           END-IF
           .
      *
      * The pairing entry for REC-P1 and REC-P2, held with the
      * lower ID first whichever side each played.
       FIND-PAIR.
           MOVE 0 TO PR-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PAIR-COUNT OR PR-IDX > 0
               IF (PR-A(JDX) = REC-P1 AND PR-B(JDX) = REC-P2)
                   OR (PR-A(JDX) = REC-P2 AND PR-B(JDX) = REC-P1)
                   MOVE JDX TO PR-IDX
               END-IF
           END-PERFORM
           IF PR-IDX = 0 AND PAIR-COUNT < MAX-PAIRS
               ADD 1 TO PAIR-COUNT
               MOVE PAIR-COUNT TO PR-IDX
               INITIALIZE PAIR-ENTRY(PR-IDX)
               IF REC-P1 < REC-P2
                   MOVE REC-P1 TO PR-A(PR-IDX)
                   MOVE REC-P2 TO PR-B(PR-IDX)
               ELSE
                   MOVE REC-P2 TO PR-A(PR-IDX)
                   MOVE REC-P1 TO PR-B(PR-IDX)
               END-IF
           END-IF
           .
      *
      * Replay a standard-rule game watching, for each side, the
      * first of its own picks that changed the exact value of the
      * position - the GAMEMIST test, taken per player. The empty
      * board's value comes from the memo root entry (a draw).
       FIND-FIRST-MISTAKES.
           IF MEMO-LOADED = 0
               PERFORM LOAD-MEMO-TABLE
           END-IF
           IF MEMO-USABLE = 1
               AND MISS-COUNT + 2 <= MAX-MISSES
               INITIALIZE OWNER-TABLE
               MOVE MEMO-VAL(1) TO PREV-VAL
               MOVE 0 TO FIRST-PLY-1
               MOVE 0 TO FIRST-PLY-2
               PERFORM VARYING PLY FROM 1 BY 1
                   UNTIL PLY > GAME-LEN
                   PERFORM SET-MOVER
                   MOVE GAME-MOVE(PLY) TO CUR-NUM
                   MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                   PERFORM EVALUATE-POSITION
                   IF CUR-VAL NOT = PREV-VAL
                       IF CUR-PLAYER = 1 AND FIRST-PLY-1 = 0
                           MOVE PLY TO FIRST-PLY-1
                           MOVE PREV-VAL TO FIRST-FROM-1
                           MOVE CUR-VAL TO FIRST-TO-1
                       END-IF
                       IF CUR-PLAYER = 2 AND FIRST-PLY-2 = 0
                           MOVE PLY TO FIRST-PLY-2
                           MOVE PREV-VAL TO FIRST-FROM-2
                           MOVE CUR-VAL TO FIRST-TO-2
                       END-IF
                   END-IF
                   MOVE CUR-VAL TO PREV-VAL
               END-PERFORM
               ADD 1 TO MISS-COUNT
               MOVE REC-P1 TO MK-PLAYER(MISS-COUNT)
               MOVE REC-P2 TO MK-OPP(MISS-COUNT)
               MOVE 1 TO MK-SIDE(MISS-COUNT)
               MOVE FIRST-PLY-1 TO MK-PLY(MISS-COUNT)
               MOVE FIRST-FROM-1 TO MK-FROM(MISS-COUNT)
               MOVE FIRST-TO-1 TO MK-TO(MISS-COUNT)
               PERFORM FILL-MISTAKE-ENTRY
               ADD 1 TO MISS-COUNT
               MOVE REC-P2 TO MK-PLAYER(MISS-COUNT)
               MOVE REC-P1 TO MK-OPP(MISS-COUNT)
               MOVE 2 TO MK-SIDE(MISS-COUNT)
               MOVE FIRST-PLY-2 TO MK-PLY(MISS-COUNT)
               MOVE FIRST-FROM-2 TO MK-FROM(MISS-COUNT)
               MOVE FIRST-TO-2 TO MK-TO(MISS-COUNT)
               PERFORM FILL-MISTAKE-ENTRY
           END-IF
           IF MEMO-USABLE = 1
               AND MISS-COUNT + 2 > MAX-MISSES
               MOVE 1 TO TABLE-FULL
           END-IF
           .
      *
       FILL-MISTAKE-ENTRY.
           MOVE REC-DATE TO MK-DATE(MISS-COUNT)
           MOVE REC-SHEET TO MK-SHEET(MISS-COUNT)
           IF MK-PLY(MISS-COUNT) > 0
               MOVE GAME-MOVE(MK-PLY(MISS-COUNT))
                   TO MK-PICK(MISS-COUNT)
           ELSE
               MOVE 0 TO MK-PICK(MISS-COUNT)
               MOVE 0 TO MK-FROM(MISS-COUNT)
               MOVE 0 TO MK-TO(MISS-COUNT)
           END-IF
           .
      *
       EVALUATE-POSITION.
           PERFORM CHECK-WIN
           IF WIN-FOUND = 1
               IF CUR-PLAYER = 1
                   MOVE 3 TO CUR-VAL
               ELSE
                   MOVE 1 TO CUR-VAL
               END-IF
           ELSE
               IF PLY = 9
                   MOVE 2 TO CUR-VAL
               ELSE
                   PERFORM COMPUTE-POS-KEY
                   ADD 1 TO POS-KEY
                   MOVE MEMO-VAL(POS-KEY) TO CUR-VAL
               END-IF
           END-IF
           .
      *
      * ============================================================
      * The standings table, best win percentage first (ties: more
      * wins, then fewer games).
      * ============================================================
       PRINT-PLAYER-STANDINGS.
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT
               COMPUTE PL-PCT(JDX) ROUNDED =
                   PL-WINS(JDX) * 100 / PL-GAMES(JDX)
               MOVE 0 TO PL-LISTED(JDX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "Standings"
           DISPLAY "RANK PLAYER    GAMES  WON LOST DRAWN   WIN%"
           MOVE 0 TO RANK
           MOVE 1 TO BEST-IDX
           PERFORM PRINT-NEXT-PLAYER UNTIL BEST-IDX = 0
           .
      *
       PRINT-NEXT-PLAYER.
           PERFORM PICK-NEXT-PLAYER
           IF BEST-IDX > 0
               ADD 1 TO RANK
               MOVE SPACES TO OUTPUT-LINE
               MOVE RANK TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(1:4)
               MOVE PL-ID(BEST-IDX) TO OUTPUT-LINE(6:8)
               MOVE PL-GAMES(BEST-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(16:4)
               MOVE PL-WINS(BEST-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(21:4)
               MOVE PL-LOSSES(BEST-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(26:4)
               MOVE PL-DRAWS(BEST-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(32:4)
               MOVE PL-PCT(BEST-IDX) TO PCT-DISP
               MOVE PCT-DISP TO OUTPUT-LINE(38:5)
               DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           END-IF
           .
      *
      * Head-to-head: every pairing that met in the season, with
      * the wins of each and the draws between them.
       PRINT-HEAD-TO-HEAD.
           DISPLAY " "
           DISPLAY "Head to head"
           DISPLAY "PLAYER     PLAYER      GAMES  WON  WON DRAWN"
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > PAIR-COUNT
               MOVE SPACES TO OUTPUT-LINE
               MOVE PR-A(PR-IDX) TO OUTPUT-LINE(1:8)
               MOVE "v" TO OUTPUT-LINE(10:1)
               MOVE PR-B(PR-IDX) TO OUTPUT-LINE(12:8)
               MOVE PR-GAMES(PR-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(24:4)
               MOVE PR-A-WINS(PR-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(29:4)
               MOVE PR-B-WINS(PR-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(34:4)
               MOVE PR-DRAWS(PR-IDX) TO DISPLAY-NUM
               MOVE DISPLAY-NUM TO OUTPUT-LINE(40:4)
               DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           END-PERFORM
           .
      *
      * Standard-rule games, player by player in standings order:
      * the ply and pick of the first move that lost value, and
      * the value before and after it from the player's own side.
       PRINT-FIRST-MISTAKES.
           DISPLAY " "
           DISPLAY "First value-losing move (standard rule)"
           IF MEMO-USABLE = 0
               DISPLAY "  (not available - "
                   FUNCTION TRIM(MEMO-NAME)
                   " could not be used)"
           ELSE
               PERFORM VARYING JDX FROM 1 BY 1
                   UNTIL JDX > PLAYER-COUNT
                   MOVE 0 TO PL-LISTED(JDX)
               END-PERFORM
               MOVE 1 TO BEST-IDX
               PERFORM PRINT-PLAYER-MISTAKES UNTIL BEST-IDX = 0
           END-IF
           .
      *
       PRINT-PLAYER-MISTAKES.
           PERFORM PICK-NEXT-PLAYER
           IF BEST-IDX > 0
               MOVE 0 TO FOUND-IDX
               PERFORM VARYING MK-IDX FROM 1 BY 1
                   UNTIL MK-IDX > MISS-COUNT
                   IF MK-PLAYER(MK-IDX) = PL-ID(BEST-IDX)
                       IF FOUND-IDX = 0
                           DISPLAY "  "
                               FUNCTION TRIM(PL-ID(BEST-IDX))
                           MOVE 1 TO FOUND-IDX
                       END-IF
                       PERFORM PRINT-ONE-MISTAKE
                   END-IF
               END-PERFORM
           END-IF
           .
      *
      * The next player in standings order, marked as listed.
       PICK-NEXT-PLAYER.
           MOVE 0 TO BEST-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT
               IF PL-LISTED(JDX) = 0
                   IF BEST-IDX = 0
                       MOVE JDX TO BEST-IDX
                   ELSE
                       IF PL-PCT(JDX) > PL-PCT(BEST-IDX)
                           OR (PL-PCT(JDX) = PL-PCT(BEST-IDX)
                           AND PL-WINS(JDX) > PL-WINS(BEST-IDX))
                           OR (PL-PCT(JDX) = PL-PCT(BEST-IDX)
                           AND PL-WINS(JDX) = PL-WINS(BEST-IDX)
                           AND PL-GAMES(JDX) < PL-GAMES(BEST-IDX))
                           MOVE JDX TO BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-IDX > 0
               MOVE 1 TO PL-LISTED(BEST-IDX)
           END-IF
           .
      *
       PRINT-ONE-MISTAKE.
           MOVE SPACES TO OUTPUT-LINE
           STRING "    " MK-DATE(MK-IDX) " sheet " MK-SHEET(MK-IDX)
               " as P" MK-SIDE(MK-IDX) " v " MK-OPP(MK-IDX)
               DELIMITED BY SIZE
               INTO OUTPUT-LINE
           END-STRING
           MOVE 45 TO NORMAL-POS
           IF MK-PLY(MK-IDX) = 0
               STRING "best play throughout" DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER NORMAL-POS
               END-STRING
           ELSE
               MOVE MK-FROM(MK-IDX) TO SIDE-VAL
               PERFORM DECODE-SIDE-VALUE
               MOVE VIEW-TEXT TO FROM-TEXT
               MOVE MK-TO(MK-IDX) TO SIDE-VAL
               PERFORM DECODE-SIDE-VALUE
               MOVE VIEW-TEXT TO TO-TEXT
               MOVE MK-PLY(MK-IDX) TO DISPLAY-NUM
               STRING "ply " FUNCTION TRIM(DISPLAY-NUM)
                   " pick " MK-PICK(MK-IDX) " ("
                   FUNCTION TRIM(FROM-TEXT) " -> "
                   FUNCTION TRIM(TO-TEXT) ")"
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER NORMAL-POS
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           .
      *
      * A memo value (1 P2 wins, 2 draw, 3 P1 wins) as seen by the
      * side in MK-SIDE.
       DECODE-SIDE-VALUE.
           IF MK-SIDE(MK-IDX) = 2
               COMPUTE SIDE-VAL = 4 - SIDE-VAL
           END-IF
           EVALUATE SIDE-VAL
               WHEN 3
                   MOVE "win" TO VIEW-TEXT
               WHEN 2
                   MOVE "draw" TO VIEW-TEXT
               WHEN OTHER
                   MOVE "loss" TO VIEW-TEXT
           END-EVALUATE
           .
      *
      * ============================================================
      * Load the memo cache (seal-checked). Without it the
      * standings still print; only the first value-losing moves
      * are left out.
      * ============================================================
       LOAD-MEMO-TABLE.
           MOVE 1 TO MEMO-LOADED
           MOVE 0 TO MEMO-USABLE
           OPEN INPUT MEMO-FILE
           IF FS-MEMO-FILE NOT = "00"
               DISPLAY "GAMELEAG: cannot open "
                   FUNCTION TRIM(MEMO-NAME)
                   " (status " FS-MEMO-FILE ") - run "
                   "./game015tree first."
               IF RUN-RC < 16
                   MOVE 16 TO RUN-RC
               END-IF
           ELSE
               MOVE 0 TO SEAL-OK
               READ MEMO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MEMO-FILE-RECORD TO MEMO-TABLE-X
                       PERFORM CHECK-MEMO-SEAL
               END-READ
               CLOSE MEMO-FILE
               IF SEAL-OK = 0
                   DISPLAY "GAMELEAG: " FUNCTION TRIM(MEMO-NAME)
                       " failed its integrity seal - refusing the "
                       "file; rebuild with ./game015tree."
                   MOVE 20 TO RUN-RC
               ELSE
                   MOVE 1 TO MEMO-USABLE
               END-IF
           END-IF
           .
      *
       CHECK-MEMO-SEAL.
           MOVE SPACES TO SEAL-TEXT
           MOVE MEMO-TABLE-X TO SEAL-TEXT
           PERFORM COMPUTE-RECORD-SEAL
           MOVE SEAL-REC-SUM TO SEAL-CHECKSUM
           READ MEMO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO SEAL-TEXT
                   MOVE MEMO-FILE-RECORD TO SEAL-TEXT
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
       BUILD-SEAL-LINE.
           MOVE SEAL-COUNT TO SEAL-DISP
           MOVE SEAL-CHECKSUM TO SEAL-DISP2
           MOVE SPACES TO SEAL-LINE
           STRING "TRAILER COUNT=" FUNCTION TRIM(SEAL-DISP)
               " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
               DELIMITED BY SIZE
               INTO SEAL-LINE
           END-STRING
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
               " PROGRAM=GAMELEAG ARGS=["
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
