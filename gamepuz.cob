      * completes a triple on the spot - the winning triple.
      * Positions are deduplicated, so a sheet never repeats a
      * board. Hours of staring at GAMEVIEW output become one run.
      * The sheet ends with a provenance line per input - the
      * file name and its TRAILER count and checksum (PROVENANCE
      * INPUT=<file> COUNT=n CHECKSUM=n) - so GAMELINE can tell
      * when a rebuilt cache or export has left it stale.
      *
      * Usage: ./gamepuz [--depth N] [--minavoid N] [--max N]
      *                  [--notation N] [--print]
      *   --depth N     only puzzles arising at ply N (1-8)
      *   --minavoid N  difficulty floor: at least N losing
      *                 alternatives (default 1); beginner and
      *                 advanced sheets come from the same run by
      *                 moving this knob
      *   --max N       stop after N puzzles (default 20, max 200)
      *   --notation N  NUMBER or GRID: under GRID the boards label
      *                 their rows A-C and columns 1-3 and the
      *                 answer key gives each move as a square
      *                 A1..C3 of the 2 7 6 / 9 5 1 / 4 3 8 board.
      *                 Defaults to the MOVE-NOTATION key of
      *                 GAMES-SITE-CONFIG, else NUMBER.
      *   --print       write the sheet to a paged print file
      *                 (report PUZ01) instead of the console: one
      *                 page per puzzle and the answer key on its
      *                 own page. PRINT-PAGE-LINES in
      *                 GAMES-SITE-CONFIG sets the page length
      *                 (default 60).
      *
      * Return codes:
      *   0  sheet printed
           SELECT MEMO-FILE ASSIGN TO "GAME015TREE-MEMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-FILE.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-FILE
           RECORDING MODE IS F.
       01  MEMO-FILE-RECORD   PIC X(19683).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-UNIQUE          PIC XX VALUE SPACES.
       01  FS-MEMO-FILE       PIC XX VALUE SPACES.
       01  UNIQUE-EOF         PIC 9 VALUE 0.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ARG-TABLE.
           05  ARG-TOK        PIC X(20) OCCURS 8 TIMES.
       01  ARG-IDX            PIC 9.
       01  ARG-SKIP           PIC 9 VALUE 0.
       01  ARG-VALUE          PIC X(20) VALUE SPACES.
       01  DISP-DIGIT         PIC 9.
       01  DISPLAY-NUM        PIC Z(3)9.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMEPUZ and the cycle shows as ADHOC.
      * Every print record carries ASA carriage control in column
      * 1 ("1" new page, blank next line), so the file prints
      * through asa(1) or any FBA-aware spooler; columns 100-133 of
      * a heading line are left for the spool's sheet number.
       01  PRINT-MODE         PIC 9 VALUE 0.
       01  PRINT-NAME         PIC X(40) VALUE SPACES.
       01  FS-PRINT           PIC XX VALUE SPACES.
       01  PRINT-TEXT         PIC X(132) VALUE SPACES.
       01  PRINT-TITLE        PIC X(80) VALUE SPACES.
       01  PRINT-PAGE-LINES   PIC 9(3) VALUE 60.
       01  PRINT-LINE-COUNT   PIC 9(3) VALUE 0.
       01  PRINT-HEAD-LINES   PIC 9(3) VALUE 4.
       01  PRINT-PAGE-NUM     PIC 9(6) VALUE 0.
       01  PRINT-STEP         PIC X(4) VALUE SPACES.
       01  PRINT-TALLY        PIC 99 VALUE 0.
       01  PRINT-NUMVAL       PIC S9(4).
       01  PRINT-STAMP        PIC X(21).
       01  PRINT-PAGES-DISP   PIC Z(5)9.
       01  PAGE-HEADING.
           05  PH-CONTROL     PIC X     VALUE "1".
           05  FILLER         PIC X(7)  VALUE "REPORT ".
           05  PH-REPORT-ID   PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE " PROGRAM ".
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMEPUZ".
           05  FILLER         PIC X(5)  VALUE " RUN ".
           05  PH-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  PH-RUN-TIME    PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE " CYCLE ".
           05  PH-CYCLE-ID    PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE " PAGE ".
           05  PH-PAGE        PIC Z(5)9.
           05  FILLER         PIC X(41) VALUE SPACES.
      *
      * Move notation, from the MOVE-NOTATION key or --notation
      * (the command line wins): NUMBER prints the magic-square
      * numbers, GRID the board squares A1..C3. SQUARE-NAME gives
      * the square of each number 1-9.
       01  MOVE-NOTATION      PIC X(6) VALUE "NUMBER".
       01  SQUARE-DATA        PIC X(18)
               VALUE "B3A1C2C1B2A3A2C3B1".
       01  SQUARE-TABLE REDEFINES SQUARE-DATA.
           05  SQUARE-NAME    PIC XX OCCURS 9 TIMES.
       01  MOVE-NUM           PIC 99.
       01  MOVE-TEXT          PIC X(10) VALUE SPACES.
       01  TRIPLE-TEXT        PIC X(20) VALUE SPACES.
       01  TRIPLE-POS         PIC 99.
      *
      * TRAILER integrity-seal validation state
       01  SEAL-TEXT          PIC X(19683) VALUE SPACES.
       01  SEAL-LEN           PIC 9(5).
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
       01  SEAL-DISP          PIC Z(8)9.
       01  SEAL-DISP2         PIC Z(9)9.
      *
      * Provenance: each sealed input as its seal was checked
       01  PROV-INPUT-NAME    PIC X(40) VALUE SPACES.
       01  PROV-TABLE.
           05  PROV-ENTRY     OCCURS 2 TIMES.
               10  PROV-NAME      PIC X(40).
               10  PROV-COUNT     PIC 9(8).
               10  PROV-CHECKSUM  PIC 9(9).
       01  PROV-USED          PIC 9 VALUE 0.
       01  PROV-IDX           PIC 9.
       01  PROV-LINE          PIC X(100) VALUE SPACES.
      *
      * Winning triples
       01  WIN-TRIPLES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-SITE-CONFIG
           PERFORM PARSE-ARGS
           PERFORM LOAD-MEMO-TABLE
           PERFORM VALIDATE-UNIQUE-SEAL
               STOP RUN
           END-IF
      *
           MOVE "PUZ01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Tactics Puzzle Sheet" TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE PRINT-TITLE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "===================================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PZ-IDX FROM 1 BY 1
               UNTIL PZ-IDX > PUZZLE-COUNT
               PERFORM PRINT-PUZZLE-PAGE
           END-PERFORM
           PERFORM PRINT-ANSWER-KEY
           PERFORM PRINT-PROVENANCE-LINES
           PERFORM CLOSE-PRINT-FILE
           STOP RUN
           .
      *
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-TOK(1) ARG-TOK(2) ARG-TOK(3)
                    ARG-TOK(4) ARG-TOK(5) ARG-TOK(6)
                    ARG-TOK(7) ARG-TOK(8)
           END-UNSTRING
           MOVE 0 TO ARG-SKIP
           PERFORM VARYING ARG-IDX FROM 1 BY 1
               UNTIL ARG-IDX > 8
               IF ARG-SKIP = 1
                   MOVE 0 TO ARG-SKIP
               ELSE
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "--notation"
                   IF ARG-IDX = 8 OR ARG-TOK(ARG-IDX + 1) = SPACES
                       DISPLAY "GAMEPUZ: --notation needs a value."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION UPPER-CASE(ARG-TOK(ARG-IDX + 1))
                       TO ARG-VALUE
                   IF ARG-VALUE NOT = "NUMBER"
                       AND ARG-VALUE NOT = "GRID"
                       DISPLAY "GAMEPUZ: --notation must be NUMBER "
                           "or GRID."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE ARG-VALUE TO MOVE-NOTATION
                   MOVE 1 TO ARG-SKIP
               WHEN "--print"
                   MOVE 1 TO PRINT-MODE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
           .
      *
       TAKE-ARG-VALUE.
           IF ARG-IDX = 8 OR ARG-TOK(ARG-IDX + 1) = SPACES
               DISPLAY "GAMEPUZ: "
                   FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a value."
      * ============================================================
       PRINT-PUZZLE-PAGE.
           MOVE PZ-IDX TO DISPLAY-NUM
           IF PZ-IDX > 1
               PERFORM START-NEW-PAGE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE "--------------------------------------------"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           STRING "Puzzle " FUNCTION TRIM(DISPLAY-NUM)
               "  (arises at ply " PZ-DEPTH(PZ-IDX)
               ", difficulty " PZ-AVOID(PZ-IDX)
               " losing alternative(s))"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-PUZZLE-BOARD
           IF PZ-KIND(PZ-IDX) = "W"
               STRING "P" PZ-MOVER(PZ-IDX)
                   " to move: find the winning move."
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           ELSE
               STRING "P" PZ-MOVER(PZ-IDX)
                   " to move: find the move that saves the draw."
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
      *
      * Under GRID notation the rows and columns are labelled and
      * the free cells left blank instead of numbered.
       PRINT-PUZZLE-BOARD.
           IF MOVE-NOTATION = "GRID"
               MOVE "  1  2  3" TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "A" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 2 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 7 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 6 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "B" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 9 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 5 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 1 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "C" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 4 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 3 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 8 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
       PUZZLE-BOARD-CELL.
               WHEN "2"
                   MOVE " O " TO OUTPUT-LINE(LINE-POS:3)
               WHEN OTHER
                   IF MOVE-NOTATION = "GRID"
                       MOVE " . " TO OUTPUT-LINE(LINE-POS:3)
                   ELSE
                       MOVE " ." TO OUTPUT-LINE(LINE-POS:2)
                       MOVE CUR-NUM TO DISP-DIGIT
                       MOVE DISP-DIGIT
                           TO OUTPUT-LINE(LINE-POS + 2:1)
                   END-IF
           END-EVALUATE
           ADD 3 TO LINE-POS
           .
      * sheet can be handed out with the last page held back.
      * ============================================================
       PRINT-ANSWER-KEY.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "============================================"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "Answer key" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "============================================"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PZ-IDX FROM 1 BY 1
               UNTIL PZ-IDX > PUZZLE-COUNT
               MOVE PZ-IDX TO DISPLAY-NUM
               IF PZ-TRIPLE(PZ-IDX) NOT = 0
                   PERFORM FORMAT-ANSWER-TRIPLE
               END-IF
               MOVE PZ-ANSWER(PZ-IDX) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               IF PZ-TRIPLE(PZ-IDX) NOT = 0
                   STRING "  Puzzle "
                       FUNCTION TRIM(DISPLAY-NUM)
                       ": play " FUNCTION TRIM(MOVE-TEXT)
                       ", completing triple "
                       FUNCTION TRIM(TRIPLE-TEXT)
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               ELSE
                   IF PZ-KIND(PZ-IDX) = "W"
                       STRING "  Puzzle "
                           FUNCTION TRIM(DISPLAY-NUM)
                           ": play " FUNCTION TRIM(MOVE-TEXT)
                           " - the only move that keeps the "
                           "forced win."
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   ELSE
                       STRING "  Puzzle "
                           FUNCTION TRIM(DISPLAY-NUM)
                           ": play " FUNCTION TRIM(MOVE-TEXT)
                           " - the only move that holds the "
                           "draw."
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   END-IF
               END-IF
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .
      *
      * The report's sources, last: one provenance line per sealed
      * input, for GAMELINE to compare with the inputs later.
       PRINT-PROVENANCE-LINES.
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-USED
               PERFORM BUILD-PROVENANCE-LINE
               MOVE PROV-LINE TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .
      *
      * The solving triple as T1-T2-T3 in the notation in force.
       FORMAT-ANSWER-TRIPLE.
           MOVE SPACES TO TRIPLE-TEXT
           MOVE 1 TO TRIPLE-POS
           MOVE T1(PZ-TRIPLE(PZ-IDX)) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) "-" DELIMITED BY SIZE
               INTO TRIPLE-TEXT WITH POINTER TRIPLE-POS
           END-STRING
           MOVE T2(PZ-TRIPLE(PZ-IDX)) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) "-" DELIMITED BY SIZE
               INTO TRIPLE-TEXT WITH POINTER TRIPLE-POS
           END-STRING
           MOVE T3(PZ-TRIPLE(PZ-IDX)) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
               INTO TRIPLE-TEXT WITH POINTER TRIPLE-POS
           END-STRING
           .
      *
      * Number MOVE-NUM as the notation in force (the digit, or its
      * grid square - rows A to C top to bottom, columns 1 to 3
      * left to right of the board, so A1 is 2, B2 is 5 and C3 is
      * 8) into MOVE-TEXT.
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
      * ============================================================
      * Print file. --print sends the report to the print file.
      * Report lines
      * are built in PRINT-TEXT and handed to EMIT-REPORT-LINE,
      * which displays them, or writes them under a page heading
      * every PRINT-PAGE-LINES lines (heading included) with
      * --print. START-NEW-PAGE marks a control break: the next
      * line starts a fresh page unless the current one is still
      * empty. Operator messages stay on the console either way.
      * ============================================================
       OPEN-PRINT-FILE.
           IF PRINT-MODE = 1
               MOVE SPACES TO PH-CYCLE-ID PRINT-STEP PRINT-NAME
               ACCEPT PH-CYCLE-ID FROM ENVIRONMENT "GAMES_CYCLE_ID"
               ACCEPT PRINT-STEP FROM ENVIRONMENT "GAMES_STEP"
               IF PH-CYCLE-ID = SPACES OR PRINT-STEP = SPACES
                   MOVE "ADHOC" TO PH-CYCLE-ID
                   MOVE "GAMES-PRINT-GAMEPUZ" TO PRINT-NAME
               ELSE
                   STRING "GAMES-PRINT-" FUNCTION TRIM(PH-CYCLE-ID)
                       "-S" PRINT-STEP
                       DELIMITED BY SIZE
                       INTO PRINT-NAME
                   END-STRING
               END-IF
               MOVE FUNCTION CURRENT-DATE TO PRINT-STAMP
               STRING PRINT-STAMP(1:4) "-" PRINT-STAMP(5:2) "-"
                   PRINT-STAMP(7:2)
                   DELIMITED BY SIZE
                   INTO PH-RUN-DATE
               END-STRING
               STRING PRINT-STAMP(9:2) ":" PRINT-STAMP(11:2) ":"
                   PRINT-STAMP(13:2)
                   DELIMITED BY SIZE
                   INTO PH-RUN-TIME
               END-STRING
               OPEN OUTPUT PRINT-FILE
               IF FS-PRINT NOT = "00"
                   DISPLAY "GAMEPUZ: cannot create print file "
                       FUNCTION TRIM(PRINT-NAME)
                       " (status " FS-PRINT ") - printing to the "
                       "console."
                   MOVE 0 TO PRINT-MODE
               END-IF
               MOVE 0 TO PRINT-PAGE-NUM
               MOVE PRINT-PAGE-LINES TO PRINT-LINE-COUNT
           END-IF
           .
      *
       EMIT-REPORT-LINE.
           IF PRINT-MODE = 0
               IF PRINT-TEXT = SPACES
                   DISPLAY " "
               ELSE
                   DISPLAY FUNCTION TRIM(PRINT-TEXT TRAILING)
               END-IF
           ELSE
               IF PRINT-LINE-COUNT >= PRINT-PAGE-LINES
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               IF PRINT-TEXT NOT = SPACES
                   OR PRINT-LINE-COUNT > PRINT-HEAD-LINES
                   MOVE SPACES TO PRINT-RECORD
                   MOVE PRINT-TEXT TO PRINT-RECORD(2:)
                   WRITE PRINT-RECORD
                   ADD 1 TO PRINT-LINE-COUNT
               END-IF
           END-IF
           MOVE SPACES TO PRINT-TEXT
           .
      *
       START-NEW-PAGE.
           IF PRINT-MODE = 1
               AND PRINT-LINE-COUNT > PRINT-HEAD-LINES
               MOVE PRINT-PAGE-LINES TO PRINT-LINE-COUNT
           END-IF
           .
      *
       WRITE-PAGE-HEADING.
           ADD 1 TO PRINT-PAGE-NUM
           MOVE PRINT-PAGE-NUM TO PH-PAGE
           WRITE PRINT-RECORD FROM PAGE-HEADING
           MOVE SPACES TO PRINT-RECORD
           MOVE PRINT-TITLE TO PRINT-RECORD(2:)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE ALL "-" TO PRINT-RECORD(2:89)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE PRINT-HEAD-LINES TO PRINT-LINE-COUNT
           .
      *
       CLOSE-PRINT-FILE.
           IF PRINT-MODE = 1
               CLOSE PRINT-FILE
               MOVE PRINT-PAGE-NUM TO PRINT-PAGES-DISP
               DISPLAY "GAMEPUZ: report " FUNCTION TRIM(PH-REPORT-ID)
                   " printed to " FUNCTION TRIM(PRINT-NAME) ", "
                   FUNCTION TRIM(PRINT-PAGES-DISP) " page(s)."
           END-IF
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
                   WHEN "PRINT-PAGE-LINES"
                       COMPUTE PRINT-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF PRINT-NUMVAL = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 20
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 200
                               COMPUTE PRINT-PAGE-LINES =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
      *
      * ============================================================
      * Load the memo cache (seal-checked) and pre-validate the
      * canonical export's seal before mining it.
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015TREE-MEMO" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       VALIDATE-UNIQUE-SEAL.
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015-UNIQUE" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       SUM-UNIQUE-SEAL-RECORD.
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
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
