      * Usage: ./gameview --unique          (replay GAME015-UNIQUE)
      *        ./gameview --line            (replay GAME15TREE-LINE)
      *        ./gameview --moves 2,9,5,1,8 (replay a typed list)
      *   --notation N  (with any of the above) NUMBER or GRID:
      *                 under GRID the --moves list is typed as
      *                 board squares (--moves B2,A1,C3) and every
      *                 page prints its moves and winning triple
      *                 as squares, A1..C3 being rows A-C top to
      *                 bottom and columns 1-3 left to right of the
      *                 2 7 6 / 9 5 1 / 4 3 8 board. Defaults to the
      *                 MOVE-NOTATION key of GAMES-SITE-CONFIG, else
      *                 NUMBER.
      *   --print       (with any of the above) write the pages to a
      *                 paged print file (report VIEW01) instead of
      *                 the console, each game starting a new page.
      *                 PRINT-PAGE-LINES in GAMES-SITE-CONFIG sets
      *                 the page length (default 60).
      *
      * A replay of GAME015-UNIQUE or GAME15TREE-LINE ends with a
      * provenance line for the file it replayed - the file name
      * and its TRAILER count and checksum (PROVENANCE INPUT=<file>
      * COUNT=n CHECKSUM=n) - so GAMELINE can tell when a rebuilt
      * export or line has left a printed handout stale.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LINE-FILE ASSIGN TO "GAME15TREE-LINE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-LINE-FILE.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LINE-FILE
           RECORDING MODE IS F.
       01  LINE-FILE-RECORD   PIC X(40).
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
       01  FS-LINE-FILE       PIC XX VALUE SPACES.
       01  UNIQUE-EOF         PIC 9 VALUE 0.
       01  LINE-EOF           PIC 9 VALUE 0.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
      *
      * Board rendering (magic-square layout 2 7 6 / 9 5 1 / 4 3 8)
       01  OUTPUT-LINE        PIC X(80) VALUE SPACES.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMEVIEW and the cycle shows as ADHOC.
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
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMEVIEW".
           05  FILLER         PIC X(5)  VALUE " RUN ".
           05  PH-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  PH-RUN-TIME    PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE " CYCLE ".
           05  PH-CYCLE-ID    PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE " PAGE ".
           05  PH-PAGE        PIC Z(5)9.
           05  FILLER         PIC X(41) VALUE SPACES.
       01  LINE-POS           PIC 999.
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
      * Winning triples
       01  WIN-TRIPLES.
           05  TRIPLE-DATA    PIC X(24)
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
       01  PROV-LINE          PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-NOTATION-OPTION
           PERFORM TAKE-PRINT-OPTION
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG1 ARG2
           END-UNSTRING
           MOVE "VIEW01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Board-by-Board Replay" TO PRINT-TITLE
      *
           EVALUATE ARG1
               WHEN "--unique"
                   PERFORM OPEN-PRINT-FILE
                   PERFORM VIEW-UNIQUE-FILE
               WHEN "--line"
                   PERFORM OPEN-PRINT-FILE
                   PERFORM VIEW-LINE-FILE
               WHEN "--moves"
                   PERFORM OPEN-PRINT-FILE
                   PERFORM VIEW-MOVE-LIST
               WHEN OTHER
                   DISPLAY "Usage: ./gameview --unique"
                   DISPLAY "       ./gameview --line"
                   DISPLAY "       ./gameview --moves N,N,..."
                   DISPLAY "       [--notation NUMBER|GRID] [--print]"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
           PERFORM CLOSE-PRINT-FILE
           STOP RUN
           .
      *
               THRU VIEW-UNIQUE-GAME-EXIT
               UNTIL UNIQUE-EOF = 1
           CLOSE UNIQUE-FILE
           PERFORM PRINT-PROVENANCE-LINES
           .
      *
       READ-UNIQUE-RECORD.
           END-IF
           MOVE "Optimal line (GAME15TREE-LINE)" TO GAME-TITLE
           PERFORM PRINT-GAME-PAGE
           PERFORM PRINT-PROVENANCE-LINES
           .
      *
       READ-LINE-RECORD.
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
                       DISPLAY "GAMEVIEW: move '"
           PERFORM PRINT-GAME-PAGE
           .
      *
      * One --moves token typed as a grid square.
       TAKE-SQUARE-TOKEN.
           MOVE MOVE-TOK(IDX) TO MOVE-TEXT
           PERFORM PARSE-SQUARE
           IF MOVE-NUM = 0
               DISPLAY "GAMEVIEW: move '"
                   FUNCTION TRIM(MOVE-TOK(IDX))
                   "' must be a square A1-C3."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MOVE-NUM TO GAME-MOVE(GAME-LEN)
           .
      *
      * ============================================================
      * One printed page: the game header, a board snapshot after
      * every ply, and the winning triple (if any) starred on the
      * ============================================================
       PRINT-GAME-PAGE.
           ADD 1 TO GAME-COUNT
           IF GAME-COUNT > 1
               PERFORM START-NEW-PAGE
           END-IF
           MOVE ALL "=" TO PRINT-TEXT(1:60)
           PERFORM EMIT-REPORT-LINE
           MOVE GAME-TITLE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           INITIALIZE OWNER-TABLE
           INITIALIZE HIGHLIGHT-TABLE
           MOVE 0 TO WIN-FOUND
                   MOVE 2 TO CUR-PLAYER
               END-IF
               MOVE GAME-MOVE(PLY) TO CUR-NUM
               MOVE CUR-NUM TO MOVE-NUM
               PERFORM FORMAT-MOVE
               IF OWNER(CUR-NUM) NOT = 0
                   STRING "  *** move " FUNCTION TRIM(MOVE-TEXT)
                       " repeats an owned number - record "
                       "damaged; replay stopped. ***"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
                   MOVE GAME-LEN TO PLY
               ELSE
                   MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                   PERFORM EMIT-REPORT-LINE
                   STRING "Ply " PLY ": P" CUR-PLAYER
                       " picks " FUNCTION TRIM(MOVE-TEXT)
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
                   IF PLY = GAME-LEN
                       PERFORM CHECK-WIN
                       IF WIN-FOUND = 1
               ELSE
                   MOVE CUR-PLAYER TO VIEW-WINNER
               END-IF
               PERFORM FORMAT-WIN-TRIPLE
               STRING "Winning triple: "
                   FUNCTION TRIM(OUTPUT-LINE TRAILING)
                   " (starred above), won by P" VIEW-WINNER
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           ELSE
               IF GAME-LEN = 9
                   MOVE "Game ends in a draw." TO PRINT-TEXT
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
      *
      * Board shown via the 3x3 magic square layout
      * (2 7 6 / 9 5 1 / 4 3 8), the same mapping used throughout
      * the Game of 15 family for printing a human-readable board.
      * Cells of the winning triple carry a * on the final board.
      * Under GRID notation the rows and columns are labelled and
      * the free cells left blank instead of numbered.
       DISPLAY-BOARD.
           IF MOVE-NOTATION = "GRID"
               MOVE "  1   2   3" TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "A" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 2 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 7 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 6 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "B" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 9 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 5 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 1 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "C" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 4 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 3 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE 8 TO CUR-NUM
           PERFORM BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
       BOARD-CELL.
               WHEN 2
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
           IF HIGHLIGHT(CUR-NUM) = 1
               MOVE "*" TO OUTPUT-LINE(LINE-POS + 3:1)
           END-PERFORM
           .
      *
      * The winning triple as T1-T2-T3 in the notation in force,
      * built in OUTPUT-LINE.
       FORMAT-WIN-TRIPLE.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           MOVE T1(WIN-TRIPLE-IDX) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) "-" DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           MOVE T2(WIN-TRIPLE-IDX) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) "-" DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           MOVE T3(WIN-TRIPLE-IDX) TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
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
                   DISPLAY "GAMEVIEW: --notation must be NUMBER or "
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
      * Print file. --print, anywhere on the command line, sends
      * the report to the print file and is lifted out of CMD-LINE
      * so the remaining arguments parse as before. Report lines
      * are built in PRINT-TEXT and handed to EMIT-REPORT-LINE,
      * which displays them, or writes them under a page heading
      * every PRINT-PAGE-LINES lines (heading included) with
      * --print. START-NEW-PAGE marks a control break: the next
      * line starts a fresh page unless the current one is still
      * empty. Operator messages stay on the console either way.
      * ============================================================
       TAKE-PRINT-OPTION.
           MOVE 0 TO PRINT-TALLY
           INSPECT CMD-LINE TALLYING PRINT-TALLY FOR ALL "--print"
           IF PRINT-TALLY > 0
               MOVE 1 TO PRINT-MODE
               INSPECT CMD-LINE REPLACING ALL "--print" BY SPACES
               MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
           END-IF
           .
      *
       OPEN-PRINT-FILE.
           IF PRINT-MODE = 1
               MOVE SPACES TO PH-CYCLE-ID PRINT-STEP PRINT-NAME
               ACCEPT PH-CYCLE-ID FROM ENVIRONMENT "GAMES_CYCLE_ID"
               ACCEPT PRINT-STEP FROM ENVIRONMENT "GAMES_STEP"
               IF PH-CYCLE-ID = SPACES OR PRINT-STEP = SPACES
                   MOVE "ADHOC" TO PH-CYCLE-ID
                   MOVE "GAMES-PRINT-GAMEVIEW" TO PRINT-NAME
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
                   DISPLAY "GAMEVIEW: cannot create print file "
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
               DISPLAY "GAMEVIEW: report " FUNCTION TRIM(PH-REPORT-ID)
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
      * Pre-passes: re-sum each input file's data records against
      * the TRAILER seal that must close it, refusing a truncated
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015-UNIQUE" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       SUM-UNIQUE-SEAL-RECORD.
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME15TREE-LINE" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       SUM-LINE-SEAL-RECORD.
           END-READ
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
      * The replay's source, last: one provenance line per sealed
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
      * ============================================================
      * The position-weighted additive record sum behind every
      * TRAILER seal: SUM((ORD(char) - 1) * position) over the
