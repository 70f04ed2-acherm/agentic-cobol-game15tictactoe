      * skipped: the persisted memo values only apply to the
      * standard rule.
      *
      * The report (and so the deck) ends with a provenance line
      * per input - the file name and its TRAILER count and
      * checksum (PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n) - so
      * GAMELINE can tell when a rebuilt cache or export has left
      * a printed deck stale.
      *
      * Usage: ./gamemist [--deck [--print]] [--notation N]
      *   --deck  After each annotation line, print a review page
      *           for every canonical game with a decisive mistake:
      *           the 3x3 magic-square board after each ply (the
      *           alternatives the player had at that ply. One
      *           paginated deck per run - the strategy-class
      *           handout, straight off the printer.
      *   --notation N  NUMBER or GRID: under GRID every move the
      *           report prints - the game's move list, the deck's
      *           plies and alternatives - is given as a board
      *           square A1..C3 (rows A-C top to bottom, columns
      *           1-3 left to right of the 2 7 6 / 9 5 1 / 4 3 8
      *           board). Defaults to the MOVE-NOTATION key of
      *           GAMES-SITE-CONFIG, else NUMBER.
      *   --print With --deck, write the whole run - annotations,
      *           review pages and summary - to a paged print file
      *           (report MIST01) instead of the console: each
      *           review page and the summary start a new page.
      *           PRINT-PAGE-LINES in GAMES-SITE-CONFIG sets the
      *           page length (default 60).
      *
      * Both inputs carry the family's TRAILER integrity seal (a
      * data-record count and a position-weighted checksum as the
      *
      * Return codes:
      *   0  all records annotated
      *   1  bad argument (--notation value, --print without
      *      --deck)
      *   8  at least one corrupt record
      *  16  an input file is missing or unreadable
      *  20  an input file failed its integrity seal
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
      * Position values (0 = not computed, 1 = P2 wins, 2 = Draw,
      * 3 = P1 wins), loaded from the tree program's persisted memo
       01  TO-TEXT            PIC X(12) VALUE SPACES.
       01  DISPLAY-NUM        PIC Z(4)9.
       01  DISP-NUM2          PIC Z(4)9.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMEMIST and the cycle shows as ADHOC.
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
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMEMIST".
           05  FILLER         PIC X(5)  VALUE " RUN ".
           05  PH-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  PH-RUN-TIME    PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE " CYCLE ".
           05  PH-CYCLE-ID    PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE " PAGE ".
           05  PH-PAGE        PIC Z(5)9.
           05  FILLER         PIC X(41) VALUE SPACES.
       01  ANNOT-LINE         PIC X(130) VALUE SPACES.
       01  ANNOT-POS          PIC 999.
      *
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
      * The game's record as printed: the record itself, or under
      * GRID notation the same fields with the moves as squares
       01  GAME-TEXT          PIC X(80) VALUE SPACES.
       01  GAME-TEXT-POS      PIC 99.
      *
      * Value-preserving alternatives at the mistake ply, computed
      * against the position just before the mistake was played -
      * the same keep/avoid split COLLECT-OPTIMAL makes inside the
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
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-NOTATION-OPTION
           PERFORM TAKE-PRINT-OPTION
           IF FUNCTION TRIM(CMD-LINE) = "--deck"
               MOVE 1 TO DECK-MODE
           END-IF
           IF PRINT-MODE = 1 AND DECK-MODE = 0
               DISPLAY "GAMEMIST: --print applies to the --deck "
                   "handout."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-MEMO-TABLE
           PERFORM VALIDATE-UNIQUE-SEAL
      *
               STOP RUN
           END-IF
      *
           MOVE "MIST01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Decisive-Mistake Review Deck"
               TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE "Decisive mistakes in the canonical games"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "========================================"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO UNIQUE-EOF
           PERFORM READ-UNIQUE-RECORD
           PERFORM ANNOTATE-GAME
           CLOSE UNIQUE-FILE
      *
           PERFORM PRINT-MISTAKE-SUMMARY
           PERFORM PRINT-PROVENANCE-LINES
           PERFORM CLOSE-PRINT-FILE
      *
           IF CORRUPT-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015TREE-MEMO" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       VALIDATE-MEMO-SEAL.
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
               COMPUTE GAME-MOVE(IDX) =
                   FUNCTION NUMVAL(MOVE-TOK(IDX))
           END-PERFORM
           PERFORM BUILD-GAME-TEXT
      *
      *    Replay, watching for the first value change. The empty
      *    board's value comes from the memo root entry (a draw).
       PRINT-DECK-PAGE.
           ADD 1 TO DECK-PAGE
           MOVE DECK-PAGE TO DISPLAY-NUM
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "=============================================="
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           STRING "Review page " FUNCTION TRIM(DISPLAY-NUM)
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE GAME-TEXT TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE MISTAKE-PLY TO DISPLAY-NUM
           STRING "Decisive mistake at ply "
               FUNCTION TRIM(DISPLAY-NUM) " by P" MISTAKE-PLAYER
               " (" FUNCTION TRIM(FROM-TEXT) " -> "
               FUNCTION TRIM(TO-TEXT) ")"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
      *
           INITIALIZE OWNER-TABLE
           PERFORM VARYING PLY FROM 1 BY 1
               PERFORM EVALUATE-POSITION
               MOVE CUR-VAL TO DISP-VAL
               PERFORM DECODE-VALUE
               MOVE CUR-NUM TO MOVE-NUM
               PERFORM FORMAT-MOVE
               PERFORM EMIT-REPORT-LINE
               IF PLY = MISTAKE-PLY
                   STRING "Ply " PLY ": P" CUR-PLAYER
                       " picks " FUNCTION TRIM(MOVE-TEXT) "  ["
                       FUNCTION TRIM(VAL-TEXT)
                       "]  <== MISTAKE"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               ELSE
                   STRING "Ply " PLY ": P" CUR-PLAYER
                       " picks " FUNCTION TRIM(MOVE-TEXT) "  ["
                       FUNCTION TRIM(VAL-TEXT) "]"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               END-IF
               PERFORM EMIT-REPORT-LINE
               PERFORM DISPLAY-DECK-BOARD
               IF PLY = MISTAKE-PLY
                   PERFORM PRINT-MISTAKE-ALTS
                   MOVE "," TO OUTPUT-LINE(LINE-POS:1)
                   ADD 1 TO LINE-POS
               END-IF
               MOVE ALT-NUMS(IDX) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING " " FUNCTION TRIM(MOVE-TEXT)
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POS
               END-STRING
           END-PERFORM
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
      * Board shown via the 3x3 magic square layout
      * (2 7 6 / 9 5 1 / 4 3 8), the same mapping used throughout
      * the Game of 15 family for printing a human-readable board.
      * Under GRID notation the rows and columns are labelled and
      * the free cells left blank instead of numbered.
       DISPLAY-DECK-BOARD.
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
           PERFORM DECK-BOARD-CELL
           MOVE 7 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE 6 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "B" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 9 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE 5 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE 1 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "C" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           MOVE 4 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE 3 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE 8 TO CUR-NUM
           PERFORM DECK-BOARD-CELL
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
       DECK-BOARD-CELL.
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
           ADD 3 TO LINE-POS
           .
           END-EVALUATE
           IF DISP-VAL NOT = PREV-VAL
               ADD 1 TO CORRUPT-COUNT
               STRING "  *** corrupt record (outcome "
                   GAME-OUTCOME " does not match replay): "
                   FUNCTION TRIM(UNIQUE-RECORD TRAILING) " ***"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
      *
       PRINT-ANNOTATION.
           MOVE SPACES TO ANNOT-LINE
           MOVE 1 TO ANNOT-POS
           STRING FUNCTION TRIM(GAME-TEXT TRAILING)
               DELIMITED BY SIZE
               INTO ANNOT-LINE WITH POINTER ANNOT-POS
           END-STRING
                   INTO ANNOT-LINE WITH POINTER ANNOT-POS
               END-STRING
           END-IF
           MOVE ANNOT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
      * The record as the report prints it: unchanged under NUMBER
      * notation; under GRID the MOVES= list is given as squares.
       BUILD-GAME-TEXT.
           MOVE SPACES TO GAME-TEXT
           IF MOVE-NOTATION NOT = "GRID"
               MOVE UNIQUE-RECORD TO GAME-TEXT
           ELSE
               MOVE 1 TO GAME-TEXT-POS
               STRING FUNCTION TRIM(REC-TOK-LEN) " MOVES="
                   DELIMITED BY SIZE
                   INTO GAME-TEXT WITH POINTER GAME-TEXT-POS
               END-STRING
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > GAME-LEN
                   IF IDX > 1
                       STRING "," DELIMITED BY SIZE
                           INTO GAME-TEXT WITH POINTER GAME-TEXT-POS
                       END-STRING
                   END-IF
                   MOVE GAME-MOVE(IDX) TO MOVE-NUM
                   PERFORM FORMAT-MOVE
                   STRING FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
                       INTO GAME-TEXT WITH POINTER GAME-TEXT-POS
                   END-STRING
               END-PERFORM
               STRING " " FUNCTION TRIM(REC-TOK-OUTCOME)
                   DELIMITED BY SIZE
                   INTO GAME-TEXT WITH POINTER GAME-TEXT-POS
               END-STRING
           END-IF
           .
      *
       DECODE-VALUE.
                   MOVE "not computed" TO VAL-TEXT
           END-EVALUATE
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
                   DISPLAY "GAMEMIST: --notation must be NUMBER or "
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
                   MOVE "GAMES-PRINT-GAMEMIST" TO PRINT-NAME
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
                   DISPLAY "GAMEMIST: cannot create print file "
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
               DISPLAY "GAMEMIST: report " FUNCTION TRIM(PH-REPORT-ID)
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
       PRINT-MISTAKE-SUMMARY.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Mistakes by depth and player" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "============================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "Ply    by P1    by P2" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > 9
               IF MS-P1(PLY) > 0 OR MS-P2(PLY) > 0
                   MOVE MS-P1(PLY) TO DISPLAY-NUM
                   MOVE MS-P2(PLY) TO DISP-NUM2
                   STRING "  " PLY "  " DISPLAY-NUM
                       "  " DISP-NUM2
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM EMIT-REPORT-LINE
           MOVE GAME-COUNT TO DISPLAY-NUM
           STRING "Games annotated:    " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE CLEAN-COUNT TO DISPLAY-NUM
           STRING "Played clean:       " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF SKIP-COUNT > 0
               MOVE SKIP-COUNT TO DISPLAY-NUM
               STRING "Variant records skipped: " DISPLAY-NUM
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF CORRUPT-COUNT > 0
               MOVE CORRUPT-COUNT TO DISPLAY-NUM
               STRING "Corrupt records:    " DISPLAY-NUM
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
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
       COMPUTE-POS-KEY.
           MOVE 0 TO POS-KEY
