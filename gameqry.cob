      * runs matched, total elapsed seconds, and a tally of the
      * distinct OUTCOME texts seen. --monthly adds a roll-up of
      * runs and elapsed per month per program over the matches.
      * --print writes the whole answer to a paged print file
      * (report QRY01) instead of the console, the summary and the
      * roll-up each starting a new page; like every other option
      * it goes before --args.
      *
      * Usage: ./gameqry [--from D] [--to D] [--program P]
      *                  [--monthly] [--print] [--args T]
      *
      * Honors the RUN-LOG-FILE key of GAMES-SITE-CONFIG for the
      * live log's name (the archive name is fixed, as it is in
      * GAMELOG) and PRINT-PAGE-LINES for the --print page length
      * (default 60).
      *
      * Return codes:
      *   0  query answered (even with zero matches)
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
      *
       DATA DIVISION.
       FILE SECTION.
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
       01  FOUND-IDX          PIC 999.
       01  DISPLAY-NUM        PIC Z(8)9.
       01  DISP-NUM2          PIC Z(8)9.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMEQRY and the cycle shows as ADHOC.
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
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMEQRY".
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
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM PARSE-ARGS
           PERFORM LOAD-SITE-CONFIG
      *
           MOVE "QRY01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Run-Log Query" TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE "Run-log query" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "=============" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
      *
           OPEN INPUT ARCHIVE-FILE
           IF FS-ARCHIVE = "00"
           IF MONTHLY-MODE = 1
               PERFORM PRINT-MONTHLY-ROLLUP
           END-IF
           PERFORM CLOSE-PRINT-FILE
           STOP RUN
           .
      *
                   MOVE 12 TO ARG-IDX
               WHEN "--monthly"
                   MOVE 1 TO MONTHLY-MODE
               WHEN "--print"
                   MOVE 1 TO PRINT-MODE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
       NOTE-QUERY-MATCH.
           ADD 1 TO MATCH-COUNT
           ADD LOG-ELAPSED TO TOTAL-ELAPSED
      *    A record wider than the print line runs on to a
      *    second, indented line.
           IF PRINT-MODE = 0
               DISPLAY "  " FUNCTION TRIM(LOG-LINE TRAILING)
           ELSE
               MOVE LOG-LINE(1:120) TO PRINT-TEXT(3:)
               PERFORM EMIT-REPORT-LINE
               IF LOG-LINE(121:80) NOT = SPACES
                   MOVE LOG-LINE(121:80) TO PRINT-TEXT(7:)
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
      *
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING IDX FROM 1 BY 1
           .
      *
       PRINT-QUERY-SUMMARY.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Summary" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "-------" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE MATCH-COUNT TO DISPLAY-NUM
           STRING "  Runs matched:  " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE TOTAL-ELAPSED TO DISPLAY-NUM
           STRING "  Total elapsed: " DISPLAY-NUM " second(s)"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF OUTCOME-COUNT > 0
               MOVE "  Outcome tally:" TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > OUTCOME-COUNT
                   MOVE OT-COUNT(IDX) TO DISPLAY-NUM
                   IF OT-TEXT(IDX) = SPACES
                       STRING "    (no outcome) x" DISPLAY-NUM
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   ELSE
                       STRING "    ["
                           FUNCTION TRIM(OT-TEXT(IDX) TRAILING)
                           "] x" DISPLAY-NUM
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   END-IF
                   PERFORM EMIT-REPORT-LINE
               END-PERFORM
           END-IF
           .
      *
       PRINT-MONTHLY-ROLLUP.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Monthly roll-up" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "---------------" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > MONTH-COUNT
               MOVE MT-RUNS(IDX) TO DISPLAY-NUM
               MOVE MT-ELAPSED(IDX) TO DISP-NUM2
               STRING "  " MT-MONTH(IDX) "  " MT-PROG(IDX)
                   " runs" DISPLAY-NUM
                   "  elapsed" DISP-NUM2 "s"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
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
                   MOVE "GAMES-PRINT-GAMEQRY" TO PRINT-NAME
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
                   DISPLAY "GAMEQRY: cannot create print file "
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
               DISPLAY "GAMEQRY: report " FUNCTION TRIM(PH-REPORT-ID)
                   " printed to " FUNCTION TRIM(PRINT-NAME) ", "
                   FUNCTION TRIM(PRINT-PAGES-DISP) " page(s)."
           END-IF
           .
      *
      * ============================================================
      * Read GAMES-SITE-CONFIG (when present) and apply the keys
      * this program owns.
      * ============================================================
                   WHEN "RUN-LOG-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO RUN-LOG-NAME
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
