      *     not, and any run whose ARGS match an earlier run but
      *     whose OUTCOME differs from that earlier run's.
      *
      * Usage: ./gamelog [--cutover] [--print]
      *   --cutover  After the digest, append the live log's
      *              records to GAMES-RUN-LOG-ARCHIVE and start the
      *              live log afresh, so the file every program
      *              appends to stays small while the full history
      *              remains reviewable in the archive.
      *   --print    write the digest to a paged print file (report
      *              LOG01) instead of the console, each section
      *              starting a new page. PRINT-PAGE-LINES in
      *              GAMES-SITE-CONFIG sets the page length
      *              (default 60).
      *
      * Ends with return code 4 when the exception section is
      * non-empty, so a driver step can tell a clean morning from
      * one that needs a human look.
      *
      * Exceptions also reach the operations monitor's alert feed
      * (GAMES-ALERTS, see GAMEALRT): one LOG-OUTCOME alert (ERROR)
      * when any run's outcome changed and one LOG-MISSED alert
      * (WARNING) when any program missed a day, each naming the
      * first case and counting the rest.
      *
      * GAMES-SITE-CONFIG keys:
      *   PRINT-PAGE-LINES  print page length (--print)
      *   ALERT-FILE        the alert feed's name (shared key)
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ARCHIVE-FILE ASSIGN TO "GAMES-RUN-LOG-ARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD     PIC X(200).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD       PIC X(133).
      *
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD       PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  CUTOVER-MODE       PIC 9 VALUE 0.
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  CUTOVER-COUNT      PIC 9(6) VALUE 0.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
      *
      * Fields parsed out of one run-log record
       01  LOG-LINE           PIC X(200) VALUE SPACES.
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-NUM2          PIC Z(7)9.
       01  EXC-BUILD          PIC X(180) VALUE SPACES.
      *
      * The exceptions' alerts: the first case of each kind
       01  LOG-REC-NO         PIC 9(6) VALUE 0.
       01  OUTCOME-EXC-COUNT  PIC 9(5) VALUE 0.
       01  FIRST-OUTCOME-REC  PIC 9(6) VALUE 0.
       01  FIRST-OUTCOME-PROG PIC X(12) VALUE SPACES.
       01  FIRST-OUTCOME-STAMP PIC X(19) VALUE SPACES.
       01  MISSED-EXC-COUNT   PIC 9(5) VALUE 0.
       01  FIRST-MISSED-DATE  PIC X(10) VALUE SPACES.
       01  FIRST-MISSED-PROG  PIC X(12) VALUE SPACES.
       01  REC-NO-DISP        PIC Z(5)9.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMELOG and the cycle shows as ADHOC.
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
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMELOG".
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
      * GAMES-ALERTS, the operations monitor's alert feed: one
      * fixed-column ALERT record per finding (the layout is in
      * GAMEALRT's header), appended with the run log's retry on
      * a busy file. ALERT-FILE in GAMES-SITE-CONFIG renames it.
       01  ALERT-NAME         PIC X(40) VALUE "GAMES-ALERTS".
       01  FS-ALERT           PIC XX VALUE SPACES.
       01  ALERT-RETRY-COUNT  PIC 9 VALUE 0.
       01  ALERT-SLEEP-SECS   PIC 9 VALUE 1.
       01  ALERT-TIMESTAMP    PIC X(21).
       01  ALERT-LINE         VALUE SPACES.
           05  AR-STAMP       PIC X(19).
           05  FILLER         PIC X.
           05  AR-KIND        PIC X(7).
           05  FILLER         PIC X.
           05  AR-PROGRAM     PIC X(9).
           05  FILLER         PIC X.
           05  AR-SEVERITY    PIC X(7).
           05  FILLER         PIC X.
           05  AR-CODE        PIC X(12).
           05  FILLER         PIC X.
           05  AR-REF         PIC X(8).
           05  FILLER         PIC X.
           05  AR-FILE        PIC X(40).
           05  FILLER         PIC X.
           05  AR-RECORD      PIC X(12).
           05  FILLER         PIC X.
           05  AR-TEXT        PIC X(78).
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-PRINT-OPTION
           IF FUNCTION TRIM(CMD-LINE) = "--cutover"
               MOVE 1 TO CUTOVER-MODE
           END-IF
           PERFORM PROCESS-LOG-RECORD UNTIL LOG-EOF = 1
           CLOSE RUN-LOG-FILE
      *
           MOVE "LOG01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Run-Log Digest and Exceptions"
               TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE "GAMES-RUN-LOG digest" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "====================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE RUN-COUNT TO DISPLAY-NUM
           STRING "Runs analyzed: " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE DAY-COUNT TO DISPLAY-NUM
           STRING "Days covered:  " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
      *
           PERFORM REPORT-RUNS-PER-DAY
           PERFORM REPORT-TOP-ARGS
           PERFORM REPORT-RUN-GAPS
           PERFORM COLLECT-MISSING-DAYS
           PERFORM REPORT-EXCEPTIONS
           PERFORM RAISE-EXCEPTION-ALERTS
      *
           IF CUTOVER-MODE = 1
               PERFORM CUTOVER-RUN-LOG
           END-IF
           PERFORM CLOSE-PRINT-FILE
      *
           IF EXC-COUNT > 0
               MOVE 4 TO RETURN-CODE
               OPEN OUTPUT RUN-LOG-FILE
               CLOSE RUN-LOG-FILE
               MOVE CUTOVER-COUNT TO DISPLAY-NUM
               PERFORM EMIT-REPORT-LINE
               STRING "Cutover: " DISPLAY-NUM " record(s) moved "
                   "to GAMES-RUN-LOG-ARCHIVE; live log restarted."
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
      *
                   ADD 1 TO CUTOVER-COUNT
           END-READ
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
                   MOVE "GAMES-PRINT-GAMELOG" TO PRINT-NAME
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
                   DISPLAY "GAMELOG: cannot create print file "
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
               DISPLAY "GAMELOG: report " FUNCTION TRIM(PH-REPORT-ID)
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
                   WHEN "ALERT-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO ALERT-NAME
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
      *
       READ-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE 1 TO LOG-EOF
               NOT AT END
                   ADD 1 TO LOG-REC-NO
           END-READ
           .
      *
                       INTO EXC-BUILD
                   END-STRING
                   PERFORM ADD-EXCEPTION
                   ADD 1 TO OUTCOME-EXC-COUNT
                   IF OUTCOME-EXC-COUNT = 1
                       MOVE LOG-REC-NO TO FIRST-OUTCOME-REC
                       MOVE LOG-PROGRAM TO FIRST-OUTCOME-PROG
                       MOVE LOG-STAMP TO FIRST-OUTCOME-STAMP
                   END-IF
                   MOVE LOG-OUTCOME TO AT-OUTCOME(FOUND-IDX)
               END-IF
           END-IF
           .
      *
       REPORT-RUNS-PER-DAY.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Runs per program per day" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "========================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > PROG-DAY-COUNT
               MOVE PD-COUNT(IDX) TO DISPLAY-NUM
               MOVE PD-ELAPSED(IDX) TO DISP-NUM2
               STRING "  " PD-DATE(IDX) "  " PD-PROG(IDX)
                   " " DISPLAY-NUM "  elapsed " DISP-NUM2 "s"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Total elapsed per program" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "=========================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > PROG-COUNT
               MOVE PT-RUNS(IDX) TO DISPLAY-NUM
               MOVE PT-ELAPSED(IDX) TO DISP-NUM2
               STRING "  " PT-NAME(IDX) " runs" DISPLAY-NUM
                   "  elapsed " DISP-NUM2 "s"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .
      *
       REPORT-TOP-ARGS.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Most-used arguments per program" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "===============================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > PROG-COUNT
               MOVE 0 TO BEST-IDX
               IF BEST-IDX NOT = 0
                   MOVE AT-COUNT(BEST-IDX) TO DISPLAY-NUM
                   IF AT-ARGS(BEST-IDX) = SPACES
                       STRING "  " PT-NAME(IDX)
                           " [(no arguments)] used"
                           DISPLAY-NUM " time(s)"
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   ELSE
                       STRING "  " PT-NAME(IDX) " ["
                           FUNCTION TRIM(AT-ARGS(BEST-IDX))
                           "] used" DISPLAY-NUM " time(s)"
                           DELIMITED BY SIZE
                           INTO PRINT-TEXT
                       END-STRING
                   END-IF
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           .
      *
       REPORT-RUN-GAPS.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Elapsed gaps between runs" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "=========================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           IF GAP-COUNT = 0
               MOVE "  (fewer than two runs - no gaps)" TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           ELSE
               COMPUTE GAP-AVG = GAP-TOTAL / GAP-COUNT
               MOVE GAP-AVG TO DISPLAY-NUM
               STRING "  Average gap: " DISPLAY-NUM " second(s)"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
               MOVE MAX-GAP TO DISPLAY-NUM
               STRING "  Largest gap: " DISPLAY-NUM " second(s)"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
               STRING "    from " MAX-GAP-FROM
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
               STRING "    to   " MAX-GAP-TO
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           .
      *
                               INTO EXC-BUILD
                           END-STRING
                           PERFORM ADD-EXCEPTION
                           ADD 1 TO MISSED-EXC-COUNT
                           IF MISSED-EXC-COUNT = 1
                               MOVE DT-DATE(IDX2)
                                   TO FIRST-MISSED-DATE
                               MOVE PT-NAME(IDX)
                                   TO FIRST-MISSED-PROG
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           .
      *
       REPORT-EXCEPTIONS.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Exceptions" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "==========" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           IF EXC-COUNT = 0
               MOVE "  (none)" TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > EXC-COUNT
                   IF PRINT-MODE = 0
                       DISPLAY "  "
                           FUNCTION TRIM(EXC-LINE(IDX) TRAILING)
                   ELSE
                       MOVE EXC-LINE(IDX)(1:120) TO PRINT-TEXT(3:)
                       PERFORM EMIT-REPORT-LINE
                       IF EXC-LINE(IDX)(121:60) NOT = SPACES
                           MOVE EXC-LINE(IDX)(121:60)
                               TO PRINT-TEXT(7:)
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
      *
      * ============================================================
      * One alert per kind of exception found, so a bad morning
      * raises two lines on the monitor rather than two hundred.
      * ============================================================
       RAISE-EXCEPTION-ALERTS.
           IF OUTCOME-EXC-COUNT > 0
               MOVE "ERROR" TO AR-SEVERITY
               MOVE "LOG-OUTCOME" TO AR-CODE
               MOVE "GAMES-RUN-LOG" TO AR-FILE
               MOVE FIRST-OUTCOME-REC TO REC-NO-DISP
               STRING "REC " FUNCTION TRIM(REC-NO-DISP)
                   DELIMITED BY SIZE
                   INTO AR-RECORD
               END-STRING
               MOVE OUTCOME-EXC-COUNT TO DISPLAY-NUM
               STRING FUNCTION TRIM(DISPLAY-NUM)
                   " outcome change(s) for repeated ARGS, first "
                   FUNCTION TRIM(FIRST-OUTCOME-PROG) " "
                   FIRST-OUTCOME-STAMP
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           END-IF
           IF MISSED-EXC-COUNT > 0
               MOVE "WARNING" TO AR-SEVERITY
               MOVE "LOG-MISSED" TO AR-CODE
               MOVE "GAMES-RUN-LOG" TO AR-FILE
               MOVE FIRST-MISSED-DATE TO AR-RECORD
               MOVE MISSED-EXC-COUNT TO DISPLAY-NUM
               STRING FUNCTION TRIM(DISPLAY-NUM)
                   " missed run-day(s); first "
                   FUNCTION TRIM(FIRST-MISSED-PROG)
                   " did not run on " FIRST-MISSED-DATE
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           END-IF
           .
      *
      * ============================================================
      * Append one ALERT record to the alert feed. The caller sets
      * AR-SEVERITY (WARNING, ERROR or SEVERE), AR-CODE, AR-FILE,
      * AR-RECORD and AR-TEXT; a busy file is retried the way the
      * run log's appends are, and a missing one is created.
      * ============================================================
       RAISE-ALERT.
           MOVE FUNCTION CURRENT-DATE TO ALERT-TIMESTAMP
           MOVE SPACES TO AR-STAMP
           STRING ALERT-TIMESTAMP(1:4) "-" ALERT-TIMESTAMP(5:2) "-"
               ALERT-TIMESTAMP(7:2) " " ALERT-TIMESTAMP(9:2) ":"
               ALERT-TIMESTAMP(11:2) ":" ALERT-TIMESTAMP(13:2)
               DELIMITED BY SIZE
               INTO AR-STAMP
           END-STRING
           MOVE "ALERT" TO AR-KIND
           MOVE "GAMELOG" TO AR-PROGRAM
           MOVE SPACES TO AR-REF
           MOVE SPACES TO FS-ALERT
           MOVE 0 TO ALERT-RETRY-COUNT
           PERFORM OPEN-ALERT-EXTEND
               UNTIL FS-ALERT = "00" OR ALERT-RETRY-COUNT > 5
           IF FS-ALERT = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FS-ALERT = "00"
               MOVE ALERT-LINE TO ALERT-RECORD
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY "GAMELOG: cannot append to "
                   FUNCTION TRIM(ALERT-NAME) " (status " FS-ALERT
                   ") - alert " FUNCTION TRIM(AR-CODE)
                   " not raised."
           END-IF
           MOVE SPACES TO ALERT-LINE
           .
      *
       OPEN-ALERT-EXTEND.
           OPEN EXTEND ALERT-FILE
           IF FS-ALERT NOT = "00"
               ADD 1 TO ALERT-RETRY-COUNT
               IF FS-ALERT(1:1) = "9"
                   CALL "C$SLEEP" USING ALERT-SLEEP-SECS
               ELSE
                   MOVE 9 TO ALERT-RETRY-COUNT
               END-IF
           END-IF
           .
