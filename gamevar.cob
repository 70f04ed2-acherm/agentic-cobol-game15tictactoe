       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEVAR.
      *
      * Forecast-versus-actual variance report for the last GAMEDRV
      * cycle. GAMEPLAN projects a deck before it runs; this report
      * looks back at the cycle that just finished and says how
      * good that projection was:
      *
      *   - every program step of the cycle in GAMEDRV-LOG is priced
      *     exactly the way GAMEPLAN prices a card (its argument
      *     pattern's moving average over the last PLAN-WINDOW-RUNS
      *     runs, falling back to the program's overall average)
      *     from the GAMES-RUN-LOG history recorded BEFORE the
      *     cycle began, so the cycle never forecasts itself,
      *   - the step's actual elapsed seconds: the ELAPSED= figure
      *     of the run-log record the step wrote during the cycle,
      *     or, for a program that writes no run-log record, the
      *     seconds GAMEDRV timed it at (its SUMMARY-STEP record),
      *   - the variance in seconds and as a percentage of the
      *     forecast, flagged when it is outside VAR-TOLERANCE-PCT
      *     either way (variances under VAR-MIN-SECS seconds are
      *     never flagged - a one-second step a second late is not
      *     a forecasting problem),
      *   - the cycle total against the forecast total, and the
      *     cycle's elapsed window against the batch window
      *     (PLAN-WINDOW-SECS, the figure GAMEPLAN projects to).
      *
      * Control cards and VERIFY steps take no meaningful runtime
      * and are not priced, as in GAMEPLAN; steps skipped by COND or
      * a restart did not run and are not judged.
      *
      * Each cycle's totals are appended to the running file
      * GAMEVAR-HISTORY (once per cycle - reporting the same cycle
      * again does not add a second record), and the report closes
      * with the accuracy trend across cycles: the mean absolute
      * error of the latest VAR-TREND-CYCLES cycles against the
      * ones before them, and whether the forecast is getting
      * better or worse.
      *
      * Usage: ./gamevar [--trend]
      *   --trend  Print only the accuracy trend from the running
      *            file (the monthly review), without reading a
      *            cycle.
      *
      * Reads GAMES-RUN-LOG-ARCHIVE first (when present) and the
      * live log after it, as GAMEPLAN does.
      *
      * GAMES-SITE-CONFIG keys:
      *   RUN-LOG-FILE       live log name (shared key)
      *   PLAN-WINDOW-RUNS   runs in the moving average (default 5)
      *   PLAN-WINDOW-SECS   batch window length (default 3600)
      *   VAR-HISTORY-FILE   running file (default GAMEVAR-HISTORY)
      *   VAR-TOLERANCE-PCT  variance flag threshold (default 25)
      *   VAR-MIN-SECS       smallest variance ever flagged
      *                      (default 5)
      *   VAR-TREND-CYCLES   cycles per side of the trend
      *                      comparison (default 5)
      *
      * Return codes:
      *   0  report printed, no step outside tolerance, the cycle
      *      fitted the window
      *   4  a step was flagged, or the cycle overran the window
      *   8  GAMEDRV-LOG holds no finished cycle (no SUMMARY record)
      *  16  GAMEDRV-LOG cannot be read, or the running file cannot
      *      be read (--trend) or written
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRIVER-LOG ASSIGN TO "GAMEDRV-LOG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-DRIVER.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT ARCHIVE-FILE ASSIGN TO "GAMES-RUN-LOG-ARCHIVE"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVE.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC HISTORY-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DRIVER-LOG
           RECORDING MODE IS F.
       01  DRIVER-RECORD      PIC X(132).
      *
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  RUN-LOG-RECORD     PIC X(200).
      *
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD     PIC X(200).
      *
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD     PIC X(160).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
      * Site configuration
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  CONFIG-NUMVAL      PIC S9(4).
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  HISTORY-NAME       PIC X(40) VALUE "GAMEVAR-HISTORY".
       01  PLAN-WINDOW-RUNS   PIC 99 VALUE 5.
       01  PLAN-WINDOW-SECS   PIC 9(7) VALUE 3600.
       01  VAR-TOLERANCE-PCT  PIC 999 VALUE 25.
       01  VAR-MIN-SECS       PIC 9(5) VALUE 5.
       01  VAR-TREND-CYCLES   PIC 99 VALUE 5.
      *
       01  FS-DRIVER          PIC XX VALUE SPACES.
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  FS-ARCHIVE         PIC XX VALUE SPACES.
       01  FS-HISTORY         PIC XX VALUE SPACES.
       01  DRIVER-EOF         PIC 9 VALUE 0.
       01  LOG-EOF            PIC 9 VALUE 0.
       01  HISTORY-EOF        PIC 9 VALUE 0.
      *
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  TREND-ONLY         PIC 9 VALUE 0.
       01  FLAG-RAISED        PIC 9 VALUE 0.
      *
      * The cycle read from GAMEDRV-LOG. Steps are held by step
      * number; a log holding more than one cycle keeps only the
      * last, since every SUMMARY closes a cycle.
       01  DRV-LINE           PIC X(132) VALUE SPACES.
       01  DRV-TOK1           PIC X(40) VALUE SPACES.
       01  DRV-TAIL           PIC X(132) VALUE SPACES.
       01  DRV-STEP           PIC 9(4) VALUE 0.
       01  DRV-TALLY          PIC 99 VALUE 0.
       01  SUMMARY-SEEN       PIC 9 VALUE 0.
       01  SUMMARY-STAMP      PIC X(19) VALUE SPACES.
       01  FIRST-STAMP        PIC X(19) VALUE SPACES.
       01  WINDOW-SEEN        PIC 9 VALUE 0.
       01  CYCLE-WINDOW       PIC 9(8) VALUE 0.
       01  CYCLE-START-SECS   PIC 9(12) VALUE 0.
       01  CYCLE-END-SECS     PIC 9(12) VALUE 0.
       01  HIGH-STEP          PIC 9(4) VALUE 0.
       01  STEP-TABLE-MAX     PIC 9(4) VALUE 500.
       01  STEP-TABLE.
           05  STEP-ENTRY     OCCURS 500 TIMES.
               10  VS-SEEN        PIC 9.
               10  VS-PROGRAM     PIC X(12).
               10  VS-ARGS        PIC X(68).
               10  VS-RAN         PIC 9.
               10  VS-HAS-DRV     PIC 9.
               10  VS-DRV-SECS    PIC 9(8).
      *
      * Fields parsed out of one run-log record
       01  LOG-LINE           PIC X(200) VALUE SPACES.
       01  LOG-PROGRAM        PIC X(12) VALUE SPACES.
       01  LOG-ARGS           PIC X(68) VALUE SPACES.
       01  LOG-ELAPSED        PIC 9(8) VALUE 0.
       01  ELAPSED-TOK        PIC X(20) VALUE SPACES.
       01  PARSE-REST         PIC X(200) VALUE SPACES.
       01  PARSE-REST2        PIC X(200) VALUE SPACES.
       01  PARSE-SKIP         PIC X(200) VALUE SPACES.
       01  NUM-TOK            PIC X(20) VALUE SPACES.
      *
      * Run-log records stamped inside the cycle: the steps' own
      * ELAPSED figures, claimed by the steps in card order.
       01  CYCLE-RUN-TABLE.
           05  CYCLE-RUN      OCCURS 500 TIMES.
               10  CR-PROG        PIC X(12).
               10  CR-ARGS        PIC X(68).
               10  CR-ELAPSED     PIC 9(8).
               10  CR-USED        PIC 9.
       01  CYCLE-RUN-COUNT    PIC 9(4) VALUE 0.
      *
      * History before the cycle, one entry per (program, args)
      * pattern with the most recent elapsed figures in a ring, as
      * GAMEPLAN keeps it.
       01  PLAN-RING-MAX      PIC 99 VALUE 20.
       01  PATTERN-TABLE.
           05  PATTERN-ENTRY  OCCURS 400 TIMES.
               10  PT-PROG    PIC X(12).
               10  PT-ARGS    PIC X(68).
               10  PT-COUNT   PIC 9(6).
               10  PT-SUM     PIC 9(10).
               10  PT-SAVED   PIC 99.
               10  PT-RING-IX PIC 99.
               10  PT-ELAPS   PIC 9(8) OCCURS 20 TIMES.
       01  PATTERN-COUNT      PIC 999 VALUE 0.
       01  HISTORY-RUNS       PIC 9(6) VALUE 0.
       01  RECENT-N           PIC 99.
       01  RECENT-SUM         PIC 9(10).
       01  RECENT-AVG         PIC 9(8).
       01  RING-POS           PIC 99.
       01  RING-STEP          PIC 99.
       01  PROG-SUM           PIC 9(10).
       01  PROG-CNT           PIC 9(6).
      *
      * Per-step variance
       01  STEP-PRICED        PIC 9 VALUE 0.
       01  PRICE-BASIS        PIC X(16) VALUE SPACES.
       01  FORECAST-SECS      PIC 9(8) VALUE 0.
       01  ACTUAL-SECS        PIC 9(8) VALUE 0.
       01  ACTUAL-SOURCE      PIC X(8) VALUE SPACES.
       01  VAR-SECS           PIC S9(9) VALUE 0.
       01  ABS-VAR-SECS       PIC 9(9) VALUE 0.
       01  VAR-PCT            PIC S9(7) VALUE 0.
       01  ABS-VAR-PCT        PIC 9(7) VALUE 0.
       01  STEP-FLAGGED       PIC 9 VALUE 0.
      *
      * Cycle totals
       01  STEPS-JUDGED       PIC 9(4) VALUE 0.
       01  STEPS-PRICED       PIC 9(4) VALUE 0.
       01  STEPS-FLAGGED      PIC 9(4) VALUE 0.
       01  STEPS-NO-ACTUAL    PIC 9(4) VALUE 0.
       01  TOTAL-FORECAST     PIC 9(10) VALUE 0.
       01  TOTAL-ACTUAL       PIC 9(10) VALUE 0.
       01  UNPRICED-ACTUAL    PIC 9(10) VALUE 0.
       01  PRICED-FORECAST    PIC 9(10) VALUE 0.
       01  PRICED-ABS-VAR     PIC 9(10) VALUE 0.
       01  TOTAL-VAR          PIC S9(10) VALUE 0.
       01  TOTAL-VAR-PCT      PIC S9(7) VALUE 0.
       01  CYCLE-ABS-PCT      PIC 9(7) VALUE 0.
       01  CYCLE-TOOK         PIC 9(8) VALUE 0.
      *
      * The running file: one CYCLE record per reported cycle,
      * stamped with the cycle's SUMMARY time. The latest records
      * are kept for the trend, oldest first.
       01  HIST-LINE          PIC X(160) VALUE SPACES.
       01  HIST-DUPLICATE     PIC 9 VALUE 0.
       01  HIST-MAX           PIC 99 VALUE 60.
       01  HIST-COUNT         PIC 99 VALUE 0.
       01  HIST-TOTAL         PIC 9(6) VALUE 0.
       01  HIST-TABLE.
           05  HIST-ENTRY     OCCURS 60 TIMES.
               10  HT-STAMP       PIC X(19).
               10  HT-STEPS       PIC 9(4).
               10  HT-FLAGGED     PIC 9(4).
               10  HT-ABS-PCT     PIC 9(7).
               10  HT-BIAS-PCT    PIC S9(7).
               10  HT-WINDOW      PIC 9(8).
               10  HT-LIMIT       PIC 9(8).
       01  HIST-FIELD         PIC X(20) VALUE SPACES.
       01  HIST-VALUE         PIC X(20) VALUE SPACES.
       01  HIST-PTR           PIC 999 VALUE 0.
       01  HIST-TOKEN         PIC X(40) VALUE SPACES.
       01  TREND-N            PIC 99 VALUE 0.
       01  TREND-FIRST        PIC 99 VALUE 0.
       01  TREND-SPLIT        PIC 99 VALUE 0.
       01  RECENT-PCT-SUM     PIC 9(9) VALUE 0.
       01  EARLIER-PCT-SUM    PIC 9(9) VALUE 0.
       01  RECENT-CYCLES      PIC 99 VALUE 0.
       01  EARLIER-CYCLES     PIC 99 VALUE 0.
       01  RECENT-PCT-AVG     PIC 9(7) VALUE 0.
       01  EARLIER-PCT-AVG    PIC 9(7) VALUE 0.
      *
      * Timestamp ("YYYY-MM-DD HH:MM:SS") to seconds
       01  STAMP-TEXT         PIC X(19) VALUE SPACES.
       01  STAMP-OK           PIC 9 VALUE 0.
       01  STAMP-YMD          PIC 9(8).
       01  STAMP-DAY-NUM      PIC 9(7).
       01  STAMP-SECS         PIC 9(12) VALUE 0.
      *
       01  IDX                PIC 9(4).
       01  JDX                PIC 9(4).
       01  FOUND-IDX          PIC 9(4).
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-NUM2          PIC Z(7)9.
       01  DISP-NUM3          PIC Z(7)9.
       01  SIGNED-DISP        PIC +(8)9.
       01  PCT-DISP           PIC +(6)9.
       01  STEP-DISP          PIC ZZZ9.
       01  REPORT-LINE        PIC X(132) VALUE SPACES.
      *
       01  RUN-TIMESTAMP      PIC X(21).
       01  RUN-STAMP-R REDEFINES RUN-TIMESTAMP.
           05  RS-YEAR        PIC X(4).
           05  RS-MONTH       PIC X(2).
           05  RS-DAY         PIC X(2).
           05  RS-HOUR        PIC X(2).
           05  RS-MINUTE      PIC X(2).
           05  RS-SECOND      PIC X(2).
           05  FILLER         PIC X(7).
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           IF FUNCTION TRIM(CMD-LINE) = "--trend"
               MOVE 1 TO TREND-ONLY
           END-IF
           PERFORM LOAD-SITE-CONFIG
      *
           IF TREND-ONLY = 1
               PERFORM LOAD-HISTORY
               IF FS-HISTORY NOT = "00"
                   DISPLAY "GAMEVAR: cannot read "
                       FUNCTION TRIM(HISTORY-NAME)
                       " (status " FS-HISTORY ") - no cycles "
                       "reported yet."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM REPORT-TREND
               STOP RUN
           END-IF
      *
           PERFORM LOAD-DRIVER-CYCLE
           PERFORM LOAD-RUN-HISTORY
      *
           DISPLAY "Forecast-versus-actual variance"
           DISPLAY "==============================="
           MOVE HIGH-STEP TO DISPLAY-NUM
           DISPLAY "Cycle ended " SUMMARY-STAMP " (GAMEDRV-LOG, "
               FUNCTION TRIM(DISPLAY-NUM) " step(s))"
           MOVE HISTORY-RUNS TO DISPLAY-NUM
           MOVE PLAN-WINDOW-RUNS TO DISP-NUM2
           DISPLAY "Priced from " FUNCTION TRIM(DISPLAY-NUM)
               " earlier run(s), moving average over last "
               FUNCTION TRIM(DISP-NUM2) " run(s)."
           MOVE VAR-TOLERANCE-PCT TO DISPLAY-NUM
           MOVE VAR-MIN-SECS TO DISP-NUM2
           DISPLAY "Tolerance " FUNCTION TRIM(DISPLAY-NUM)
               " pct either way; variances under "
               FUNCTION TRIM(DISP-NUM2) "s are not flagged."
           DISPLAY " "
           DISPLAY "Per step"
           DISPLAY "--------"
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > HIGH-STEP
               IF VS-SEEN(IDX) = 1
                   PERFORM REPORT-ONE-STEP
               END-IF
           END-PERFORM
      *
           PERFORM REPORT-CYCLE-TOTALS
           PERFORM RECORD-CYCLE-HISTORY
           PERFORM REPORT-TREND
      *
           IF FLAG-RAISED = 1
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      *
      * ============================================================
      * Read GAMEDRV-LOG: the step records give each step's program,
      * arguments and whether it ran; the SUMMARY-STEP records give
      * the seconds GAMEDRV timed it at; the SUMMARY record closes
      * the cycle and gives its elapsed window. A cycle without a
      * SUMMARY never finished and is not reported.
      * ============================================================
       LOAD-DRIVER-CYCLE.
           OPEN INPUT DRIVER-LOG
           IF FS-DRIVER NOT = "00"
               DISPLAY "GAMEVAR: cannot open GAMEDRV-LOG "
                   "(status " FS-DRIVER ") - run the cycle first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CLEAR-STEP-TABLE
           MOVE 0 TO DRIVER-EOF
           PERFORM READ-DRIVER-RECORD
           PERFORM SCAN-DRIVER-RECORD UNTIL DRIVER-EOF = 1
           CLOSE DRIVER-LOG
           IF SUMMARY-SEEN = 0
               DISPLAY "GAMEVAR: GAMEDRV-LOG has no SUMMARY record "
                   "- the cycle has not finished."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    The cycle began WINDOW-SECS before its SUMMARY; a log
      *    written before the driver recorded its window is taken
      *    to begin at its first record.
           MOVE SUMMARY-STAMP TO STAMP-TEXT
           PERFORM STAMP-TO-SECS
           MOVE STAMP-SECS TO CYCLE-END-SECS
           IF WINDOW-SEEN = 1
               COMPUTE CYCLE-START-SECS =
                   CYCLE-END-SECS - CYCLE-WINDOW
           ELSE
               MOVE FIRST-STAMP TO STAMP-TEXT
               PERFORM STAMP-TO-SECS
               MOVE STAMP-SECS TO CYCLE-START-SECS
               COMPUTE CYCLE-WINDOW =
                   CYCLE-END-SECS - CYCLE-START-SECS
           END-IF
           .
      *
       CLEAR-STEP-TABLE.
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > STEP-TABLE-MAX
               MOVE 0 TO VS-SEEN(IDX)
               MOVE 0 TO VS-RAN(IDX)
               MOVE 0 TO VS-HAS-DRV(IDX)
               MOVE 0 TO VS-DRV-SECS(IDX)
           END-PERFORM
           MOVE 0 TO HIGH-STEP
           MOVE 0 TO WINDOW-SEEN
           MOVE SPACES TO FIRST-STAMP
           .
      *
       READ-DRIVER-RECORD.
           READ DRIVER-LOG
               AT END
                   MOVE 1 TO DRIVER-EOF
           END-READ
           .
      *
       SCAN-DRIVER-RECORD.
           MOVE DRIVER-RECORD TO DRV-LINE
           IF DRV-LINE(1:1) NOT = SPACE
               MOVE SPACES TO DRV-TOK1
               UNSTRING DRV-LINE(21:) DELIMITED BY ALL SPACES
                   INTO DRV-TOK1
               END-UNSTRING
               EVALUATE TRUE
                   WHEN DRV-TOK1 = "SUMMARY"
                       PERFORM NOTE-DRIVER-SUMMARY
                   WHEN DRV-TOK1 = "SUMMARY-STEP"
                       PERFORM NOTE-DRIVER-STEP-TIME
                   WHEN DRV-TOK1(1:5) = "STEP="
                       PERFORM NOTE-DRIVER-STEP
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-DRIVER-RECORD
           .
      *
       NOTE-DRIVER-SUMMARY.
           MOVE 1 TO SUMMARY-SEEN
           MOVE DRV-LINE(1:19) TO SUMMARY-STAMP
           MOVE SPACES TO PARSE-SKIP PARSE-REST
           UNSTRING DRV-LINE DELIMITED BY " WINDOW-SECS="
               INTO PARSE-SKIP PARSE-REST
           END-UNSTRING
           IF PARSE-REST NOT = SPACES
               MOVE SPACES TO NUM-TOK
               UNSTRING PARSE-REST DELIMITED BY ALL SPACES
                   INTO NUM-TOK
               END-UNSTRING
               MOVE 1 TO WINDOW-SEEN
               COMPUTE CYCLE-WINDOW = FUNCTION NUMVAL(NUM-TOK)
           END-IF
           .
      *
      * A step record: "STEP=n PROGRAM=x ARGS=[...]" followed by
      * RC=, TIMED-OUT, SKIPPED or RESTART-SKIP. The first step of
      * a later cycle in the same log starts the table afresh.
       NOTE-DRIVER-STEP.
           IF SUMMARY-SEEN = 1
               PERFORM CLEAR-STEP-TABLE
               MOVE 0 TO SUMMARY-SEEN
           END-IF
           IF FIRST-STAMP = SPACES
               MOVE DRV-LINE(1:19) TO FIRST-STAMP
           END-IF
           COMPUTE DRV-STEP = FUNCTION NUMVAL(DRV-TOK1(6:))
           IF DRV-STEP > 0 AND DRV-STEP <= STEP-TABLE-MAX
               MOVE SPACES TO PARSE-SKIP PARSE-REST PARSE-REST2
               MOVE SPACES TO DRV-TAIL
               UNSTRING DRV-LINE DELIMITED BY " PROGRAM="
                   INTO PARSE-SKIP PARSE-REST
               END-UNSTRING
               UNSTRING PARSE-REST DELIMITED BY " ARGS=["
                   INTO VS-PROGRAM(DRV-STEP) PARSE-REST2
               END-UNSTRING
               MOVE SPACES TO VS-ARGS(DRV-STEP)
               UNSTRING PARSE-REST2 DELIMITED BY "]"
                   INTO VS-ARGS(DRV-STEP) DRV-TAIL
               END-UNSTRING
               MOVE 1 TO VS-SEEN(DRV-STEP)
               MOVE 1 TO VS-RAN(DRV-STEP)
               MOVE 0 TO DRV-TALLY
               INSPECT DRV-TAIL TALLYING DRV-TALLY
                   FOR ALL " SKIPPED " ALL " RESTART-SKIP "
               IF DRV-TALLY > 0
                   MOVE 0 TO VS-RAN(DRV-STEP)
               END-IF
               EVALUATE FUNCTION TRIM(VS-PROGRAM(DRV-STEP))
                   WHEN "COND"
                   WHEN "OPTION"
                   WHEN "VERIFY"
                   WHEN "SET"
                   WHEN "MAXTIME"
                   WHEN "INCLUDE"
                   WHEN "STEP"
                   WHEN "RUNDAY"
                       MOVE 0 TO VS-SEEN(DRV-STEP)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF DRV-STEP > HIGH-STEP
                   MOVE DRV-STEP TO HIGH-STEP
               END-IF
           END-IF
           .
      *
       NOTE-DRIVER-STEP-TIME.
           MOVE SPACES TO PARSE-SKIP PARSE-REST
           UNSTRING DRV-LINE DELIMITED BY " STEP="
               INTO PARSE-SKIP PARSE-REST
           END-UNSTRING
           MOVE SPACES TO NUM-TOK
           UNSTRING PARSE-REST DELIMITED BY ALL SPACES
               INTO NUM-TOK
           END-UNSTRING
           COMPUTE DRV-STEP = FUNCTION NUMVAL(NUM-TOK)
           MOVE SPACES TO PARSE-SKIP PARSE-REST
           UNSTRING DRV-LINE DELIMITED BY " SECS="
               INTO PARSE-SKIP PARSE-REST
           END-UNSTRING
           IF PARSE-REST NOT = SPACES
               AND DRV-STEP > 0 AND DRV-STEP <= STEP-TABLE-MAX
               MOVE SPACES TO NUM-TOK
               UNSTRING PARSE-REST DELIMITED BY ALL SPACES
                   INTO NUM-TOK
               END-UNSTRING
               MOVE 1 TO VS-HAS-DRV(DRV-STEP)
               COMPUTE VS-DRV-SECS(DRV-STEP) =
                   FUNCTION NUMVAL(NUM-TOK)
           END-IF
           .
      *
      * ============================================================
      * Read the run-log history, archive first. Runs stamped before
      * the cycle began price the forecast; runs stamped inside the
      * cycle are the steps' own actual ELAPSED figures.
      * ============================================================
       LOAD-RUN-HISTORY.
           OPEN INPUT ARCHIVE-FILE
           IF FS-ARCHIVE = "00"
               MOVE 0 TO LOG-EOF
               PERFORM READ-ARCHIVE-RECORD
               PERFORM PROCESS-ARCHIVE-RECORD UNTIL LOG-EOF = 1
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF FS-RUN-LOG = "00"
               MOVE 0 TO LOG-EOF
               PERFORM READ-LOG-RECORD
               PERFORM PROCESS-LOG-RECORD UNTIL LOG-EOF = 1
               CLOSE RUN-LOG-FILE
           END-IF
           .
      *
       READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
               AT END
                   MOVE 1 TO LOG-EOF
           END-READ
           .
      *
       PROCESS-ARCHIVE-RECORD.
           MOVE ARCHIVE-RECORD TO LOG-LINE
           PERFORM FOLD-LOG-LINE
           PERFORM READ-ARCHIVE-RECORD
           .
      *
       READ-LOG-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE 1 TO LOG-EOF
           END-READ
           .
      *
       PROCESS-LOG-RECORD.
           MOVE RUN-LOG-RECORD TO LOG-LINE
           PERFORM FOLD-LOG-LINE
           PERFORM READ-LOG-RECORD
           .
      *
       FOLD-LOG-LINE.
           MOVE SPACES TO PARSE-REST PARSE-REST2 PARSE-SKIP
           MOVE SPACES TO LOG-PROGRAM LOG-ARGS
           UNSTRING LOG-LINE DELIMITED BY " PROGRAM="
               INTO PARSE-SKIP PARSE-REST
           END-UNSTRING
           MOVE LOG-LINE(1:19) TO STAMP-TEXT
           PERFORM STAMP-TO-SECS
           IF PARSE-REST NOT = SPACES AND STAMP-OK = 1
               UNSTRING PARSE-REST DELIMITED BY " ARGS=["
                   INTO LOG-PROGRAM PARSE-REST2
               END-UNSTRING
               UNSTRING PARSE-REST2 DELIMITED BY "]"
                   INTO LOG-ARGS
               END-UNSTRING
               MOVE 0 TO LOG-ELAPSED
               MOVE SPACES TO ELAPSED-TOK PARSE-REST2
               UNSTRING LOG-LINE DELIMITED BY " ELAPSED="
                   INTO PARSE-SKIP PARSE-REST2
               END-UNSTRING
               IF PARSE-REST2 NOT = SPACES
                   UNSTRING PARSE-REST2 DELIMITED BY ALL SPACES
                       INTO ELAPSED-TOK
                   END-UNSTRING
                   COMPUTE LOG-ELAPSED =
                       FUNCTION NUMVAL(ELAPSED-TOK)
               END-IF
               IF STAMP-SECS < CYCLE-START-SECS
                   ADD 1 TO HISTORY-RUNS
                   PERFORM NOTE-PATTERN
               ELSE
                   IF STAMP-SECS <= CYCLE-END-SECS
                       AND CYCLE-RUN-COUNT < 500
                       ADD 1 TO CYCLE-RUN-COUNT
                       MOVE LOG-PROGRAM TO CR-PROG(CYCLE-RUN-COUNT)
                       MOVE LOG-ARGS TO CR-ARGS(CYCLE-RUN-COUNT)
                       MOVE LOG-ELAPSED
                           TO CR-ELAPSED(CYCLE-RUN-COUNT)
                       MOVE 0 TO CR-USED(CYCLE-RUN-COUNT)
                   END-IF
               END-IF
           END-IF
           .
      *
       NOTE-PATTERN.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PATTERN-COUNT OR FOUND-IDX NOT = 0
               IF PT-PROG(JDX) = LOG-PROGRAM
                   AND PT-ARGS(JDX) = LOG-ARGS
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND PATTERN-COUNT < 400
               ADD 1 TO PATTERN-COUNT
               MOVE LOG-PROGRAM TO PT-PROG(PATTERN-COUNT)
               MOVE LOG-ARGS TO PT-ARGS(PATTERN-COUNT)
               MOVE 0 TO PT-COUNT(PATTERN-COUNT)
               MOVE 0 TO PT-SUM(PATTERN-COUNT)
               MOVE 0 TO PT-SAVED(PATTERN-COUNT)
               MOVE 0 TO PT-RING-IX(PATTERN-COUNT)
               MOVE PATTERN-COUNT TO FOUND-IDX
           END-IF
           IF FOUND-IDX NOT = 0
               ADD 1 TO PT-COUNT(FOUND-IDX)
               ADD LOG-ELAPSED TO PT-SUM(FOUND-IDX)
               COMPUTE PT-RING-IX(FOUND-IDX) =
                   FUNCTION MOD(PT-RING-IX(FOUND-IDX),
                       PLAN-RING-MAX) + 1
               MOVE LOG-ELAPSED TO
                   PT-ELAPS(FOUND-IDX, PT-RING-IX(FOUND-IDX))
               IF PT-SAVED(FOUND-IDX) < PLAN-RING-MAX
                   ADD 1 TO PT-SAVED(FOUND-IDX)
               END-IF
           END-IF
           .
      *
      * ============================================================
      * One step: forecast, actual, variance and the tolerance flag.
      * ============================================================
       REPORT-ONE-STEP.
           MOVE IDX TO STEP-DISP
           IF VS-RAN(IDX) = 0
               DISPLAY "  STEP " STEP-DISP " "
                   FUNCTION TRIM(VS-PROGRAM(IDX)) " ["
                   FUNCTION TRIM(VS-ARGS(IDX)) "]"
                   "  did not run - not judged"
           ELSE
               PERFORM PRICE-STEP
               PERFORM FIND-STEP-ACTUAL
               DISPLAY "  STEP " STEP-DISP " "
                   FUNCTION TRIM(VS-PROGRAM(IDX)) " ["
                   FUNCTION TRIM(VS-ARGS(IDX)) "]"
               IF ACTUAL-SOURCE = SPACES
                   ADD 1 TO STEPS-NO-ACTUAL
                   DISPLAY "         no elapsed figure recorded - "
                       "not judged"
               ELSE
                   PERFORM JUDGE-STEP-VARIANCE
               END-IF
           END-IF
           .
      *
      * Price the step as GAMEPLAN prices a card: its pattern's
      * recent average, else the program's overall average, else
      * nothing (no history).
       PRICE-STEP.
           MOVE 0 TO FORECAST-SECS
           MOVE 0 TO STEP-PRICED
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PATTERN-COUNT OR FOUND-IDX NOT = 0
               IF PT-PROG(JDX) = VS-PROGRAM(IDX)
                   AND PT-ARGS(JDX) = VS-ARGS(IDX)
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX NOT = 0
               PERFORM COMPUTE-RECENT-AVG
               MOVE RECENT-AVG TO FORECAST-SECS
               MOVE 1 TO STEP-PRICED
               MOVE "pattern average" TO PRICE-BASIS
           ELSE
               MOVE 0 TO PROG-SUM PROG-CNT
               PERFORM VARYING JDX FROM 1 BY 1
                   UNTIL JDX > PATTERN-COUNT
                   IF PT-PROG(JDX) = VS-PROGRAM(IDX)
                       ADD PT-SUM(JDX) TO PROG-SUM
                       ADD PT-COUNT(JDX) TO PROG-CNT
                   END-IF
               END-PERFORM
               IF PROG-CNT > 0
                   COMPUTE FORECAST-SECS = PROG-SUM / PROG-CNT
                   MOVE 1 TO STEP-PRICED
                   MOVE "program average" TO PRICE-BASIS
               ELSE
                   MOVE "no history" TO PRICE-BASIS
               END-IF
           END-IF
           .
      *
      * Recent moving average for pattern FOUND-IDX.
       COMPUTE-RECENT-AVG.
           MOVE 0 TO RECENT-SUM
           IF PT-SAVED(FOUND-IDX) < PLAN-WINDOW-RUNS
               MOVE PT-SAVED(FOUND-IDX) TO RECENT-N
           ELSE
               MOVE PLAN-WINDOW-RUNS TO RECENT-N
           END-IF
           MOVE PT-RING-IX(FOUND-IDX) TO RING-POS
           PERFORM VARYING RING-STEP FROM 1 BY 1
               UNTIL RING-STEP > RECENT-N
               ADD PT-ELAPS(FOUND-IDX, RING-POS) TO RECENT-SUM
               IF RING-POS = 1
                   MOVE PLAN-RING-MAX TO RING-POS
               ELSE
                   SUBTRACT 1 FROM RING-POS
               END-IF
           END-PERFORM
           IF RECENT-N > 0
               COMPUTE RECENT-AVG = RECENT-SUM / RECENT-N
           ELSE
               MOVE 0 TO RECENT-AVG
           END-IF
           .
      *
      * The step's own run-log record (the first one inside the
      * cycle with the same program and arguments not already
      * claimed by an earlier step), else GAMEDRV's timing.
       FIND-STEP-ACTUAL.
           MOVE 0 TO ACTUAL-SECS
           MOVE SPACES TO ACTUAL-SOURCE
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > CYCLE-RUN-COUNT OR FOUND-IDX NOT = 0
               IF CR-USED(JDX) = 0
                   AND CR-PROG(JDX) = VS-PROGRAM(IDX)
                   AND CR-ARGS(JDX) = VS-ARGS(IDX)
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX NOT = 0
               MOVE 1 TO CR-USED(FOUND-IDX)
               MOVE CR-ELAPSED(FOUND-IDX) TO ACTUAL-SECS
               MOVE "run log" TO ACTUAL-SOURCE
           ELSE
               IF VS-HAS-DRV(IDX) = 1
                   MOVE VS-DRV-SECS(IDX) TO ACTUAL-SECS
                   MOVE "driver" TO ACTUAL-SOURCE
               END-IF
           END-IF
           .
      *
       JUDGE-STEP-VARIANCE.
           ADD 1 TO STEPS-JUDGED
           COMPUTE VAR-SECS = ACTUAL-SECS - FORECAST-SECS
           IF VAR-SECS < 0
               COMPUTE ABS-VAR-SECS = 0 - VAR-SECS
           ELSE
               MOVE VAR-SECS TO ABS-VAR-SECS
           END-IF
           MOVE 0 TO STEP-FLAGGED
           MOVE 0 TO VAR-PCT
           IF STEP-PRICED = 0
               ADD ACTUAL-SECS TO UNPRICED-ACTUAL
           ELSE
               ADD 1 TO STEPS-PRICED
               ADD FORECAST-SECS TO TOTAL-FORECAST
               ADD ACTUAL-SECS TO TOTAL-ACTUAL
               ADD FORECAST-SECS TO PRICED-FORECAST
               ADD ABS-VAR-SECS TO PRICED-ABS-VAR
               IF FORECAST-SECS > 0
                   COMPUTE VAR-PCT ROUNDED =
                       VAR-SECS * 100 / FORECAST-SECS
               END-IF
               IF VAR-PCT < 0
                   COMPUTE ABS-VAR-PCT = 0 - VAR-PCT
               ELSE
                   MOVE VAR-PCT TO ABS-VAR-PCT
               END-IF
      *        A forecast of zero seconds has no percentage; any
      *        real variance against it is outside tolerance.
               IF ABS-VAR-SECS >= VAR-MIN-SECS
                   AND ABS-VAR-SECS > 0
                   IF FORECAST-SECS = 0
                       OR ABS-VAR-PCT > VAR-TOLERANCE-PCT
                       MOVE 1 TO STEP-FLAGGED
                       ADD 1 TO STEPS-FLAGGED
                       MOVE 1 TO FLAG-RAISED
                   END-IF
               END-IF
           END-IF
      *
           MOVE FORECAST-SECS TO DISPLAY-NUM
           MOVE ACTUAL-SECS TO DISP-NUM2
           MOVE VAR-SECS TO SIGNED-DISP
           MOVE SPACES TO REPORT-LINE
           IF STEP-PRICED = 0
               STRING "         forecast -- (no history)  actual "
                   FUNCTION TRIM(DISP-NUM2) "s ("
                   FUNCTION TRIM(ACTUAL-SOURCE) ")  not judged"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE IF FORECAST-SECS = 0
               STRING "         forecast 0s ("
                   FUNCTION TRIM(PRICE-BASIS) ")  actual "
                   FUNCTION TRIM(DISP-NUM2) "s ("
                   FUNCTION TRIM(ACTUAL-SOURCE) ")  variance "
                   FUNCTION TRIM(SIGNED-DISP) "s"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE VAR-PCT TO PCT-DISP
               STRING "         forecast "
                   FUNCTION TRIM(DISPLAY-NUM) "s ("
                   FUNCTION TRIM(PRICE-BASIS) ")  actual "
                   FUNCTION TRIM(DISP-NUM2) "s ("
                   FUNCTION TRIM(ACTUAL-SOURCE) ")  variance "
                   FUNCTION TRIM(SIGNED-DISP) "s "
                   FUNCTION TRIM(PCT-DISP) " pct"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF END-IF
           IF STEP-FLAGGED = 1
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  *** OUTSIDE TOLERANCE ***"
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           END-IF
           .
      *
      * ============================================================
      * Cycle totals: forecast against actual, the cycle's elapsed
      * window against the batch window, and this cycle's forecast
      * accuracy (absolute variance of the priced steps as a
      * percentage of their forecast).
      * ============================================================
       REPORT-CYCLE-TOTALS.
           COMPUTE TOTAL-VAR = TOTAL-ACTUAL - TOTAL-FORECAST
           MOVE 0 TO TOTAL-VAR-PCT
           IF TOTAL-FORECAST > 0
               COMPUTE TOTAL-VAR-PCT ROUNDED =
                   TOTAL-VAR * 100 / TOTAL-FORECAST
           END-IF
           MOVE 0 TO CYCLE-ABS-PCT
           IF PRICED-FORECAST > 0
               COMPUTE CYCLE-ABS-PCT ROUNDED =
                   PRICED-ABS-VAR * 100 / PRICED-FORECAST
           END-IF
           MOVE CYCLE-WINDOW TO CYCLE-TOOK
      *
           DISPLAY " "
           DISPLAY "Cycle totals"
           DISPLAY "------------"
           MOVE TOTAL-FORECAST TO DISPLAY-NUM
           MOVE TOTAL-ACTUAL TO DISP-NUM2
           MOVE TOTAL-VAR TO SIGNED-DISP
           MOVE TOTAL-VAR-PCT TO PCT-DISP
           DISPLAY "  Priced steps: forecast "
               FUNCTION TRIM(DISPLAY-NUM)
               "s, actual " FUNCTION TRIM(DISP-NUM2)
               "s, variance " FUNCTION TRIM(SIGNED-DISP) "s "
               FUNCTION TRIM(PCT-DISP) " pct"
           MOVE STEPS-JUDGED TO DISPLAY-NUM
           MOVE STEPS-PRICED TO DISP-NUM2
           MOVE STEPS-FLAGGED TO DISP-NUM3
           DISPLAY "  " FUNCTION TRIM(DISPLAY-NUM)
               " step(s) judged, " FUNCTION TRIM(DISP-NUM2)
               " priced from history, " FUNCTION TRIM(DISP-NUM3)
               " outside tolerance"
           IF UNPRICED-ACTUAL > 0
               MOVE UNPRICED-ACTUAL TO DISPLAY-NUM
               DISPLAY "  (plus " FUNCTION TRIM(DISPLAY-NUM)
                   "s in steps with no history to price them)"
           END-IF
           IF STEPS-NO-ACTUAL > 0
               MOVE STEPS-NO-ACTUAL TO DISPLAY-NUM
               DISPLAY "  (" FUNCTION TRIM(DISPLAY-NUM)
                   " step(s) left no elapsed figure)"
           END-IF
           MOVE CYCLE-ABS-PCT TO DISPLAY-NUM
           DISPLAY "  Forecast accuracy: mean absolute error "
               FUNCTION TRIM(DISPLAY-NUM) " pct of the forecast"
      *
           MOVE PLAN-WINDOW-SECS TO DISPLAY-NUM
           MOVE CYCLE-TOOK TO DISP-NUM2
           MOVE TOTAL-FORECAST TO DISP-NUM3
           DISPLAY "  Batch window " FUNCTION TRIM(DISPLAY-NUM)
               "s: the forecast steps total "
               FUNCTION TRIM(DISP-NUM3) "s, the cycle took "
               FUNCTION TRIM(DISP-NUM2) "s"
           IF CYCLE-TOOK > PLAN-WINDOW-SECS
               DISPLAY "  *** The cycle OVERRAN the window. ***"
               MOVE 1 TO FLAG-RAISED
           ELSE
               DISPLAY "  The cycle fitted the window."
           END-IF
           .
      *
      * ============================================================
      * Append this cycle's totals to the running file, once: a
      * CYCLE record already stamped with this cycle's SUMMARY time
      * means the cycle was reported before.
      * ============================================================
       RECORD-CYCLE-HISTORY.
           PERFORM LOAD-HISTORY
           IF HIST-DUPLICATE = 1
               DISPLAY " "
               DISPLAY "GAMEVAR: cycle " SUMMARY-STAMP
                   " is already in " FUNCTION TRIM(HISTORY-NAME)
                   " - not recorded again."
           ELSE
               MOVE SPACES TO HIST-LINE
               MOVE STEPS-PRICED TO DISPLAY-NUM
               MOVE STEPS-FLAGGED TO DISP-NUM2
               MOVE TOTAL-FORECAST TO DISP-NUM3
               STRING SUMMARY-STAMP " CYCLE STEPS="
                   FUNCTION TRIM(DISPLAY-NUM)
                   " FLAGGED=" FUNCTION TRIM(DISP-NUM2)
                   " FORECAST=" FUNCTION TRIM(DISP-NUM3)
                   DELIMITED BY SIZE
                   INTO HIST-LINE
               END-STRING
               MOVE 1 TO HIST-PTR
               INSPECT HIST-LINE TALLYING HIST-PTR
                   FOR CHARACTERS BEFORE INITIAL "    "
               MOVE TOTAL-ACTUAL TO DISPLAY-NUM
               MOVE TOTAL-VAR-PCT TO PCT-DISP
               MOVE CYCLE-ABS-PCT TO DISP-NUM2
               STRING " ACTUAL=" FUNCTION TRIM(DISPLAY-NUM)
                   " BIAS-PCT=" FUNCTION TRIM(PCT-DISP)
                   " ABS-PCT=" FUNCTION TRIM(DISP-NUM2)
                   DELIMITED BY SIZE
                   INTO HIST-LINE WITH POINTER HIST-PTR
               END-STRING
               MOVE CYCLE-TOOK TO DISPLAY-NUM
               MOVE PLAN-WINDOW-SECS TO DISP-NUM2
               STRING " WINDOW=" FUNCTION TRIM(DISPLAY-NUM)
                   " LIMIT=" FUNCTION TRIM(DISP-NUM2)
                   DELIMITED BY SIZE
                   INTO HIST-LINE WITH POINTER HIST-PTR
               END-STRING
               OPEN EXTEND HISTORY-FILE
               IF FS-HISTORY NOT = "00"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF FS-HISTORY NOT = "00"
                   DISPLAY "GAMEVAR: cannot write "
                       FUNCTION TRIM(HISTORY-NAME)
                       " (status " FS-HISTORY ")."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HIST-LINE TO HISTORY-RECORD
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
               MOVE HIST-LINE TO HISTORY-RECORD
               PERFORM KEEP-HISTORY-RECORD
           END-IF
           .
      *
      * Load the running file's latest CYCLE records, oldest first,
      * noting whether this cycle is among them.
       LOAD-HISTORY.
           MOVE 0 TO HIST-COUNT HIST-TOTAL HIST-DUPLICATE
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY = "00"
               MOVE 0 TO HISTORY-EOF
               PERFORM READ-HISTORY-RECORD
               PERFORM SCAN-HISTORY-RECORD UNTIL HISTORY-EOF = 1
               CLOSE HISTORY-FILE
           END-IF
           .
      *
       READ-HISTORY-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 1 TO HISTORY-EOF
           END-READ
           .
      *
       SCAN-HISTORY-RECORD.
           IF HISTORY-RECORD(21:6) = "CYCLE "
               IF HISTORY-RECORD(1:19) = SUMMARY-STAMP
                   MOVE 1 TO HIST-DUPLICATE
               END-IF
               PERFORM KEEP-HISTORY-RECORD
           END-IF
           PERFORM READ-HISTORY-RECORD
           .
      *
       KEEP-HISTORY-RECORD.
           ADD 1 TO HIST-TOTAL
           IF HIST-COUNT >= HIST-MAX
               PERFORM VARYING JDX FROM 2 BY 1
                   UNTIL JDX > HIST-MAX
                   MOVE HIST-ENTRY(JDX) TO HIST-ENTRY(JDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO HIST-COUNT
           END-IF
           MOVE HISTORY-RECORD(1:19) TO HT-STAMP(HIST-COUNT)
           MOVE 0 TO HT-STEPS(HIST-COUNT) HT-FLAGGED(HIST-COUNT)
           MOVE 0 TO HT-ABS-PCT(HIST-COUNT) HT-BIAS-PCT(HIST-COUNT)
           MOVE 0 TO HT-WINDOW(HIST-COUNT) HT-LIMIT(HIST-COUNT)
           MOVE 27 TO HIST-PTR
           PERFORM PARSE-HISTORY-FIELD UNTIL HIST-PTR > 160
           .
      *
       PARSE-HISTORY-FIELD.
           MOVE SPACES TO HIST-TOKEN
           UNSTRING HISTORY-RECORD DELIMITED BY ALL SPACES
               INTO HIST-TOKEN
               WITH POINTER HIST-PTR
           END-UNSTRING
           IF HIST-TOKEN NOT = SPACES
               MOVE SPACES TO HIST-FIELD HIST-VALUE
               UNSTRING HIST-TOKEN DELIMITED BY "="
                   INTO HIST-FIELD HIST-VALUE
               END-UNSTRING
               COMPUTE CONFIG-NUMVAL =
                   FUNCTION TEST-NUMVAL(HIST-VALUE)
               IF HIST-VALUE NOT = SPACES AND CONFIG-NUMVAL = 0
                   EVALUATE HIST-FIELD
                       WHEN "STEPS"
                           COMPUTE HT-STEPS(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN "FLAGGED"
                           COMPUTE HT-FLAGGED(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN "ABS-PCT"
                           COMPUTE HT-ABS-PCT(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN "BIAS-PCT"
                           COMPUTE HT-BIAS-PCT(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN "WINDOW"
                           COMPUTE HT-WINDOW(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN "LIMIT"
                           COMPUTE HT-LIMIT(HIST-COUNT) =
                               FUNCTION NUMVAL(HIST-VALUE)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .
      *
      * ============================================================
      * Accuracy across cycles: the latest cycles from the running
      * file, then the mean absolute error of the latest
      * VAR-TREND-CYCLES cycles against the ones before them.
      * ============================================================
       REPORT-TREND.
           DISPLAY " "
           DISPLAY "Forecast accuracy across cycles ("
               FUNCTION TRIM(HISTORY-NAME) ")"
           DISPLAY "------------------------------------------------"
           IF HIST-COUNT = 0
               DISPLAY "  No cycles recorded yet."
           ELSE
               COMPUTE TREND-N = VAR-TREND-CYCLES * 2
               IF TREND-N > HIST-COUNT
                   MOVE HIST-COUNT TO TREND-N
               END-IF
               COMPUTE TREND-FIRST = HIST-COUNT - TREND-N + 1
               MOVE HIST-TOTAL TO DISPLAY-NUM
               DISPLAY "  " FUNCTION TRIM(DISPLAY-NUM)
                   " cycle(s) on file; the latest:"
               DISPLAY "  Cycle ended          Priced Flagged"
                   "  Abs error      Bias   Window"
               PERFORM VARYING JDX FROM TREND-FIRST BY 1
                   UNTIL JDX > HIST-COUNT
                   PERFORM SHOW-HISTORY-CYCLE
               END-PERFORM
               PERFORM JUDGE-ACCURACY-TREND
           END-IF
           .
      *
       SHOW-HISTORY-CYCLE.
           MOVE HT-STEPS(JDX) TO STEP-DISP
           MOVE HT-FLAGGED(JDX) TO DISPLAY-NUM
           MOVE HT-ABS-PCT(JDX) TO DISP-NUM2
           MOVE HT-BIAS-PCT(JDX) TO PCT-DISP
           MOVE HT-WINDOW(JDX) TO DISP-NUM3
           MOVE SPACES TO REPORT-LINE
           STRING "  " HT-STAMP(JDX) "    " STEP-DISP
               "  " DISPLAY-NUM(5:4)
               "  " DISP-NUM2(3:6) " pct"
               "  " PCT-DISP(3:5) " pct"
               "  " DISP-NUM3(2:7) "s"
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF HT-WINDOW(JDX) > HT-LIMIT(JDX)
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  over window"
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           END-IF
           .
      *
       JUDGE-ACCURACY-TREND.
           IF HIST-COUNT < 2
               DISPLAY "  One cycle on file - too early to judge a "
                   "trend."
           ELSE
               MOVE VAR-TREND-CYCLES TO RECENT-CYCLES
               IF RECENT-CYCLES >= HIST-COUNT
                   COMPUTE RECENT-CYCLES = HIST-COUNT / 2
               END-IF
               COMPUTE TREND-SPLIT = HIST-COUNT - RECENT-CYCLES
               MOVE 0 TO RECENT-PCT-SUM EARLIER-PCT-SUM
               MOVE 0 TO EARLIER-CYCLES
               PERFORM VARYING JDX FROM 1 BY 1
                   UNTIL JDX > HIST-COUNT
                   IF JDX > TREND-SPLIT
                       ADD HT-ABS-PCT(JDX) TO RECENT-PCT-SUM
                   ELSE
                       IF JDX > TREND-SPLIT - RECENT-CYCLES
                           ADD HT-ABS-PCT(JDX) TO EARLIER-PCT-SUM
                           ADD 1 TO EARLIER-CYCLES
                       END-IF
                   END-IF
               END-PERFORM
               COMPUTE RECENT-PCT-AVG ROUNDED =
                   RECENT-PCT-SUM / RECENT-CYCLES
               COMPUTE EARLIER-PCT-AVG ROUNDED =
                   EARLIER-PCT-SUM / EARLIER-CYCLES
               MOVE RECENT-CYCLES TO DISPLAY-NUM
               MOVE RECENT-PCT-AVG TO DISP-NUM2
               MOVE EARLIER-PCT-AVG TO DISP-NUM3
               MOVE SPACES TO REPORT-LINE
               STRING "  Latest " FUNCTION TRIM(DISPLAY-NUM)
                   " cycle(s): mean absolute error "
                   FUNCTION TRIM(DISP-NUM2) " pct; the "
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE EARLIER-CYCLES TO DISPLAY-NUM
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING) " "
                   FUNCTION TRIM(DISPLAY-NUM) " before them: "
                   FUNCTION TRIM(DISP-NUM3) " pct."
               EVALUATE TRUE
                   WHEN RECENT-PCT-AVG < EARLIER-PCT-AVG
                       DISPLAY "  Forecast accuracy is IMPROVING."
                   WHEN RECENT-PCT-AVG > EARLIER-PCT-AVG
                       DISPLAY "  Forecast accuracy is WORSENING."
                   WHEN OTHER
                       DISPLAY "  Forecast accuracy is STEADY."
               END-EVALUATE
           END-IF
           .
      *
      * "YYYY-MM-DD HH:MM:SS" in STAMP-TEXT to seconds; STAMP-OK
      * is 0 when the text is not a timestamp.
       STAMP-TO-SECS.
           MOVE 0 TO STAMP-SECS
           MOVE 0 TO STAMP-OK
           IF STAMP-TEXT(1:4) IS NUMERIC
               AND STAMP-TEXT(6:2) IS NUMERIC
               AND STAMP-TEXT(9:2) IS NUMERIC
               AND STAMP-TEXT(12:2) IS NUMERIC
               AND STAMP-TEXT(15:2) IS NUMERIC
               AND STAMP-TEXT(18:2) IS NUMERIC
               MOVE 1 TO STAMP-OK
               MOVE STAMP-TEXT(1:4) TO STAMP-YMD(1:4)
               MOVE STAMP-TEXT(6:2) TO STAMP-YMD(5:2)
               MOVE STAMP-TEXT(9:2) TO STAMP-YMD(7:2)
               COMPUTE STAMP-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(STAMP-YMD)
               COMPUTE STAMP-SECS = STAMP-DAY-NUM * 86400
                   + FUNCTION NUMVAL(STAMP-TEXT(12:2)) * 3600
                   + FUNCTION NUMVAL(STAMP-TEXT(15:2)) * 60
                   + FUNCTION NUMVAL(STAMP-TEXT(18:2))
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
               COMPUTE CONFIG-NUMVAL =
                   FUNCTION TEST-NUMVAL(CONFIG-VALUE)
               EVALUATE FUNCTION TRIM(CONFIG-KEY)
                   WHEN "RUN-LOG-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO RUN-LOG-NAME
                   WHEN "VAR-HISTORY-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO HISTORY-NAME
                   WHEN "PLAN-WINDOW-RUNS"
                       IF CONFIG-NUMVAL = 0
                           COMPUTE PLAN-WINDOW-RUNS =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "PLAN-WINDOW-SECS"
                       IF CONFIG-NUMVAL = 0
                           COMPUTE PLAN-WINDOW-SECS =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "VAR-TOLERANCE-PCT"
                       IF CONFIG-NUMVAL = 0
                           COMPUTE VAR-TOLERANCE-PCT =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "VAR-MIN-SECS"
                       IF CONFIG-NUMVAL = 0
                           COMPUTE VAR-MIN-SECS =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "VAR-TREND-CYCLES"
                       IF CONFIG-NUMVAL = 0
                           AND FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                           AND FUNCTION NUMVAL(CONFIG-VALUE) <= 30
                           COMPUTE VAR-TREND-CYCLES =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
