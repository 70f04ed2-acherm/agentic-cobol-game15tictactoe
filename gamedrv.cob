      * reports instead of a dozen separate manual invocations.
      *
      * Usage: ./gamedrv [control-file] [--restart]
      *                  [--date YYYYMMDD]
      *   control-file  Defaults to GAMEDRV-CARDS.
      *   --restart     Resume a cycle that died part-way: skip the
      *                 cards the previous run of the same control
      *                 (per the GAMEDRV-CKPT progress record) and
      *                 pick up at the step that failed. Without a
      *                 usable progress record the full deck runs.
      *   --date        The run date RUNDAY cards are judged against
      *                 (default today), for a cycle that starts
      *                 after midnight on behalf of the day before,
      *                 or to rehearse a month-end deck.
      *
      * Step-level progress is checkpointed to GAMEDRV-CKPT after
      * every step while the cycle is still clean, and the record is
      *                  tree printers), or one of the analysis and
      *                  control programs GAMELOG, GAMERECON,
      *                  GAMEMEMCK, GAMEMIST, GAMEVIEW, GAMEIDX,
      *                  GAMEDRIFT, GAMEREF, GAMESESS, GAMEPLAN,
      *                  GAMEQRY, GAMEBASE, GAMEKEEP, GAMEEXH,
      *                  GAMEAUDIT, GAMEPUZ, GAMECFG, GAMEROST,
      *                  GAMEQUIZ, GAMEVAR, GAMESEAL, GAMERCVR,
      *                  GAMEEQV, GAMELEAG, GAMEPOS, GAMELINE, and
      *                  GAMEALRT. A
      *                  GAMECFG card first in the deck (with COND
      *                  or STOPONFAIL behind it) stops a cycle
      *                  that would run on a bad GAMES-SITE-CONFIG.
      *   Columns 13-80  Arguments passed to that program, exactly
      *                  as they would be typed on its own command
      *                  line.
      *                 resolves to the GAMEBASE-promoted copy
      *                 BASELINE-<set>-<output-file> - a baseline
      *                 with a manifest and a pedigree.
      *   STEP card     Program name "STEP", arguments a label of
      *                 up to 16 characters, optionally followed by
      *                 "AFTER=<label>[,<label>...]" naming up to 8
      *                 earlier steps. The label belongs to the next
      *                 program card. A labelled step waits only for
      *                 the steps it names, and runs alongside any
      *                 other labelled steps that are already going,
      *                 up to MAX-PARALLEL-STEPS at once (from
      *                 GAMES-SITE-CONFIG, default 1 - strictly one
      *                 at a time). A program card with no STEP card
      *                 in front of it, and any card behind a COND
      *                 card, first waits for every running step to
      *                 end, so an unlabelled deck runs exactly in
      *                 order and COND always sees the return codes
      *                 of every earlier step. AFTER orders steps, it
      *                 does not condition them - put a COND card in
      *                 front for that. A step that runs alongside
      *                 others has its output held in
      *                 GAMEDRV-STEP-nnnn.OUT and shown when it ends.
      *                 An unknown or repeated label fails the card
      *                 with return code 16.
      *   RUNDAY card   Program name "RUNDAY", arguments one to
      *                 three run-day conditions, all of which must
      *                 hold for the next program card - or the next
      *                 INCLUDE card, whose whole member then runs or
      *                 not - to run today:
      *                   MONTHEND  the site's month-end date
      *                   WEEKEND   the last business day of the
      *                             week
      *                   BUSINESS  a business day
      *                   HOLIDAY   a holiday
      *                 each of which may be negated with a NOT
      *                 prefix (NOTHOLIDAY skips the card on
      *                 holidays). A card the calendar passes over
      *                 is logged as SKIPPED with the condition and
      *                 the reason, and does not change the highest
      *                 return code, so one master deck serves the
      *                 daily, weekly and month-end cycles. A RUNDAY
      *                 card with an unknown condition fails with
      *                 return code 16 and the card behind it is
      *                 skipped - a mistyped month-end condition must
      *                 not run month-end work every night.
      *
      * Site calendar. The first RUNDAY card reads the calendar file
      * (GAMES-CALENDAR, or CALENDAR-FILE in GAMES-SITE-CONFIG), one
      * record per marked date: "YYYYMMDD CLASS [description]", "*"
      * comments, where CLASS is
      *   HOLIDAY   not a business day, whatever the weekday
      *   BUSINESS  a business day although it falls on a week-end
      *   WEEKEND   the week's week-end processing date
      *   MONTHEND  the month's month-end processing date
      * Unmarked Mondays to Fridays are business days. A week
      * (Monday to Sunday) with no WEEKEND mark ends on its last
      * business day, and a month with no MONTHEND mark on its last
      * business day. Without a calendar file the weekday rule
      * alone applies and the driver says so. The run date's
      * classification is written to GAMEDRV-LOG as a CALENDAR
      * record; records the driver cannot read are counted and
      * passed over.
      *
      * Under STOPONFAIL a failure in a concurrent step stops any
      * further card being submitted; steps already running are
      * allowed to finish and are logged. GAMEDRV-CKPT advances over
      * the unbroken run of clean steps from the top of the deck, so
      * --restart still resumes at the first step that did not end
      * cleanly (later steps that happened to finish alongside it are
      * run again).
      *
      * Print spool. Every cycle carries a cycle ID - its start
      * stamp as YYYYMMDD-HHMMSS - which GAMEDRV hands to each step
      * (with the step's number) through the GAMES_CYCLE_ID and
      * GAMES_STEP environment variables. A report program run
      * with --print under the driver (GAMEREF, GAMEPUZ, GAMEMIST
      * --deck, GAMEVIEW, GAMESESS, GAMELOG, GAMEQRY) writes its
      * paged report to GAMES-PRINT-<cycle>-S<step>, every page
      * headed with the report ID, program, run date and time,
      * cycle ID and page number. When the cycle ends the driver
      * collects those print files, in step order, into one
      * GAMES-SPOOL-<cycle> print file that opens with a table of
      * contents (report DRVTOC: step, label, program, report ID,
      * the sheets of the spool it occupies and its page count)
      * and numbers every sheet of the spool in the page heading
      * (SHEET nnnnnn); the collected step files are removed and a
      * SPOOL record is written to GAMEDRV-LOG ahead of the
      * SUMMARY records. Steps skipped on --restart belong to the
      * earlier cycle, and their print files are not collected.
      * Print files carry carriage control in column 1 ("1" starts
      * a new sheet, blank the next line). PRINT-PAGE-LINES in
      * GAMES-SITE-CONFIG sets the lines per page (default 60) for
      * the contents as for the reports.
      *
      * Every cycle ends with one SUMMARY-STEP record per step in
      * GAMEDRV-LOG, giving its label, start and end time and return
      * code, and then a SUMMARY record showing the step count, the
      * cycle's elapsed window, the steps' own elapsed seconds added
      * together, the seconds the overlap saved, and the highest
      * return code seen. GAMEDRV itself ends with that highest
      * return code, so the overnight operator can tell at a glance
      * whether the cycle was clean.
      *
      * A step that ends with a non-zero return code also raises an
      * alert on the operations monitor's feed (GAMES-ALERTS, see
      * GAMEALRT): STEP-FAIL, or STEP-TIMEOUT for a step abandoned
      * at its time limit, naming the control file and the step -
      * WARNING below RC 8, ERROR below RC 16, SEVERE from RC 16.
      * A control card that cannot be honored (a malformed STEP,
      * RUNDAY, OPTION, INCLUDE or MAXTIME card) counts as a step
      * ending with RC 16 and raises a SEVERE STEP-FAIL the same way.
      * No STEP-FAIL is raised when a program that writes its own
      * alerts ends with its finding code (GAMEALRT, GAMELOG and
      * GAMEDRIFT RC 4; GAMERECON, GAMEAUDIT and GAMEMEMCK RC 8).
      * ALERT-FILE in GAMES-SITE-CONFIG renames the feed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT STEP-RC-FILE ASSIGN TO DYNAMIC STEP-RC-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-RC.
           SELECT STEP-PRINT-FILE ASSIGN TO DYNAMIC STEP-PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-STEP-PRINT.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC SPOOL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SPOOL.
           SELECT CALENDAR-FILE ASSIGN TO DYNAMIC CALENDAR-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CALENDAR.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       FD  STEP-RC-FILE
           RECORDING MODE IS F.
       01  STEP-RC-RECORD     PIC X(20).
      *
       FD  STEP-PRINT-FILE
           RECORDING MODE IS F.
       01  STEP-PRINT-RECORD  PIC X(133).
      *
       FD  SPOOL-FILE
           RECORDING MODE IS F.
       01  SPOOL-RECORD       PIC X(133).
      *
       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD    PIC X(80).
      *
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD       PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  INCLUDE-ACTIVE     PIC 9 VALUE 0.
      *
      * Site configuration (GAMES-SITE-CONFIG, KEY=VALUE records,
      * "*" comments): this program owns the MAXTIME-SECS and
      * MAX-PARALLEL-STEPS defaults, and reads PRINT-PAGE-LINES for
      * the spool's table of contents and CALENDAR-FILE for the
      * site calendar.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  TIMED-OUT-FLAG     PIC 9 VALUE 0.
       01  TIMEOUT-TAIL       PIC X(120) VALUE SPACES.
      *
      * Step labels and concurrency. A STEP card leaves its label
      * and the step numbers it must wait for pending here until the
      * next program card takes them. Every step of the cycle has an
      * entry in the step table: state W (being submitted), R
      * (running alongside the driver), D (ended) or S (not run -
      * COND skip or restart skip). CKPT-OK marks a step the
      * progress record may advance over.
       01  MAX-PARALLEL       PIC 99 VALUE 1.
       01  PENDING-LABEL      PIC X(16) VALUE SPACES.
       01  PENDING-DEP-COUNT  PIC 9 VALUE 0.
       01  PENDING-DEPS.
           05  PENDING-DEP    PIC 9(4) OCCURS 8 TIMES.
       01  STEP-TABLE.
           05  STEP-ENTRY     OCCURS 500 TIMES.
               10  ST-LABEL       PIC X(16).
               10  ST-PROGRAM     PIC X(11).
               10  ST-ARGS        PIC X(68).
               10  ST-STATE       PIC X.
               10  ST-RC          PIC 9(4).
               10  ST-CKPT-OK     PIC 9.
               10  ST-MAXTIME     PIC 9(6).
               10  ST-START       PIC X(8).
               10  ST-END         PIC X(8).
               10  ST-START-SECS  PIC 9(12).
               10  ST-END-SECS    PIC 9(12).
               10  ST-DEP-COUNT   PIC 9.
               10  ST-DEP         PIC 9(4) OCCURS 8 TIMES.
       01  STEP-TABLE-MAX     PIC 9(4) VALUE 500.
       01  STEP-ROOM          PIC 9 VALUE 1.
       01  STEP-CONCURRENT    PIC 9 VALUE 0.
       01  RUNNING-COUNT      PIC 99 VALUE 0.
       01  DEPS-READY         PIC 9 VALUE 0.
       01  POLL-IDX           PIC 9(4) VALUE 0.
       01  POLL-FINISHED      PIC 9 VALUE 0.
       01  POLL-SLEEP-SECS    PIC 9 VALUE 1.
       01  DEP-IDX            PIC 9 VALUE 0.
       01  LABEL-IDX          PIC 9(4) VALUE 0.
       01  LABEL-MATCH        PIC 9(4) VALUE 0.
       01  FIN-IDX            PIC 9(4) VALUE 0.
       01  FIN-RC             PIC 9(4) VALUE 0.
       01  FIN-SELF-ALERTED   PIC 9 VALUE 0.
       01  STEP-LABEL-TOK     PIC X(16) VALUE SPACES.
       01  STEP-AFTER-TOK     PIC X(68) VALUE SPACES.
       01  STEP-DEP-TOK       PIC X(16) VALUE SPACES.
       01  STEP-DEP-PTR       PIC 99 VALUE 0.
       01  STEP-CARD-OK       PIC 9 VALUE 0.
      *
      * A concurrent step runs in the background under a shell
      * wrapper that holds its output in GAMEDRV-STEP-nnnn.OUT and
      * drops its exit status into GAMEDRV-STEP-nnnn.RC when it
      * ends; the driver polls for the .RC file.
       01  STEP-STEM.
           05  FILLER         PIC X(13) VALUE "GAMEDRV-STEP-".
           05  STEM-NUM       PIC 9(4).
       01  STEP-RC-NAME       PIC X(40) VALUE SPACES.
       01  FS-STEP-RC         PIC XX VALUE SPACES.
       01  BG-COMMAND         PIC X(300) VALUE SPACES.
      *
      * The step being logged by the poller stands in for the
      * current card while its log record is written.
       01  SAVE-STEP-COUNT    PIC 9(4).
       01  SAVE-CARD-PROGRAM  PIC X(11).
       01  SAVE-CARD-ARGS     PIC X(68).
       01  SAVE-MAXTIME-SECS  PIC 9(6).
       01  SAVE-STEP-RC       PIC 9(4).
      *
      * Step and cycle timing for the SUMMARY records
       01  CLOCK-YMD          PIC 9(8).
       01  CLOCK-DAY-NUM      PIC 9(7).
       01  CLOCK-SECS         PIC 9(12) VALUE 0.
       01  CYCLE-START-SECS   PIC 9(12) VALUE 0.
       01  WINDOW-SECS        PIC 9(9) VALUE 0.
       01  STEP-SECS          PIC 9(9) VALUE 0.
       01  SERIAL-SECS        PIC 9(9) VALUE 0.
       01  SAVED-SECS         PIC 9(9) VALUE 0.
       01  SECS-DISP          PIC Z(8)9.
       01  SERIAL-DISP        PIC Z(8)9.
       01  SAVED-DISP         PIC Z(8)9.
       01  WINDOW-DISP        PIC Z(8)9.
      *
      * Job step bookkeeping
       01  STEP-COUNT         PIC 9(4) VALUE 0.
       01  STEP-NUM-DISP      PIC Z(3)9.
       01  HALT-FLAG          PIC 9 VALUE 0.
       01  COND-DISP          PIC Z(3)9.
      *
      * Step-level restart. The checkpoint advances over the
      * unbroken run of steps from the top of the deck that have
      * ended with return code zero (CKPT-THROUGH); the first
      * failure freezes it at the last good step, so a --restart of
      * the same control file resumes at the step that failed.
      * CLEAN-PREFIX drops to 0 once any step has failed.
       01  FS-CKPT            PIC XX VALUE SPACES.
       01  RESTART-MODE       PIC 9 VALUE 0.
       01  RESUME-FROM        PIC 9(4) VALUE 0.
       01  CLEAN-PREFIX       PIC 9 VALUE 1.
       01  CKPT-THROUGH       PIC 9(4) VALUE 0.
       01  CKPT-NEXT          PIC 9(4) VALUE 0.
       01  CKPT-MOVED         PIC 9 VALUE 0.
       01  CKPT-STOP          PIC 9 VALUE 0.
       01  DRIVER-ARGS.
           05  DRIVER-ARG     PIC X(40) OCCURS 4 TIMES.
       01  DRIVER-ARG-IDX     PIC 9 VALUE 0.
      *
      * VERIFY card: record-by-record baseline comparison. Up to
      * VERIFY-DETAIL-MAX differing records are written to the log
       01  VERIFY-DETAIL-MAX  PIC 9(6) VALUE 50.
       01  VERIFY-DISP        PIC Z(5)9.
      *
      * Cycle print spool. The cycle ID and step number go to each
      * step through the environment; at cycle end every step's
      * print file is found, measured (pages, report ID, program,
      * title from its first page heading) and copied into the
      * spool behind the table of contents.
       01  CYCLE-ID           PIC X(15) VALUE SPACES.
       01  EXPORT-STEP-NUM    PIC 9(4).
       01  STEP-PRINT-NAME    PIC X(40) VALUE SPACES.
       01  FS-STEP-PRINT      PIC XX VALUE SPACES.
       01  STEP-PRINT-EOF     PIC 9 VALUE 0.
       01  SPOOL-NAME         PIC X(40) VALUE SPACES.
       01  FS-SPOOL           PIC XX VALUE SPACES.
       01  SPOOL-TABLE.
           05  SPOOL-ENTRY    OCCURS 500 TIMES.
               10  SP-STEP        PIC 9(4).
               10  SP-REPORT-ID   PIC X(8).
               10  SP-PROGRAM     PIC X(9).
               10  SP-TITLE       PIC X(60).
               10  SP-PAGES       PIC 9(6).
               10  SP-FIRST-SHEET PIC 9(6).
       01  SPOOL-COUNT        PIC 9(4) VALUE 0.
       01  SPOOL-IDX          PIC 9(4) VALUE 0.
       01  SPOOL-PAGES        PIC 9(6) VALUE 0.
       01  SPOOL-AFTER-HEAD   PIC 9 VALUE 0.
       01  SPOOL-SCAN-ID      PIC X(8) VALUE SPACES.
       01  SPOOL-SCAN-PROGRAM PIC X(9) VALUE SPACES.
       01  SPOOL-SCAN-TITLE   PIC X(60) VALUE SPACES.
       01  SPOOL-SHEET        PIC 9(6) VALUE 0.
       01  SPOOL-LAST-SHEET   PIC 9(6) VALUE 0.
       01  SPOOL-PAGE-LINES   PIC 9(3) VALUE 60.
       01  TOC-PER-PAGE       PIC 9(3) VALUE 0.
       01  TOC-PAGES          PIC 9(4) VALUE 0.
       01  TOC-PAGE           PIC 9(4) VALUE 0.
       01  TOC-LINE-COUNT     PIC 9(3) VALUE 0.
       01  SHEET-DISP         PIC Z(5)9.
       01  SHEET-DISP2        PIC Z(5)9.
       01  PAGES-DISP         PIC Z(5)9.
       01  SPOOL-STAMP        PIC X(21).
       01  SPOOL-HEADING.
           05  SH-CONTROL     PIC X     VALUE "1".
           05  FILLER         PIC X(7)  VALUE "REPORT ".
           05  SH-REPORT-ID   PIC X(8)  VALUE "DRVTOC".
           05  FILLER         PIC X(9)  VALUE " PROGRAM ".
           05  SH-PROGRAM     PIC X(9)  VALUE "GAMEDRV".
           05  FILLER         PIC X(5)  VALUE " RUN ".
           05  SH-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  SH-RUN-TIME    PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE " CYCLE ".
           05  SH-CYCLE-ID    PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE " PAGE ".
           05  SH-PAGE        PIC Z(5)9.
           05  FILLER         PIC X(41) VALUE SPACES.
      *
      * Site calendar and run-day conditions. A RUNDAY card arms up
      * to three conditions for the next program or INCLUDE card;
      * the calendar is read when the first one is judged. Only the
      * marks within 40 days of the run date are kept - enough for
      * its week and its month.
       01  CALENDAR-NAME      PIC X(40) VALUE "GAMES-CALENDAR".
       01  FS-CALENDAR        PIC XX VALUE SPACES.
       01  CALENDAR-EOF       PIC 9 VALUE 0.
       01  CALENDAR-LOADED    PIC 9 VALUE 0.
       01  CALENDAR-FOUND     PIC 9 VALUE 0.
       01  CALENDAR-LOG-NAME  PIC X(40) VALUE "(none)".
       01  CALENDAR-TABLE.
           05  CAL-ENTRY      OCCURS 400 TIMES.
               10  CAL-DAYNUM PIC 9(7).
               10  CAL-CLASS  PIC X(8).
       01  CAL-COUNT          PIC 9(3) VALUE 0.
       01  CAL-IDX            PIC 9(3) VALUE 0.
       01  CAL-BAD-COUNT      PIC 9(4) VALUE 0.
       01  CAL-DATE-TOK       PIC X(10) VALUE SPACES.
       01  CAL-CLASS-TOK      PIC X(10) VALUE SPACES.
       01  CAL-DATE-NUM       PIC 9(8) VALUE 0.
       01  CAL-ENTRY-DAYNUM   PIC 9(7) VALUE 0.
       01  RUN-DATE           PIC 9(8) VALUE 0.
       01  RUN-DATE-R REDEFINES RUN-DATE.
           05  RD-YEAR        PIC 9(4).
           05  RD-MONTH       PIC 99.
           05  RD-DAY         PIC 99.
       01  RUN-DATE-ARG       PIC X(40) VALUE SPACES.
       01  RUN-DATE-ISO       PIC X(10) VALUE SPACES.
       01  RUN-DAYNUM         PIC 9(7) VALUE 0.
       01  RUN-WEEKDAY        PIC 9 VALUE 0.
       01  DAY-NAMES          PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  YES-NO             PIC X(2) VALUE "NY".
       01  RUN-IS-BUSINESS    PIC 9 VALUE 0.
       01  RUN-IS-HOLIDAY     PIC 9 VALUE 0.
       01  RUN-IS-WEEKEND     PIC 9 VALUE 0.
       01  RUN-IS-MONTHEND    PIC 9 VALUE 0.
       01  NEXT-MONTH-DATE    PIC 9(8) VALUE 0.
       01  RANGE-FIRST        PIC 9(7) VALUE 0.
       01  RANGE-LAST         PIC 9(7) VALUE 0.
       01  MARK-CLASS         PIC X(8) VALUE SPACES.
       01  MARK-SEEN          PIC 9 VALUE 0.
       01  LATER-BUSINESS     PIC 9 VALUE 0.
       01  PROBE-DAYNUM       PIC 9(7) VALUE 0.
       01  PROBE-BUSINESS     PIC 9 VALUE 0.
       01  PROBE-HOLIDAY      PIC 9 VALUE 0.
       01  PROBE-WEEKEND      PIC 9 VALUE 0.
       01  PROBE-MONTHEND     PIC 9 VALUE 0.
       01  PROBE-WORKDAY      PIC 9 VALUE 0.
       01  RUNDAY-PENDING     PIC 9 VALUE 0.
       01  RUNDAY-COUNT       PIC 9 VALUE 0.
       01  RUNDAY-TABLE.
           05  RUNDAY-COND    PIC X(12) OCCURS 3 TIMES.
       01  RUNDAY-EXTRA       PIC X(12) VALUE SPACES.
       01  RUNDAY-IDX         PIC 9 VALUE 0.
       01  RUNDAY-OK          PIC 9 VALUE 1.
       01  RUNDAY-CARD-OK     PIC 9 VALUE 1.
       01  RUNDAY-BASE        PIC X(12) VALUE SPACES.
       01  RUNDAY-NEGATE      PIC 9 VALUE 0.
       01  RUNDAY-TRUTH       PIC 9 VALUE 0.
       01  RUNDAY-PHRASE      PIC X(40) VALUE SPACES.
       01  RUNDAY-FAILED      PIC X(12) VALUE SPACES.
       01  RUNDAY-REASON      PIC X(60) VALUE SPACES.
      *
      * Timestamp for log records
       01  RUN-TIMESTAMP      PIC X(21).
       01  RUN-STAMP-R REDEFINES RUN-TIMESTAMP.
           05  RS-MINUTE      PIC X(2).
           05  RS-SECOND      PIC X(2).
           05  FILLER         PIC X(7).

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
           PERFORM PARSE-DRIVER-ARGS
           PERFORM LOAD-BUILTIN-SYMBOLS
           PERFORM SET-RUN-DATE
           PERFORM EXPORT-CYCLE-ID
           PERFORM LOAD-SITE-CONFIG
      *
           OPEN INPUT CONTROL-FILE
           END-IF
      *
           OPEN OUTPUT DRIVER-LOG
           IF MAX-PARALLEL > 1
               MOVE MAX-PARALLEL TO COND-DISP
               DISPLAY "GAMEDRV: up to " FUNCTION TRIM(COND-DISP)
                   " labelled steps may run at once."
           END-IF
      *
           IF RESTART-MODE = 1
               PERFORM TRY-RESUME-STEP-CKPT
           PERFORM READ-CONTROL-CARD
           PERFORM PROCESS-CARD
               UNTIL CONTROL-EOF = 1 OR HALT-FLAG = 1
           PERFORM WAIT-FOR-ALL-STEPS
           PERFORM BUILD-CYCLE-SPOOL
      *
           PERFORM WRITE-SUMMARY-RECORD
           IF CLEAN-PREFIX = 1 AND HALT-FLAG = 0
       PARSE-DRIVER-ARGS.
           ACCEPT WS-COMMAND FROM COMMAND-LINE
           IF WS-COMMAND NOT = SPACES
               MOVE SPACES TO DRIVER-ARGS
               UNSTRING WS-COMMAND DELIMITED BY ALL SPACES
                   INTO DRIVER-ARG(1) DRIVER-ARG(2) DRIVER-ARG(3)
                        DRIVER-ARG(4)
               END-UNSTRING
               PERFORM VARYING DRIVER-ARG-IDX FROM 1 BY 1
                   UNTIL DRIVER-ARG-IDX > 4
                   EVALUATE DRIVER-ARG(DRIVER-ARG-IDX)
                       WHEN SPACES
                           CONTINUE
                       WHEN "--restart"
                           MOVE 1 TO RESTART-MODE
                       WHEN "--date"
                           IF DRIVER-ARG-IDX < 4
                               ADD 1 TO DRIVER-ARG-IDX
                               MOVE DRIVER-ARG(DRIVER-ARG-IDX)
                                   TO RUN-DATE-ARG
                           END-IF
                           IF RUN-DATE-ARG = SPACES
                               MOVE "(none)" TO RUN-DATE-ARG
                           END-IF
                       WHEN OTHER
                           MOVE DRIVER-ARG(DRIVER-ARG-IDX)
                               TO WS-CONTROL-FILE-NAME
                   END-EVALUATE
               END-PERFORM
           END-IF
           .
      *
      * The run date RUNDAY cards are judged against: today, or the
      * date given with --date.
       SET-RUN-DATE.
           IF RUN-DATE-ARG = SPACES
               MOVE RUN-TIMESTAMP(1:8) TO RUN-DATE
           ELSE
               IF RUN-DATE-ARG(1:8) IS NOT NUMERIC
                   OR RUN-DATE-ARG(9:) NOT = SPACES
                   DISPLAY "GAMEDRV: --date needs a date as "
                       "YYYYMMDD - " FUNCTION TRIM(RUN-DATE-ARG)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RUN-DATE-ARG(1:8) TO RUN-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(RUN-DATE) NOT = 0
                   DISPLAY "GAMEDRV: --date names no calendar "
                       "date - " FUNCTION TRIM(RUN-DATE-ARG)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE SPACES TO RUN-DATE-ISO
           STRING RD-YEAR "-" RD-MONTH "-" RD-DAY
               DELIMITED BY SIZE
               INTO RUN-DATE-ISO
           END-STRING
           .
      *
      * The next card comes from the included member while one is
                   WHEN "SET"
                       PERFORM SET-SYMBOL
                   WHEN "INCLUDE"
                       PERFORM TAKE-INCLUDE-CARD
                   WHEN "RUNDAY"
                       PERFORM SET-RUN-DAY-CONDITION
                   WHEN "MAXTIME"
                       PERFORM SET-STEP-MAXTIME
                   WHEN "STEP"
                       PERFORM SET-STEP-LABEL
                   WHEN OTHER
                       PERFORM CHECK-STEP-ROOM
                       IF STEP-ROOM = 1
                           PERFORM RUN-JOB-STEP
                               THRU RUN-JOB-STEP-EXIT
                       END-IF
               END-EVALUATE
           END-IF
               INTO SYM-VALUE(2)
           END-STRING
           MOVE 6 TO SYM-VLEN(2)
           PERFORM COMPUTE-CLOCK-SECS
           MOVE CLOCK-SECS TO CYCLE-START-SECS
           .
      *
      * The cycle ID (the start stamp, YYYYMMDD-HHMMSS) names the
      * cycle's print files and heads every page printed in it;
      * each step inherits it, and its own step number, from the
      * driver's environment.
       EXPORT-CYCLE-ID.
           STRING RS-YEAR RS-MONTH RS-DAY "-"
               RS-HOUR RS-MINUTE RS-SECOND
               DELIMITED BY SIZE
               INTO CYCLE-ID
           END-STRING
           DISPLAY "GAMES_CYCLE_ID" UPON ENVIRONMENT-NAME
           DISPLAY CYCLE-ID UPON ENVIRONMENT-VALUE
           .
      *
       EXPORT-STEP-NUMBER.
           MOVE STEP-COUNT TO EXPORT-STEP-NUM
           DISPLAY "GAMES_STEP" UPON ENVIRONMENT-NAME
           DISPLAY EXPORT-STEP-NUM UPON ENVIRONMENT-VALUE
           .
      *
      * A SET card defines or redefines a symbol from its
           END-IF
           .
      *
      * A RUNDAY card in front of an INCLUDE card decides for the
      * whole member.
       TAKE-INCLUDE-CARD.
           IF RUNDAY-PENDING = 1
               PERFORM CHECK-RUN-DAY
           ELSE
               MOVE 1 TO RUNDAY-OK
           END-IF
           IF RUNDAY-OK = 1
               PERFORM OPEN-INCLUDE-DECK
           ELSE
               DISPLAY "GAMEDRV: INCLUDE "
                   FUNCTION TRIM(CARD-ARGS) " skipped - "
                   FUNCTION TRIM(RUNDAY-REASON) "."
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
               MOVE SPACES TO LOG-RECORD
               STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
                   RS-HOUR ":" RS-MINUTE ":" RS-SECOND
                   " INCLUDE MEMBER=" FUNCTION TRIM(CARD-ARGS)
                   " SKIPPED CALENDAR="
                   FUNCTION TRIM(RUNDAY-FAILED)
                   " (" FUNCTION TRIM(RUNDAY-REASON) ")"
                   DELIMITED BY SIZE
                   INTO LOG-RECORD
               END-STRING
               WRITE LOG-RECORD
           END-IF
           .
      *
      * An INCLUDE card switches card reading to the named member
      * until it runs out; one level only, so a member including a
      * member fails loudly instead of looping.
      *
      * A control card that cannot be honored fails the cycle the
      * way an unknown OPTION card does: it counts as a step, takes
      * return code 16, is logged, raises a SEVERE STEP-FAIL alert,
      * and stops the deck under OPTION STOPONFAIL - a missing
      * INCLUDE member means steps silently never ran, which is
      * exactly what that option guards.
      * The failed card is passed over by the progress record just
      * as a clean step is, since a restart meets it again anyway.
       FAIL-CONTROL-CARD.
           PERFORM CHECK-STEP-ROOM
           IF STEP-ROOM = 1
               ADD 1 TO STEP-COUNT
               MOVE 16 TO STEP-RC
               IF STEP-RC > MAX-RC
                   MOVE STEP-RC TO MAX-RC
               END-IF
               PERFORM REGISTER-STEP
               MOVE "D" TO ST-STATE(STEP-COUNT)
               MOVE STEP-RC TO ST-RC(STEP-COUNT)
               MOVE 1 TO ST-CKPT-OK(STEP-COUNT)
               PERFORM WRITE-LOG-RECORD
               PERFORM ADVANCE-STEP-CKPT
               MOVE STEP-COUNT TO FIN-IDX
               MOVE STEP-RC TO FIN-RC
               PERFORM RAISE-STEP-ALERT
               IF STOP-ON-FAIL = 1
                   DISPLAY "GAMEDRV: control card ended with RC "
                       STEP-RC " - stopping (OPTION STOPONFAIL)."
                   MOVE 1 TO HALT-FLAG
               END-IF
           END-IF
           .
      *
      * Every step has its own entry in the step table, so the deck
      * is limited to the table's size; one card too many stops the
      * cycle rather than running steps the progress record and the
      * SUMMARY cannot account for.
       CHECK-STEP-ROOM.
           MOVE 1 TO STEP-ROOM
           IF STEP-COUNT >= STEP-TABLE-MAX
               MOVE 0 TO STEP-ROOM
               MOVE STEP-TABLE-MAX TO STEP-NUM-DISP
               DISPLAY "GAMEDRV: deck has more than "
                   FUNCTION TRIM(STEP-NUM-DISP)
                   " job steps - stopping."
               IF MAX-RC < 16
                   MOVE 16 TO MAX-RC
               END-IF
               MOVE 1 TO HALT-FLAG
           END-IF
           .
      *
       REGISTER-STEP.
           MOVE SPACES TO ST-LABEL(STEP-COUNT)
           MOVE CARD-PROGRAM TO ST-PROGRAM(STEP-COUNT)
           MOVE CARD-ARGS TO ST-ARGS(STEP-COUNT)
           MOVE "W" TO ST-STATE(STEP-COUNT)
           MOVE 0 TO ST-RC(STEP-COUNT)
           MOVE 0 TO ST-CKPT-OK(STEP-COUNT)
           MOVE MAXTIME-SECS TO ST-MAXTIME(STEP-COUNT)
           MOVE SPACES TO ST-START(STEP-COUNT)
           MOVE SPACES TO ST-END(STEP-COUNT)
           MOVE 0 TO ST-START-SECS(STEP-COUNT)
           MOVE 0 TO ST-END-SECS(STEP-COUNT)
           MOVE 0 TO ST-DEP-COUNT(STEP-COUNT)
           .
      *
      * A program card takes the label and dependencies of the STEP
      * card in front of it, if any.
       TAKE-PENDING-LABEL.
           MOVE PENDING-LABEL TO ST-LABEL(STEP-COUNT)
           MOVE PENDING-DEP-COUNT TO ST-DEP-COUNT(STEP-COUNT)
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > PENDING-DEP-COUNT
               MOVE PENDING-DEP(DEP-IDX)
                   TO ST-DEP(STEP-COUNT, DEP-IDX)
           END-PERFORM
           MOVE SPACES TO PENDING-LABEL
           MOVE 0 TO PENDING-DEP-COUNT
           .
      *
      * ============================================================
      * STEP card: "<label> [AFTER=<label>,<label>...]". The label
      * must be new to the deck and every AFTER label must belong to
      * an earlier step; otherwise the card fails with return code
      * 16 and the next program card runs unlabelled, in order.
      * ============================================================
       SET-STEP-LABEL.
           MOVE SPACES TO STEP-LABEL-TOK STEP-AFTER-TOK SUBST-IN
           MOVE SPACES TO PENDING-LABEL
           MOVE 0 TO PENDING-DEP-COUNT
           MOVE 1 TO STEP-CARD-OK
           MOVE FUNCTION TRIM(CARD-ARGS) TO SUBST-IN
           UNSTRING SUBST-IN DELIMITED BY ALL SPACES
               INTO STEP-LABEL-TOK STEP-AFTER-TOK
           END-UNSTRING
           IF STEP-LABEL-TOK = SPACES
               OR STEP-LABEL-TOK(1:6) = "AFTER="
               DISPLAY "GAMEDRV: STEP card needs a label - "
                   FUNCTION TRIM(CARD-ARGS)
               MOVE 0 TO STEP-CARD-OK
           ELSE
               MOVE STEP-LABEL-TOK TO STEP-DEP-TOK
               PERFORM FIND-STEP-LABEL
               IF LABEL-MATCH NOT = 0
                   DISPLAY "GAMEDRV: STEP label "
                       FUNCTION TRIM(STEP-LABEL-TOK)
                       " is already used in this deck."
                   MOVE 0 TO STEP-CARD-OK
               END-IF
           END-IF
           IF STEP-CARD-OK = 1 AND STEP-AFTER-TOK NOT = SPACES
               IF STEP-AFTER-TOK(1:6) NOT = "AFTER="
                   DISPLAY "GAMEDRV: STEP card expects "
                       "AFTER=<label>,... - "
                       FUNCTION TRIM(CARD-ARGS)
                   MOVE 0 TO STEP-CARD-OK
               ELSE
                   MOVE 7 TO STEP-DEP-PTR
                   PERFORM PARSE-STEP-DEPENDENCY
                       UNTIL STEP-DEP-PTR > 68
                       OR STEP-CARD-OK = 0
               END-IF
           END-IF
           IF STEP-CARD-OK = 1
               MOVE STEP-LABEL-TOK TO PENDING-LABEL
           ELSE
               MOVE 0 TO PENDING-DEP-COUNT
               PERFORM FAIL-CONTROL-CARD
           END-IF
           .
      *
       PARSE-STEP-DEPENDENCY.
           MOVE SPACES TO STEP-DEP-TOK
           UNSTRING STEP-AFTER-TOK DELIMITED BY "," OR SPACE
               INTO STEP-DEP-TOK
               WITH POINTER STEP-DEP-PTR
           END-UNSTRING
           IF STEP-DEP-TOK NOT = SPACES
               PERFORM FIND-STEP-LABEL
               IF LABEL-MATCH = 0
                   DISPLAY "GAMEDRV: STEP card names no earlier "
                       "step labelled " FUNCTION TRIM(STEP-DEP-TOK)
                   MOVE 0 TO STEP-CARD-OK
               ELSE IF PENDING-DEP-COUNT >= 8
                   DISPLAY "GAMEDRV: STEP card names more than 8 "
                       "earlier steps."
                   MOVE 0 TO STEP-CARD-OK
               ELSE
                   ADD 1 TO PENDING-DEP-COUNT
                   MOVE LABEL-MATCH TO PENDING-DEP(PENDING-DEP-COUNT)
               END-IF END-IF
           END-IF
           .
      *
       FIND-STEP-LABEL.
           MOVE 0 TO LABEL-MATCH
           PERFORM VARYING LABEL-IDX FROM 1 BY 1
               UNTIL LABEL-IDX > STEP-COUNT OR LABEL-MATCH NOT = 0
               IF ST-LABEL(LABEL-IDX) = STEP-DEP-TOK
                   MOVE LABEL-IDX TO LABEL-MATCH
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Map the control card's program name to its compiled
       RUN-JOB-STEP.
           ADD 1 TO STEP-COUNT
           MOVE 0 TO STEP-RC
           PERFORM REGISTER-STEP
           PERFORM TAKE-PENDING-LABEL
      *
           IF RESTART-MODE = 1 AND STEP-COUNT <= RESUME-FROM
               DISPLAY "GAMEDRV: step "
                   FUNCTION TRIM(CARD-PROGRAM)
                   " already completed in prior cycle - skipped."
               MOVE 0 TO COND-PENDING
               MOVE 0 TO RUNDAY-PENDING
               PERFORM WRITE-RESTART-RECORD
               MOVE "S" TO ST-STATE(STEP-COUNT)
               GO TO RUN-JOB-STEP-ENDED
           END-IF
      *
      *    The calendar does not depend on other steps' return
      *    codes, so a step it passes over waits for nothing.
           IF RUNDAY-PENDING = 1
               PERFORM CHECK-RUN-DAY
               IF RUNDAY-OK = 0
                   DISPLAY "GAMEDRV: step "
                       FUNCTION TRIM(CARD-PROGRAM)
                       " skipped - " FUNCTION TRIM(RUNDAY-REASON)
                       " (RUNDAY " FUNCTION TRIM(RUNDAY-FAILED) ")."
                   MOVE 0 TO COND-PENDING
                   PERFORM WRITE-CALENDAR-SKIP-RECORD
                   MOVE "S" TO ST-STATE(STEP-COUNT)
                   GO TO RUN-JOB-STEP-ENDED
               END-IF
           END-IF
      *
      *    A labelled step waits only for the steps it names (and,
      *    to run alongside others, for a free slot). An unlabelled
      *    step, and any step behind a COND card, waits for every
      *    running step, so the deck keeps its card order and COND
      *    judges the return codes of every earlier step.
           MOVE 0 TO STEP-CONCURRENT
           IF ST-LABEL(STEP-COUNT) NOT = SPACES
               AND MAX-PARALLEL > 1
               AND FUNCTION TRIM(CARD-PROGRAM) NOT = "VERIFY"
               MOVE 1 TO STEP-CONCURRENT
           END-IF
           IF ST-LABEL(STEP-COUNT) = SPACES OR COND-PENDING = 1
               PERFORM WAIT-FOR-ALL-STEPS
           ELSE
               PERFORM WAIT-FOR-DEPENDENCIES
           END-IF
           IF STEP-CONCURRENT = 1
               PERFORM WAIT-FOR-FREE-SLOT
           END-IF
      *    A step that ended while this card waited may have stopped
      *    the deck (OPTION STOPONFAIL): the card is not submitted.
           IF HALT-FLAG = 1
               DISPLAY "GAMEDRV: step "
                   FUNCTION TRIM(CARD-PROGRAM)
                   " not submitted - cycle is stopping."
               SUBTRACT 1 FROM STEP-COUNT
               GO TO RUN-JOB-STEP-EXIT
           END-IF
      *
                       FUNCTION TRIM(CARD-PROGRAM)
                       " skipped - highest RC exceeds COND limit."
                   PERFORM WRITE-SKIP-RECORD
                   MOVE "S" TO ST-STATE(STEP-COUNT)
                   GO TO RUN-JOB-STEP-ENDED
               END-IF
           END-IF
      *
           EVALUATE FUNCTION TRIM(CARD-PROGRAM)
               WHEN "VERIFY"
                   PERFORM NOTE-STEP-START
                   PERFORM VERIFY-STEP THRU VERIFY-STEP-DONE
                   PERFORM NOTE-STEP-END
                   GO TO RUN-JOB-STEP-ENDED
               WHEN "GAME015"
                   MOVE "./game015" TO WS-EXEC-NAME
               WHEN "GAME015TREE"
                   MOVE "./gameaudit" TO WS-EXEC-NAME
               WHEN "GAMEPUZ"
                   MOVE "./gamepuz" TO WS-EXEC-NAME
               WHEN "GAMECFG"
                   MOVE "./gamecfg" TO WS-EXEC-NAME
               WHEN "GAMEROST"
                   MOVE "./gamerost" TO WS-EXEC-NAME
               WHEN "GAMEQUIZ"
                   MOVE "./gamequiz" TO WS-EXEC-NAME
               WHEN "GAMEVAR"
                   MOVE "./gamevar" TO WS-EXEC-NAME
               WHEN "GAMESEAL"
                   MOVE "./gameseal" TO WS-EXEC-NAME
               WHEN "GAMERCVR"
                   MOVE "./gamercvr" TO WS-EXEC-NAME
               WHEN "GAMEEQV"
                   MOVE "./gameeqv" TO WS-EXEC-NAME
               WHEN "GAMELEAG"
                   MOVE "./gameleag" TO WS-EXEC-NAME
               WHEN "GAMEPOS"
                   MOVE "./gamepos" TO WS-EXEC-NAME
               WHEN "GAMELINE"
                   MOVE "./gameline" TO WS-EXEC-NAME
               WHEN "GAMEALRT"
                   MOVE "./gamealrt" TO WS-EXEC-NAME
               WHEN OTHER
                   DISPLAY "GAMEDRV: unknown program on card - "
                       FUNCTION TRIM(CARD-PROGRAM)
                       MOVE STEP-RC TO MAX-RC
                   END-IF
                   PERFORM WRITE-LOG-RECORD
                   GO TO RUN-JOB-STEP-ENDED
           END-EVALUATE
      *
           MOVE SPACES TO WS-COMMAND
                   INTO WS-COMMAND
               END-STRING
           END-IF
      *
           IF STEP-CONCURRENT = 1
               PERFORM START-CONCURRENT-STEP
               GO TO RUN-JOB-STEP-EXIT
           END-IF
      *
           DISPLAY "GAMEDRV: step " FUNCTION TRIM(CARD-PROGRAM)
               " -> " FUNCTION TRIM(WS-COMMAND)
      *
           PERFORM NOTE-STEP-START
           PERFORM EXPORT-STEP-NUMBER
           CALL "SYSTEM" USING WS-COMMAND
           COMPUTE STEP-RC = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           PERFORM NOTE-STEP-END
           PERFORM LOG-STEP-OUTCOME
           .
      *
       RUN-JOB-STEP-ENDED.
           IF ST-STATE(STEP-COUNT) NOT = "S"
               MOVE "D" TO ST-STATE(STEP-COUNT)
           END-IF
           MOVE STEP-COUNT TO FIN-IDX
           MOVE STEP-RC TO FIN-RC
           PERFORM FINISH-STEP
           .
      *
       RUN-JOB-STEP-EXIT.
           EXIT
           .
      *
      * A step's return code is normalized (a step abandoned by the
      * timeout command becomes TIMED-OUT, RC 24) and logged.
       LOG-STEP-OUTCOME.
           MOVE 0 TO TIMED-OUT-FLAG
           IF MAXTIME-SECS > 0 AND STEP-RC = 124
               MOVE 1 TO TIMED-OUT-FLAG
           ELSE
               PERFORM WRITE-LOG-RECORD
           END-IF
           .
      *
      * ============================================================
      * A step has ended (or was passed over): record its return
      * code, advance the progress record over any unbroken run of
      * clean steps, and stop submitting cards under OPTION
      * STOPONFAIL when it failed.
      * ============================================================
       FINISH-STEP.
           MOVE FIN-RC TO ST-RC(FIN-IDX)
           IF FIN-RC > MAX-RC
               MOVE FIN-RC TO MAX-RC
           END-IF
           IF FIN-RC = 0
               MOVE 1 TO ST-CKPT-OK(FIN-IDX)
           ELSE
               MOVE 0 TO ST-CKPT-OK(FIN-IDX)
               MOVE 0 TO CLEAN-PREFIX
           END-IF
           PERFORM ADVANCE-STEP-CKPT
           PERFORM CHECK-SELF-ALERTED
           IF FIN-RC > 0 AND FIN-SELF-ALERTED = 0
               PERFORM RAISE-STEP-ALERT
           END-IF
           IF STOP-ON-FAIL = 1 AND FIN-RC > 0 AND HALT-FLAG = 0
               DISPLAY "GAMEDRV: step ended with RC "
                   FIN-RC " - stopping (OPTION "
                   "STOPONFAIL)."
               MOVE 1 TO HALT-FLAG
           END-IF
           .
      *
      * A checking program that finds something raises its own,
      * more specific alert before it ends with its finding code;
      * a STEP-FAIL on top would only say the same thing twice
      * (and GAMEALRT's RC 4 would feed on itself). Timeouts and
      * codes from 16 up are never findings.
       CHECK-SELF-ALERTED.
           MOVE 0 TO FIN-SELF-ALERTED
           IF FIN-RC < 16
               EVALUATE FUNCTION TRIM(ST-PROGRAM(FIN-IDX))
                   ALSO FIN-RC
                   WHEN "GAMEALRT"  ALSO 4
                   WHEN "GAMELOG"   ALSO 4
                   WHEN "GAMEDRIFT" ALSO 4
                   WHEN "GAMERECON" ALSO 8
                   WHEN "GAMEAUDIT" ALSO 8
                   WHEN "GAMEMEMCK" ALSO 8
                       MOVE 1 TO FIN-SELF-ALERTED
               END-EVALUATE
           END-IF
           .
      *
      * The failed step's alert: severity follows the return-code
      * bands the COND cards route on.
       RAISE-STEP-ALERT.
           EVALUATE TRUE
               WHEN FIN-RC < 8
                   MOVE "WARNING" TO AR-SEVERITY
               WHEN FIN-RC < 16
                   MOVE "ERROR" TO AR-SEVERITY
               WHEN OTHER
                   MOVE "SEVERE" TO AR-SEVERITY
           END-EVALUATE
           IF FIN-RC = 24
               MOVE "STEP-TIMEOUT" TO AR-CODE
           ELSE
               MOVE "STEP-FAIL" TO AR-CODE
           END-IF
           MOVE WS-CONTROL-FILE-NAME TO AR-FILE
           MOVE FIN-IDX TO STEP-NUM-DISP
           STRING "STEP " FUNCTION TRIM(STEP-NUM-DISP)
               DELIMITED BY SIZE
               INTO AR-RECORD
           END-STRING
           MOVE FIN-RC TO RC-DISP
           STRING FUNCTION TRIM(ST-LABEL(FIN-IDX)) " ("
               FUNCTION TRIM(ST-PROGRAM(FIN-IDX)) ") ended with RC "
               FUNCTION TRIM(RC-DISP) " - ARGS: "
               FUNCTION TRIM(ST-ARGS(FIN-IDX))
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
      * Steps can end out of card order, so the progress record
      * moves only over the unbroken run of ended, clean steps from
      * the top of the deck; the first step still running or ended
      * badly holds it.
       ADVANCE-STEP-CKPT.
           MOVE 0 TO CKPT-MOVED
           MOVE 0 TO CKPT-STOP
           PERFORM ADVANCE-CKPT-ONE UNTIL CKPT-STOP = 1
           IF CKPT-MOVED = 1
               PERFORM WRITE-STEP-CKPT
           END-IF
           .
      *
       ADVANCE-CKPT-ONE.
           IF CKPT-THROUGH >= STEP-COUNT
               MOVE 1 TO CKPT-STOP
           ELSE
               COMPUTE CKPT-NEXT = CKPT-THROUGH + 1
               IF (ST-STATE(CKPT-NEXT) = "D" OR "S")
                   AND ST-CKPT-OK(CKPT-NEXT) = 1
                   MOVE CKPT-NEXT TO CKPT-THROUGH
                   MOVE 1 TO CKPT-MOVED
               ELSE
                   MOVE 1 TO CKPT-STOP
               END-IF
           END-IF
           .
      *
      * ============================================================
      * Submit a labelled step to run alongside the cycle. The shell
      * wrapper holds the step's output in GAMEDRV-STEP-nnnn.OUT and
      * writes its exit status to GAMEDRV-STEP-nnnn.RC only once the
      * step has ended, so the poller never reads a partial status.
      * ============================================================
       START-CONCURRENT-STEP.
           MOVE STEP-COUNT TO STEM-NUM
           MOVE SPACES TO BG-COMMAND
           STRING "rm -f " STEP-STEM ".RC " STEP-STEM ".OUT; ( "
               FUNCTION TRIM(WS-COMMAND)
               " < /dev/null > " STEP-STEM ".OUT 2>&1; echo $? > "
               STEP-STEM ".RCT; mv -f " STEP-STEM ".RCT "
               STEP-STEM ".RC ) &"
               DELIMITED BY SIZE
               INTO BG-COMMAND
           END-STRING
           DISPLAY "GAMEDRV: step " FUNCTION TRIM(CARD-PROGRAM)
               " (" FUNCTION TRIM(ST-LABEL(STEP-COUNT))
               ") started -> " FUNCTION TRIM(WS-COMMAND)
           PERFORM NOTE-STEP-START
           PERFORM EXPORT-STEP-NUMBER
           CALL "SYSTEM" USING BG-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE "R" TO ST-STATE(STEP-COUNT)
           ADD 1 TO RUNNING-COUNT
           .
      *
       WAIT-FOR-ALL-STEPS.
           PERFORM POLL-RUNNING-STEPS UNTIL RUNNING-COUNT = 0
           .
      *
       WAIT-FOR-FREE-SLOT.
           PERFORM POLL-RUNNING-STEPS
               UNTIL RUNNING-COUNT < MAX-PARALLEL
           .
      *
       WAIT-FOR-DEPENDENCIES.
           PERFORM CHECK-DEPENDENCIES
           PERFORM UNTIL DEPS-READY = 1
               PERFORM POLL-RUNNING-STEPS
               PERFORM CHECK-DEPENDENCIES
           END-PERFORM
           .
      *
       CHECK-DEPENDENCIES.
           MOVE 1 TO DEPS-READY
           PERFORM VARYING DEP-IDX FROM 1 BY 1
               UNTIL DEP-IDX > ST-DEP-COUNT(STEP-COUNT)
               IF ST-STATE(ST-DEP(STEP-COUNT, DEP-IDX)) = "R"
                   MOVE 0 TO DEPS-READY
               END-IF
           END-PERFORM
           .
      *
      * One pass over the running steps; when none has ended the
      * driver sleeps a second before the caller looks again.
       POLL-RUNNING-STEPS.
           MOVE 0 TO POLL-FINISHED
           PERFORM VARYING POLL-IDX FROM 1 BY 1
               UNTIL POLL-IDX > STEP-COUNT
               IF ST-STATE(POLL-IDX) = "R"
                   PERFORM CHECK-RUNNING-STEP
               END-IF
           END-PERFORM
           IF POLL-FINISHED = 0 AND RUNNING-COUNT > 0
               CALL "C$SLEEP" USING POLL-SLEEP-SECS
           END-IF
           .
      *
       CHECK-RUNNING-STEP.
           MOVE POLL-IDX TO STEM-NUM
           MOVE SPACES TO STEP-RC-NAME
           STRING STEP-STEM ".RC" DELIMITED BY SIZE
               INTO STEP-RC-NAME
           END-STRING
           OPEN INPUT STEP-RC-FILE
           IF FS-STEP-RC = "00"
               MOVE SPACES TO STEP-RC-RECORD
               READ STEP-RC-FILE
                   AT END
                       MOVE SPACES TO STEP-RC-RECORD
               END-READ
               CLOSE STEP-RC-FILE
               PERFORM END-CONCURRENT-STEP
           END-IF
           .
      *
      * A concurrent step has ended: show its held output, then log
      * it exactly as a step run in turn would be logged (the step
      * stands in for the current card while its record is
      * written), and finish it.
       END-CONCURRENT-STEP.
           MOVE 1 TO POLL-FINISHED
           SUBTRACT 1 FROM RUNNING-COUNT
           MOVE "D" TO ST-STATE(POLL-IDX)
           MOVE STEP-COUNT TO SAVE-STEP-COUNT
           MOVE CARD-PROGRAM TO SAVE-CARD-PROGRAM
           MOVE CARD-ARGS TO SAVE-CARD-ARGS
           MOVE MAXTIME-SECS TO SAVE-MAXTIME-SECS
           MOVE STEP-RC TO SAVE-STEP-RC
           MOVE POLL-IDX TO STEP-COUNT
           MOVE ST-PROGRAM(POLL-IDX) TO CARD-PROGRAM
           MOVE ST-ARGS(POLL-IDX) TO CARD-ARGS
           MOVE ST-MAXTIME(POLL-IDX) TO MAXTIME-SECS
      *
           COMPUTE CONFIG-NUMVAL =
               FUNCTION TEST-NUMVAL(STEP-RC-RECORD)
           IF STEP-RC-RECORD = SPACES OR CONFIG-NUMVAL NOT = 0
               MOVE 16 TO STEP-RC
           ELSE
               COMPUTE STEP-RC = FUNCTION NUMVAL(STEP-RC-RECORD)
           END-IF
           PERFORM NOTE-STEP-END
      *
           MOVE POLL-IDX TO STEP-NUM-DISP
           DISPLAY "GAMEDRV: step " FUNCTION TRIM(STEP-NUM-DISP)
               " " FUNCTION TRIM(CARD-PROGRAM)
               " (" FUNCTION TRIM(ST-LABEL(POLL-IDX))
               ") ended - its output follows."
           MOVE SPACES TO BG-COMMAND
           STRING "cat " STEP-STEM ".OUT; rm -f " STEP-STEM ".OUT "
               STEP-STEM ".RC"
               DELIMITED BY SIZE
               INTO BG-COMMAND
           END-STRING
           CALL "SYSTEM" USING BG-COMMAND
           MOVE 0 TO RETURN-CODE
           PERFORM LOG-STEP-OUTCOME
           MOVE STEP-RC TO FIN-RC
      *
           MOVE SAVE-STEP-COUNT TO STEP-COUNT
           MOVE SAVE-CARD-PROGRAM TO CARD-PROGRAM
           MOVE SAVE-CARD-ARGS TO CARD-ARGS
           MOVE SAVE-MAXTIME-SECS TO MAXTIME-SECS
           MOVE SAVE-STEP-RC TO STEP-RC
           MOVE POLL-IDX TO FIN-IDX
           PERFORM FINISH-STEP
           .
      *
       NOTE-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           MOVE CLOCK-SECS TO ST-START-SECS(STEP-COUNT)
           STRING RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               DELIMITED BY SIZE
               INTO ST-START(STEP-COUNT)
           END-STRING
           .
      *
       NOTE-STEP-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           MOVE CLOCK-SECS TO ST-END-SECS(STEP-COUNT)
           STRING RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               DELIMITED BY SIZE
               INTO ST-END(STEP-COUNT)
           END-STRING
           .
      *
       COMPUTE-CLOCK-SECS.
           MOVE RS-YEAR TO CLOCK-YMD(1:4)
           MOVE RS-MONTH TO CLOCK-YMD(5:2)
           MOVE RS-DAY TO CLOCK-YMD(7:2)
           COMPUTE CLOCK-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(CLOCK-YMD)
           COMPUTE CLOCK-SECS = CLOCK-DAY-NUM * 86400
               + FUNCTION NUMVAL(RS-HOUR) * 3600
               + FUNCTION NUMVAL(RS-MINUTE) * 60
               + FUNCTION NUMVAL(RS-SECOND)
           .
      *
      * ============================================================
           END-STRING
           WRITE LOG-RECORD
           .
      *
       WRITE-CALENDAR-SKIP-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           MOVE STEP-COUNT TO STEP-NUM-DISP
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " STEP=" FUNCTION TRIM(STEP-NUM-DISP)
               " PROGRAM=" FUNCTION TRIM(CARD-PROGRAM)
               " ARGS=[" FUNCTION TRIM(CARD-ARGS) "]"
               " SKIPPED CALENDAR=" FUNCTION TRIM(RUNDAY-FAILED)
               " (" FUNCTION TRIM(RUNDAY-REASON) ")"
               DELIMITED BY SIZE
               INTO LOG-RECORD
           END-STRING
           WRITE LOG-RECORD
           .
      *
       WRITE-RESTART-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
      *
       WRITE-STEP-CKPT.
           MOVE WS-CONTROL-FILE-NAME TO CK-CONTROL-NAME
           MOVE CKPT-THROUGH TO CK-LAST-STEP
           OPEN OUTPUT CKPT-FILE
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE
           .
      *
      * ============================================================
      * Cycle print spool: every step that ran leaves its --print
      * report (if it printed one) in GAMES-PRINT-<cycle>-S<step>.
      * They are measured first, so the table of contents can give
      * each report's sheets, then copied in step order behind the
      * contents into GAMES-SPOOL-<cycle>, every page heading
      * stamped with its sheet number in the spool.
      * ============================================================
       BUILD-CYCLE-SPOOL.
           MOVE 0 TO SPOOL-COUNT
           PERFORM VARYING POLL-IDX FROM 1 BY 1
               UNTIL POLL-IDX > STEP-COUNT
               IF ST-STATE(POLL-IDX) = "D"
                   PERFORM SCAN-STEP-PRINT
               END-IF
           END-PERFORM
           IF SPOOL-COUNT > 0
               PERFORM WRITE-CYCLE-SPOOL
                   THRU WRITE-CYCLE-SPOOL-EXIT
           END-IF
           .
      *
       SET-STEP-PRINT-NAME.
           MOVE SPACES TO STEP-PRINT-NAME
           STRING "GAMES-PRINT-" FUNCTION TRIM(CYCLE-ID)
               "-S" EXPORT-STEP-NUM
               DELIMITED BY SIZE
               INTO STEP-PRINT-NAME
           END-STRING
           .
      *
       SCAN-STEP-PRINT.
           MOVE POLL-IDX TO EXPORT-STEP-NUM
           PERFORM SET-STEP-PRINT-NAME
           OPEN INPUT STEP-PRINT-FILE
           IF FS-STEP-PRINT = "00"
               MOVE 0 TO SPOOL-PAGES SPOOL-AFTER-HEAD
               MOVE SPACES TO SPOOL-SCAN-ID SPOOL-SCAN-PROGRAM
                   SPOOL-SCAN-TITLE
               MOVE 0 TO STEP-PRINT-EOF
               PERFORM READ-STEP-PRINT
               PERFORM MEASURE-STEP-PRINT
                   UNTIL STEP-PRINT-EOF = 1
               CLOSE STEP-PRINT-FILE
               IF SPOOL-PAGES > 0 AND SPOOL-COUNT < 500
                   ADD 1 TO SPOOL-COUNT
                   MOVE POLL-IDX TO SP-STEP(SPOOL-COUNT)
                   MOVE SPOOL-SCAN-ID TO SP-REPORT-ID(SPOOL-COUNT)
                   MOVE SPOOL-SCAN-PROGRAM TO SP-PROGRAM(SPOOL-COUNT)
                   MOVE SPOOL-SCAN-TITLE TO SP-TITLE(SPOOL-COUNT)
                   MOVE SPOOL-PAGES TO SP-PAGES(SPOOL-COUNT)
               END-IF
           END-IF
           .
      *
       READ-STEP-PRINT.
           READ STEP-PRINT-FILE
               AT END
                   MOVE 1 TO STEP-PRINT-EOF
           END-READ
           .
      *
      * A "1" in column 1 starts a page; the first page heading
      * gives the report ID and program, the line under it the
      * report's title.
       MEASURE-STEP-PRINT.
           IF STEP-PRINT-RECORD(1:1) = "1"
               ADD 1 TO SPOOL-PAGES
               IF SPOOL-PAGES = 1
                   MOVE STEP-PRINT-RECORD(9:8) TO SPOOL-SCAN-ID
                   MOVE STEP-PRINT-RECORD(26:9) TO SPOOL-SCAN-PROGRAM
                   MOVE 1 TO SPOOL-AFTER-HEAD
               END-IF
           ELSE
               IF SPOOL-AFTER-HEAD = 1
                   MOVE STEP-PRINT-RECORD(2:60) TO SPOOL-SCAN-TITLE
                   MOVE 0 TO SPOOL-AFTER-HEAD
               END-IF
           END-IF
           PERFORM READ-STEP-PRINT
           .
      *
       WRITE-CYCLE-SPOOL.
           MOVE SPACES TO SPOOL-NAME
           STRING "GAMES-SPOOL-" FUNCTION TRIM(CYCLE-ID)
               DELIMITED BY SIZE
               INTO SPOOL-NAME
           END-STRING
           OPEN OUTPUT SPOOL-FILE
           IF FS-SPOOL NOT = "00"
               DISPLAY "GAMEDRV: cannot create print spool "
                   FUNCTION TRIM(SPOOL-NAME) " (status " FS-SPOOL
                   ") - step print files left in place."
               GO TO WRITE-CYCLE-SPOOL-EXIT
           END-IF
      *
      *    The contents take the first sheets: the heading block and
      *    the column headings, then one line per report.
           COMPUTE TOC-PER-PAGE = SPOOL-PAGE-LINES - 6
           COMPUTE TOC-PAGES =
               (SPOOL-COUNT + TOC-PER-PAGE - 1) / TOC-PER-PAGE
           MOVE TOC-PAGES TO SPOOL-SHEET
           PERFORM VARYING SPOOL-IDX FROM 1 BY 1
               UNTIL SPOOL-IDX > SPOOL-COUNT
               COMPUTE SP-FIRST-SHEET(SPOOL-IDX) = SPOOL-SHEET + 1
               ADD SP-PAGES(SPOOL-IDX) TO SPOOL-SHEET
           END-PERFORM
           MOVE SPOOL-SHEET TO SPOOL-LAST-SHEET
      *
           MOVE FUNCTION CURRENT-DATE TO SPOOL-STAMP
           STRING SPOOL-STAMP(1:4) "-" SPOOL-STAMP(5:2) "-"
               SPOOL-STAMP(7:2)
               DELIMITED BY SIZE
               INTO SH-RUN-DATE
           END-STRING
           STRING SPOOL-STAMP(9:2) ":" SPOOL-STAMP(11:2) ":"
               SPOOL-STAMP(13:2)
               DELIMITED BY SIZE
               INTO SH-RUN-TIME
           END-STRING
           MOVE CYCLE-ID TO SH-CYCLE-ID
           MOVE 0 TO SPOOL-SHEET TOC-PAGE
           MOVE TOC-PER-PAGE TO TOC-LINE-COUNT
           PERFORM VARYING SPOOL-IDX FROM 1 BY 1
               UNTIL SPOOL-IDX > SPOOL-COUNT
               PERFORM WRITE-TOC-LINE
           END-PERFORM
      *
           PERFORM VARYING SPOOL-IDX FROM 1 BY 1
               UNTIL SPOOL-IDX > SPOOL-COUNT
               PERFORM COPY-STEP-PRINT
           END-PERFORM
           CLOSE SPOOL-FILE
      *
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           MOVE SPOOL-COUNT TO STEP-NUM-DISP
           MOVE SPOOL-LAST-SHEET TO SHEET-DISP
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " SPOOL FILE=" FUNCTION TRIM(SPOOL-NAME)
               " REPORTS=" FUNCTION TRIM(STEP-NUM-DISP)
               " SHEETS=" FUNCTION TRIM(SHEET-DISP)
               DELIMITED BY SIZE
               INTO LOG-RECORD
           END-STRING
           WRITE LOG-RECORD
           DISPLAY "GAMEDRV: " FUNCTION TRIM(STEP-NUM-DISP)
               " report(s) collected into " FUNCTION TRIM(SPOOL-NAME)
               ", " FUNCTION TRIM(SHEET-DISP) " sheet(s)."
           .
      *
       WRITE-CYCLE-SPOOL-EXIT.
           EXIT
           .
      *
       WRITE-TOC-LINE.
           IF TOC-LINE-COUNT >= TOC-PER-PAGE
               PERFORM WRITE-TOC-HEADING
           END-IF
           MOVE SPACES TO SPOOL-RECORD
           MOVE SP-STEP(SPOOL-IDX) TO STEP-NUM-DISP
           MOVE SP-FIRST-SHEET(SPOOL-IDX) TO SHEET-DISP
           COMPUTE SHEET-DISP2 = SP-FIRST-SHEET(SPOOL-IDX)
               + SP-PAGES(SPOOL-IDX) - 1
           MOVE SP-PAGES(SPOOL-IDX) TO PAGES-DISP
           MOVE STEP-NUM-DISP TO SPOOL-RECORD(2:4)
           MOVE ST-LABEL(SP-STEP(SPOOL-IDX)) TO SPOOL-RECORD(8:16)
           IF ST-LABEL(SP-STEP(SPOOL-IDX)) = SPACES
               MOVE "-" TO SPOOL-RECORD(8:1)
           END-IF
           MOVE SP-PROGRAM(SPOOL-IDX) TO SPOOL-RECORD(25:9)
           MOVE SP-REPORT-ID(SPOOL-IDX) TO SPOOL-RECORD(35:8)
           STRING FUNCTION TRIM(SHEET-DISP) "-"
               FUNCTION TRIM(SHEET-DISP2)
               DELIMITED BY SIZE
               INTO SPOOL-RECORD(44:13)
           END-STRING
           MOVE PAGES-DISP TO SPOOL-RECORD(58:6)
           MOVE SP-TITLE(SPOOL-IDX) TO SPOOL-RECORD(66:60)
           WRITE SPOOL-RECORD
           ADD 1 TO TOC-LINE-COUNT
           .
      *
       WRITE-TOC-HEADING.
           ADD 1 TO SPOOL-SHEET TOC-PAGE
           MOVE TOC-PAGE TO SH-PAGE
           MOVE SPOOL-HEADING TO SPOOL-RECORD
           PERFORM STAMP-SPOOL-SHEET
           WRITE SPOOL-RECORD
           MOVE SPACES TO SPOOL-RECORD
           MOVE "Game of 0.15 - Cycle Print Spool: Contents"
               TO SPOOL-RECORD(2:)
           WRITE SPOOL-RECORD
           MOVE SPACES TO SPOOL-RECORD
           MOVE ALL "-" TO SPOOL-RECORD(2:89)
           WRITE SPOOL-RECORD
           MOVE SPACES TO SPOOL-RECORD
           WRITE SPOOL-RECORD
           MOVE SPACES TO SPOOL-RECORD
           MOVE "Step  Label            Program   Report   "
               TO SPOOL-RECORD(2:41)
           MOVE " Sheets        Pages  Title" TO SPOOL-RECORD(43:27)
           WRITE SPOOL-RECORD
           MOVE SPACES TO SPOOL-RECORD
           MOVE ALL "-" TO SPOOL-RECORD(2:89)
           WRITE SPOOL-RECORD
           MOVE 0 TO TOC-LINE-COUNT
           .
      *
       STAMP-SPOOL-SHEET.
           MOVE SPOOL-SHEET TO SHEET-DISP
           MOVE "SHEET" TO SPOOL-RECORD(100:5)
           MOVE SHEET-DISP TO SPOOL-RECORD(106:6)
           .
      *
      * One step's report, copied into the spool page for page; the
      * step file is removed once it is in the spool.
       COPY-STEP-PRINT.
           MOVE SP-STEP(SPOOL-IDX) TO EXPORT-STEP-NUM
           PERFORM SET-STEP-PRINT-NAME
           OPEN INPUT STEP-PRINT-FILE
           IF FS-STEP-PRINT = "00"
               MOVE 0 TO STEP-PRINT-EOF
               PERFORM READ-STEP-PRINT
               PERFORM COPY-STEP-PRINT-RECORD
                   UNTIL STEP-PRINT-EOF = 1
               CLOSE STEP-PRINT-FILE
               DELETE FILE STEP-PRINT-FILE
           END-IF
           .
      *
       COPY-STEP-PRINT-RECORD.
           MOVE STEP-PRINT-RECORD TO SPOOL-RECORD
           IF SPOOL-RECORD(1:1) = "1"
               ADD 1 TO SPOOL-SHEET
               PERFORM STAMP-SPOOL-SHEET
           END-IF
           WRITE SPOOL-RECORD
           PERFORM READ-STEP-PRINT
           .
      *
      * ============================================================
      * RUNDAY card: one to three conditions (MONTHEND, WEEKEND,
      * BUSINESS, HOLIDAY, each optionally NOT-prefixed) for the
      * next program or INCLUDE card. A card in error still arms a
      * condition - one that never holds.
      * ============================================================
       SET-RUN-DAY-CONDITION.
           MOVE SPACES TO RUNDAY-TABLE RUNDAY-EXTRA SUBST-IN
           MOVE FUNCTION TRIM(CARD-ARGS) TO SUBST-IN
           UNSTRING SUBST-IN DELIMITED BY ALL SPACES
               INTO RUNDAY-COND(1) RUNDAY-COND(2) RUNDAY-COND(3)
                    RUNDAY-EXTRA
           END-UNSTRING
           MOVE 0 TO RUNDAY-COUNT
           MOVE 1 TO RUNDAY-CARD-OK
           PERFORM VARYING RUNDAY-IDX FROM 1 BY 1
               UNTIL RUNDAY-IDX > 3
               IF RUNDAY-COND(RUNDAY-IDX) NOT = SPACES
                   ADD 1 TO RUNDAY-COUNT
                   MOVE RUNDAY-COND(RUNDAY-IDX) TO RUNDAY-BASE
                   IF RUNDAY-BASE(1:3) = "NOT"
                       MOVE RUNDAY-COND(RUNDAY-IDX)(4:) TO RUNDAY-BASE
                   END-IF
                   IF RUNDAY-BASE NOT = "MONTHEND"
                       AND RUNDAY-BASE NOT = "WEEKEND"
                       AND RUNDAY-BASE NOT = "BUSINESS"
                       AND RUNDAY-BASE NOT = "HOLIDAY"
                       MOVE 0 TO RUNDAY-CARD-OK
                   END-IF
               END-IF
           END-PERFORM
           IF RUNDAY-EXTRA NOT = SPACES
               MOVE 0 TO RUNDAY-CARD-OK
           END-IF
           MOVE 1 TO RUNDAY-PENDING
           IF RUNDAY-COUNT = 0 OR RUNDAY-CARD-OK = 0
               DISPLAY "GAMEDRV: RUNDAY card needs one to three of "
                   "MONTHEND WEEKEND BUSINESS HOLIDAY (or NOT...) - "
                   FUNCTION TRIM(CARD-ARGS)
               MOVE SPACES TO RUNDAY-TABLE
               MOVE "INVALID" TO RUNDAY-COND(1)
               MOVE 1 TO RUNDAY-COUNT
               PERFORM FAIL-CONTROL-CARD
           END-IF
           .
      *
      * Judge the pending conditions against the run date; the
      * first that fails gives the skip its reason.
       CHECK-RUN-DAY.
           MOVE 0 TO RUNDAY-PENDING
           IF CALENDAR-LOADED = 0
               PERFORM LOAD-SITE-CALENDAR
           END-IF
           MOVE 1 TO RUNDAY-OK
           MOVE SPACES TO RUNDAY-FAILED RUNDAY-REASON
           PERFORM VARYING RUNDAY-IDX FROM 1 BY 1
               UNTIL RUNDAY-IDX > RUNDAY-COUNT OR RUNDAY-OK = 0
               PERFORM TEST-RUN-DAY-CONDITION
           END-PERFORM
           .
      *
       TEST-RUN-DAY-CONDITION.
           MOVE RUNDAY-COND(RUNDAY-IDX) TO RUNDAY-BASE
           MOVE 0 TO RUNDAY-NEGATE
           IF RUNDAY-BASE(1:3) = "NOT"
               MOVE 1 TO RUNDAY-NEGATE
               MOVE RUNDAY-COND(RUNDAY-IDX)(4:) TO RUNDAY-BASE
           END-IF
           EVALUATE RUNDAY-BASE
               WHEN "MONTHEND"
                   MOVE RUN-IS-MONTHEND TO RUNDAY-TRUTH
                   MOVE "the month-end date" TO RUNDAY-PHRASE
               WHEN "WEEKEND"
                   MOVE RUN-IS-WEEKEND TO RUNDAY-TRUTH
                   MOVE "the last business day of the week"
                       TO RUNDAY-PHRASE
               WHEN "BUSINESS"
                   MOVE RUN-IS-BUSINESS TO RUNDAY-TRUTH
                   MOVE "a business day" TO RUNDAY-PHRASE
               WHEN "HOLIDAY"
                   MOVE RUN-IS-HOLIDAY TO RUNDAY-TRUTH
                   MOVE "a holiday" TO RUNDAY-PHRASE
               WHEN OTHER
                   MOVE 0 TO RUNDAY-TRUTH
                   MOVE 0 TO RUNDAY-NEGATE
                   MOVE SPACES TO RUNDAY-PHRASE
           END-EVALUATE
           IF RUNDAY-NEGATE = 1
               COMPUTE RUNDAY-TRUTH = 1 - RUNDAY-TRUTH
           END-IF
           IF RUNDAY-TRUTH = 0
               MOVE 0 TO RUNDAY-OK
               MOVE RUNDAY-COND(RUNDAY-IDX) TO RUNDAY-FAILED
               MOVE SPACES TO RUNDAY-REASON
               IF RUNDAY-PHRASE = SPACES
                   MOVE "RUNDAY card in error" TO RUNDAY-REASON
               ELSE
                   IF RUNDAY-NEGATE = 1
                       STRING RUN-DATE-ISO " is "
                           FUNCTION TRIM(RUNDAY-PHRASE)
                           DELIMITED BY SIZE
                           INTO RUNDAY-REASON
                       END-STRING
                   ELSE
                       STRING RUN-DATE-ISO " is not "
                           FUNCTION TRIM(RUNDAY-PHRASE)
                           DELIMITED BY SIZE
                           INTO RUNDAY-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF
           .
      *
      * ============================================================
      * Site calendar: keep the marks near the run date, then
      * classify the run date - business day, holiday, the week's
      * week-end date, the month's month-end date - and log it.
      * ============================================================
       LOAD-SITE-CALENDAR.
           MOVE 1 TO CALENDAR-LOADED
           MOVE 0 TO CAL-COUNT CAL-BAD-COUNT
           COMPUTE RUN-DAYNUM = FUNCTION INTEGER-OF-DATE(RUN-DATE)
           COMPUTE RUN-WEEKDAY = FUNCTION MOD(RUN-DAYNUM - 1, 7)
           OPEN INPUT CALENDAR-FILE
           IF FS-CALENDAR = "00"
               MOVE 1 TO CALENDAR-FOUND
               MOVE CALENDAR-NAME TO CALENDAR-LOG-NAME
               MOVE 0 TO CALENDAR-EOF
               PERFORM READ-CALENDAR-RECORD
               PERFORM APPLY-CALENDAR-RECORD UNTIL CALENDAR-EOF = 1
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "GAMEDRV: no site calendar "
                   FUNCTION TRIM(CALENDAR-NAME) " - Monday to "
                   "Friday count as business days, no holidays."
           END-IF
           IF CAL-BAD-COUNT > 0
               MOVE CAL-BAD-COUNT TO STEP-NUM-DISP
               DISPLAY "GAMEDRV: " FUNCTION TRIM(STEP-NUM-DISP)
                   " calendar record(s) not understood - passed "
                   "over."
           END-IF
           PERFORM CLASSIFY-RUN-DATE
           DISPLAY "GAMEDRV: run date " RUN-DATE-ISO " ("
               DAY-NAMES(RUN-WEEKDAY * 3 + 1:3) ") - business day "
               YES-NO(RUN-IS-BUSINESS + 1:1) ", holiday "
               YES-NO(RUN-IS-HOLIDAY + 1:1) ", week-end "
               YES-NO(RUN-IS-WEEKEND + 1:1) ", month-end "
               YES-NO(RUN-IS-MONTHEND + 1:1) "."
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " CALENDAR DATE=" RUN-DATE-ISO
               " DAY=" DAY-NAMES(RUN-WEEKDAY * 3 + 1:3)
               " BUSINESS=" YES-NO(RUN-IS-BUSINESS + 1:1)
               " HOLIDAY=" YES-NO(RUN-IS-HOLIDAY + 1:1)
               " WEEKEND=" YES-NO(RUN-IS-WEEKEND + 1:1)
               " MONTHEND=" YES-NO(RUN-IS-MONTHEND + 1:1)
               " FILE=" FUNCTION TRIM(CALENDAR-LOG-NAME)
               DELIMITED BY SIZE
               INTO LOG-RECORD
           END-STRING
           WRITE LOG-RECORD
           .
      *
       READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
               AT END
                   MOVE 1 TO CALENDAR-EOF
           END-READ
           .
      *
       APPLY-CALENDAR-RECORD.
           IF CALENDAR-RECORD = SPACES
               OR CALENDAR-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO CAL-DATE-TOK CAL-CLASS-TOK
               UNSTRING CALENDAR-RECORD DELIMITED BY ALL SPACES
                   INTO CAL-DATE-TOK CAL-CLASS-TOK
               END-UNSTRING
               IF CAL-DATE-TOK(1:8) IS NOT NUMERIC
                   OR CAL-DATE-TOK(9:2) NOT = SPACES
                   ADD 1 TO CAL-BAD-COUNT
               ELSE
                   MOVE CAL-DATE-TOK(1:8) TO CAL-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(CAL-DATE-NUM)
                           NOT = 0
                       OR (CAL-CLASS-TOK NOT = "HOLIDAY"
                           AND CAL-CLASS-TOK NOT = "BUSINESS"
                           AND CAL-CLASS-TOK NOT = "WEEKEND"
                           AND CAL-CLASS-TOK NOT = "MONTHEND")
                       ADD 1 TO CAL-BAD-COUNT
                   ELSE
                       COMPUTE CAL-ENTRY-DAYNUM =
                           FUNCTION INTEGER-OF-DATE(CAL-DATE-NUM)
                       IF CAL-ENTRY-DAYNUM + 40 >= RUN-DAYNUM
                           AND CAL-ENTRY-DAYNUM <= RUN-DAYNUM + 40
                           AND CAL-COUNT < 400
                           ADD 1 TO CAL-COUNT
                           MOVE CAL-ENTRY-DAYNUM
                               TO CAL-DAYNUM(CAL-COUNT)
                           MOVE CAL-CLASS-TOK TO CAL-CLASS(CAL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CALENDAR-RECORD
           .
      *
       CLASSIFY-RUN-DATE.
           MOVE RUN-DAYNUM TO PROBE-DAYNUM
           PERFORM PROBE-CALENDAR-DAY
           MOVE PROBE-BUSINESS TO RUN-IS-BUSINESS
           MOVE PROBE-HOLIDAY TO RUN-IS-HOLIDAY
      *
      *    The week runs Monday to Sunday.
           COMPUTE RANGE-FIRST = RUN-DAYNUM - RUN-WEEKDAY
           COMPUTE RANGE-LAST = RANGE-FIRST + 6
           MOVE "WEEKEND" TO MARK-CLASS
           PERFORM FIND-CALENDAR-MARK
           IF MARK-SEEN = 1
               MOVE PROBE-WEEKEND TO RUN-IS-WEEKEND
           ELSE
               COMPUTE RANGE-FIRST = RUN-DAYNUM + 1
               PERFORM FIND-LATER-BUSINESS-DAY
               MOVE 0 TO RUN-IS-WEEKEND
               IF RUN-IS-BUSINESS = 1 AND LATER-BUSINESS = 0
                   MOVE 1 TO RUN-IS-WEEKEND
               END-IF
           END-IF
      *
           COMPUTE RANGE-FIRST = FUNCTION INTEGER-OF-DATE(
               RD-YEAR * 10000 + RD-MONTH * 100 + 1)
           IF RD-MONTH = 12
               COMPUTE NEXT-MONTH-DATE = (RD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE NEXT-MONTH-DATE =
                   RD-YEAR * 10000 + (RD-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE RANGE-LAST =
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH-DATE) - 1
           MOVE "MONTHEND" TO MARK-CLASS
           PERFORM FIND-CALENDAR-MARK
           IF MARK-SEEN = 1
               MOVE PROBE-MONTHEND TO RUN-IS-MONTHEND
           ELSE
               COMPUTE RANGE-FIRST = RUN-DAYNUM + 1
               PERFORM FIND-LATER-BUSINESS-DAY
               MOVE 0 TO RUN-IS-MONTHEND
               IF RUN-IS-BUSINESS = 1 AND LATER-BUSINESS = 0
                   MOVE 1 TO RUN-IS-MONTHEND
               END-IF
           END-IF
           .
      *
      * The marks on one day (PROBE-DAYNUM) and whether it is a
      * business day: a BUSINESS mark makes it one, a HOLIDAY mark
      * takes it away, otherwise Monday to Friday are.
       PROBE-CALENDAR-DAY.
           MOVE 0 TO PROBE-HOLIDAY PROBE-WEEKEND PROBE-MONTHEND
               PROBE-WORKDAY
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-COUNT
               IF CAL-DAYNUM(CAL-IDX) = PROBE-DAYNUM
                   EVALUATE CAL-CLASS(CAL-IDX)
                       WHEN "HOLIDAY"
                           MOVE 1 TO PROBE-HOLIDAY
                       WHEN "BUSINESS"
                           MOVE 1 TO PROBE-WORKDAY
                       WHEN "WEEKEND"
                           MOVE 1 TO PROBE-WEEKEND
                       WHEN OTHER
                           MOVE 1 TO PROBE-MONTHEND
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF PROBE-WORKDAY = 1
               MOVE 1 TO PROBE-BUSINESS
           ELSE
               IF PROBE-HOLIDAY = 1
                   OR FUNCTION MOD(PROBE-DAYNUM - 1, 7) > 4
                   MOVE 0 TO PROBE-BUSINESS
               ELSE
                   MOVE 1 TO PROBE-BUSINESS
               END-IF
           END-IF
           .
      *
      * Is there a MARK-CLASS mark between RANGE-FIRST and
      * RANGE-LAST? The run date's own marks are left in the PROBE
      * fields.
       FIND-CALENDAR-MARK.
           MOVE 0 TO MARK-SEEN
           PERFORM VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-COUNT
               IF CAL-CLASS(CAL-IDX) = MARK-CLASS
                   AND CAL-DAYNUM(CAL-IDX) >= RANGE-FIRST
                   AND CAL-DAYNUM(CAL-IDX) <= RANGE-LAST
                   MOVE 1 TO MARK-SEEN
               END-IF
           END-PERFORM
           MOVE RUN-DAYNUM TO PROBE-DAYNUM
           PERFORM PROBE-CALENDAR-DAY
           .
      *
       FIND-LATER-BUSINESS-DAY.
           MOVE 0 TO LATER-BUSINESS
           PERFORM VARYING PROBE-DAYNUM FROM RANGE-FIRST BY 1
               UNTIL PROBE-DAYNUM > RANGE-LAST
               OR LATER-BUSINESS = 1
               PERFORM PROBE-CALENDAR-DAY
               IF PROBE-BUSINESS = 1
                   MOVE 1 TO LATER-BUSINESS
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Read GAMES-SITE-CONFIG (when present) and apply the keys
      * this program owns; every knob keeps its built-in default
      * when the file or the key is absent.
                           COMPUTE MAXTIME-SECS =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "MAX-PARALLEL-STEPS"
                       COMPUTE CONFIG-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF CONFIG-NUMVAL = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 16
                               COMPUTE MAX-PARALLEL =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN "CALENDAR-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO CALENDAR-NAME
                       END-IF
                   WHEN "ALERT-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO ALERT-NAME
                       END-IF
                   WHEN "PRINT-PAGE-LINES"
                       COMPUTE CONFIG-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF CONFIG-NUMVAL = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 20
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 200
                               COMPUTE SPOOL-PAGE-LINES =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           .
      *
      * ============================================================
      * The SUMMARY records close every cycle's GAMEDRV-LOG: one
      * SUMMARY-STEP record per step with its start and end time,
      * then one SUMMARY record with the number of cards submitted,
      * the cycle's elapsed window against the steps' own elapsed
      * time added together (the difference is what running steps
      * alongside each other saved), and the highest return code any
      * step ended with, so the operator reads one line instead of
      * the whole step list.
      * ============================================================
       WRITE-SUMMARY-RECORD.
           MOVE 0 TO SERIAL-SECS
           PERFORM VARYING POLL-IDX FROM 1 BY 1
               UNTIL POLL-IDX > STEP-COUNT
               PERFORM WRITE-STEP-SUMMARY-RECORD
           END-PERFORM
      *
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE WINDOW-SECS = CLOCK-SECS - CYCLE-START-SECS
           IF SERIAL-SECS > WINDOW-SECS
               COMPUTE SAVED-SECS = SERIAL-SECS - WINDOW-SECS
           ELSE
               MOVE 0 TO SAVED-SECS
           END-IF
           MOVE WINDOW-SECS TO WINDOW-DISP
           MOVE SERIAL-SECS TO SERIAL-DISP
           MOVE SAVED-SECS TO SAVED-DISP
           MOVE SPACES TO LOG-RECORD
           MOVE STEP-COUNT TO STEP-NUM-DISP
           MOVE MAX-RC TO RC-DISP
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " SUMMARY STEPS=" FUNCTION TRIM(STEP-NUM-DISP)
               " WINDOW-SECS=" FUNCTION TRIM(WINDOW-DISP)
               " STEP-SECS=" FUNCTION TRIM(SERIAL-DISP)
               " SAVED-SECS=" FUNCTION TRIM(SAVED-DISP)
               " HIGHEST-RC=" FUNCTION TRIM(RC-DISP)
               DELIMITED BY SIZE
               INTO LOG-RECORD
           END-STRING
           WRITE LOG-RECORD
           .
      *
      * A step that never ran (COND skip, restart skip, failed
      * control card) shows NOT-RUN in place of its times.
       WRITE-STEP-SUMMARY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           MOVE POLL-IDX TO STEP-NUM-DISP
           MOVE ST-RC(POLL-IDX) TO RC-DISP
           MOVE ST-LABEL(POLL-IDX) TO STEP-LABEL-TOK
           IF STEP-LABEL-TOK = SPACES
               MOVE "-" TO STEP-LABEL-TOK
           END-IF
           IF ST-START(POLL-IDX) = SPACES
               STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
                   RS-HOUR ":" RS-MINUTE ":" RS-SECOND
                   " SUMMARY-STEP STEP=" FUNCTION TRIM(STEP-NUM-DISP)
                   " LABEL=" FUNCTION TRIM(STEP-LABEL-TOK)
                   " PROGRAM=" FUNCTION TRIM(ST-PROGRAM(POLL-IDX))
                   " NOT-RUN RC=" FUNCTION TRIM(RC-DISP)
                   DELIMITED BY SIZE
                   INTO LOG-RECORD
               END-STRING
           ELSE
               COMPUTE STEP-SECS = ST-END-SECS(POLL-IDX)
                   - ST-START-SECS(POLL-IDX)
               ADD STEP-SECS TO SERIAL-SECS
               MOVE STEP-SECS TO SECS-DISP
               STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
                   RS-HOUR ":" RS-MINUTE ":" RS-SECOND
                   " SUMMARY-STEP STEP=" FUNCTION TRIM(STEP-NUM-DISP)
                   " LABEL=" FUNCTION TRIM(STEP-LABEL-TOK)
                   " PROGRAM=" FUNCTION TRIM(ST-PROGRAM(POLL-IDX))
                   " START=" ST-START(POLL-IDX)
                   " END=" ST-END(POLL-IDX)
                   " SECS=" FUNCTION TRIM(SECS-DISP)
                   " RC=" FUNCTION TRIM(RC-DISP)
                   DELIMITED BY SIZE
                   INTO LOG-RECORD
               END-STRING
           END-IF
           WRITE LOG-RECORD
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
           MOVE "GAMEDRV" TO AR-PROGRAM
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
               DISPLAY "GAMEDRV: cannot append to "
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
