      * GAME015TREE --play appends to GAME015-SESSIONS. Each record
      * carries the session timestamp, the player's initials, the
      * side played, the finished move list in the GAME015-UNIQUE
      * LEN=/MOVES=/OUTCOME= layout, FIRSTMISS= - the ply of the
      * human's first value-losing move (0 = played clean) -
      * TRAINEE=, the trainee ID from the GAME015-ROSTER master,
      * and LEVEL=, the engine strength played against (NOVICE,
      * CLUB or PERFECT; a record without it was played against
      * the perfect engine, the only one there was).
      *
      * The report is by roster: sessions are grouped by trainee
      * ID, each block headed with the trainee's name, initials
      * and cohort, and the report closes with the active trainees
      * who have NO sessions in the period - the list the training
      * coordinator chases. Sessions recorded before the roster
      * (no TRAINEE= token) are still reported, by initials, after
      * the roster's trainees.
      *
      * For every trainee, and separately for each engine level
      * the trainee has played - a record against the novice
      * engine says nothing about one against perfect play - the
      * report prints games played, results
      * against the engine (a human win is OUTCOME=P1W on SIDE=1 or
      * OUTCOME=P2W on SIDE=2), the average ply of the first
      * mistake, the clean-game count, and the trend across
      * with the later half on a mistake score that counts a clean
      * game as ply 10, so later first mistakes read as improvement.
      *
      * Usage: ./gamesess [--from YYYY-MM-DD] [--to YYYY-MM-DD]
      *                   [--print]
      *   --from/--to  Limit the period to sessions on or after /
      *                on or before the given dates (default: every
      *                session on file). Trainees enrolled after the
      *                period are not chased for it.
      *   --print      write the report to a paged print file
      *                (report SESS01) instead of the console, each
      *                trainee block and the chase list starting a
      *                new page. PRINT-PAGE-LINES in
      *                GAMES-SITE-CONFIG sets the page length
      *                (default 60).
      *
      * Honors the SESSIONS-FILE and ROSTER-FILE keys of
      * GAMES-SITE-CONFIG, the same keys GAME015TREE uses, and
      * PRINT-PAGE-LINES for --print. Without
      * a readable roster the report falls back to the session
      * records alone.
      *
      * Return codes:
      *   0  report printed
           SELECT SESSION-FILE ASSIGN TO DYNAMIC SESSION-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESSION.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC ROSTER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAINEE-ID
               FILE STATUS IS FS-ROSTER.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE
           RECORDING MODE IS F.
       01  SESSION-RECORD     PIC X(160).
      *
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05  TRAINEE-ID         PIC X(8).
           05  TRAINEE-NAME       PIC X(30).
           05  TRAINEE-INITIALS   PIC X(3).
           05  TRAINEE-COHORT     PIC X(10).
           05  TRAINEE-ENROLLED   PIC X(10).
           05  TRAINEE-STATUS     PIC X.
           05  TRAINEE-RETIRED    PIC X(10).
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
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  SESSION-NAME       PIC X(40) VALUE "GAME015-SESSIONS".
       01  ROSTER-NAME        PIC X(40) VALUE "GAME015-ROSTER".
      *
       01  FS-SESSION         PIC XX VALUE SPACES.
       01  SESSION-EOF        PIC 9 VALUE 0.
       01  FS-ROSTER          PIC XX VALUE SPACES.
       01  ROSTER-EOF         PIC 9 VALUE 0.
       01  ROSTER-LOADED      PIC 9 VALUE 0.
      *
      * Command-line parsing and the reporting period
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ARG-TABLE.
           05  ARG-TOK        PIC X(20) OCCURS 4 TIMES.
       01  ARG-IDX            PIC 9.
       01  PERIOD-FROM        PIC X(10) VALUE "0000-00-00".
       01  PERIOD-TO          PIC X(10) VALUE "9999-99-99".
       01  DATE-CHECK         PIC 9(8).
       01  DATE-RESULT        PIC S9(4).
      *
      * One parsed session record
       01  TOKEN-TABLE.
           05  LINE-TOK       PIC X(40) OCCURS 12 TIMES.
       01  TOK-NAME           PIC X(10) VALUE SPACES.
       01  TOK-VALUE          PIC X(30) VALUE SPACES.
       01  REC-PLAYER         PIC X(3) VALUE SPACES.
       01  REC-SIDE           PIC 9 VALUE 0.
       01  REC-OUTCOME        PIC X(4) VALUE SPACES.
       01  REC-FIRSTMISS      PIC 99 VALUE 0.
       01  REC-TRAINEE        PIC X(8) VALUE SPACES.
       01  REC-KEY            PIC X(8) VALUE SPACES.
       01  REC-LEVEL          PIC X(7) VALUE SPACES.
       01  TOK-IDX            PIC 99.
      *
      * All sessions in the period, in file (chronological) order,
      * keyed by trainee ID - or by "*" and the initials for a
      * record that predates the roster
       01  SESS-TABLE.
           05  SESS-ENTRY     OCCURS 500 TIMES.
               10  SE-KEY     PIC X(8).
               10  SE-DATE    PIC X(10).
               10  SE-SIDE    PIC 9.
               10  SE-OUTCOME PIC X(4).
               10  SE-MISS    PIC 99.
               10  SE-LEVEL   PIC X(7).
       01  SESS-COUNT         PIC 999 VALUE 0.
      *
      * The roster's trainees (in trainee-ID order) followed by
      * any session keys the roster does not know
       01  PLAYER-TABLE.
           05  PLAYER-ENTRY   OCCURS 200 TIMES.
               10  PL-KEY         PIC X(8).
               10  PL-NAME        PIC X(30).
               10  PL-INITIALS    PIC X(3).
               10  PL-COHORT      PIC X(10).
               10  PL-ENROLLED    PIC X(10).
               10  PL-STATUS      PIC X.
               10  PL-ON-ROSTER   PIC 9.
               10  PL-GAMES       PIC 9(4).
       01  PLAYER-COUNT       PIC 999 VALUE 0.
       01  CHASE-COUNT        PIC 999 VALUE 0.
      *
      * The engine levels, in the order a trainee's blocks are
      * reported
       01  LEVEL-VALUES.
           05  FILLER         PIC X(7) VALUE "NOVICE".
           05  FILLER         PIC X(7) VALUE "CLUB".
           05  FILLER         PIC X(7) VALUE "PERFECT".
       01  LEVEL-TABLE REDEFINES LEVEL-VALUES.
           05  LEVEL-NAME     PIC X(7) OCCURS 3 TIMES.
       01  LVL-IDX            PIC 9.
       01  LEVEL-GAMES        PIC 9(4).
      *
      * Per-player accumulators for one report block
       01  GAMES-PLAYED       PIC 9(4).
       01  LATE-AVG           PIC 99V9.
      *
       01  IDX                PIC 999.
       01  JDX                PIC 999.
       01  FOUND-IDX          PIC 999.
       01  HUMAN-WON          PIC 9.
       01  DISPLAY-NUM        PIC Z(3)9.
       01  DISP-NUM2          PIC Z(3)9.
       01  AVG-DISP           PIC Z9.9.
       01  AVG-DISP2          PIC Z9.9.
       01  PLAYER-BLOCKS      PIC 9(4) VALUE 0.
      *
      *
      * TRAILER integrity-seal validation state (the family's
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMESESS and the cycle shows as ADHOC.
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
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMESESS".
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
           PERFORM VALIDATE-SESSION-SEAL
           PERFORM LOAD-ROSTER
           OPEN INPUT SESSION-FILE
           IF FS-SESSION NOT = "00"
               DISPLAY "GAMESESS: cannot open "
           PERFORM COLLECT-SESSION UNTIL SESSION-EOF = 1
           CLOSE SESSION-FILE
      *
           MOVE "SESS01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Trainee Session Report" TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE "Interactive play sessions - trainee report"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "=========================================="
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           IF PERIOD-FROM NOT = "0000-00-00"
               OR PERIOD-TO NOT = "9999-99-99"
               STRING "Period: " PERIOD-FROM " to " PERIOD-TO
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF ROSTER-LOADED = 0
               STRING "(trainee roster " FUNCTION TRIM(ROSTER-NAME)
                   " not available - reporting by session "
                   "records only)"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SESS-COUNT TO DISPLAY-NUM
           STRING "Sessions in period: " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
      *
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT
               IF PL-GAMES(JDX) > 0
                   PERFORM REPORT-ONE-PLAYER
               END-IF
           END-PERFORM
           IF ROSTER-LOADED = 1
               PERFORM REPORT-NO-SESSION-TRAINEES
           END-IF
           PERFORM CLOSE-PRINT-FILE
           STOP RUN
           .
      *
      * ============================================================
      * --from / --to: the reporting period, as YYYY-MM-DD dates
      * compared against each session's date.
      * ============================================================
       PARSE-ARGS.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM TAKE-PRINT-OPTION
           MOVE SPACES TO ARG-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-TOK(1) ARG-TOK(2) ARG-TOK(3) ARG-TOK(4)
           END-UNSTRING
           PERFORM VARYING ARG-IDX FROM 1 BY 2
               UNTIL ARG-IDX > 3
               EVALUATE ARG-TOK(ARG-IDX)
                   WHEN SPACES
                       CONTINUE
                   WHEN "--from"
                       PERFORM CHECK-PERIOD-DATE
                       MOVE ARG-TOK(ARG-IDX + 1) TO PERIOD-FROM
                   WHEN "--to"
                       PERFORM CHECK-PERIOD-DATE
                       MOVE ARG-TOK(ARG-IDX + 1) TO PERIOD-TO
                   WHEN OTHER
                       DISPLAY "Usage: ./gamesess [--from YYYY-MM-DD]"
                           " [--to YYYY-MM-DD] [--print]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-PERFORM
           .
      *
       CHECK-PERIOD-DATE.
           MOVE 1 TO DATE-RESULT
           IF ARG-TOK(ARG-IDX + 1)(5:1) = "-"
               AND ARG-TOK(ARG-IDX + 1)(8:1) = "-"
               AND ARG-TOK(ARG-IDX + 1)(11:10) = SPACES
               AND ARG-TOK(ARG-IDX + 1)(1:4) IS NUMERIC
               AND ARG-TOK(ARG-IDX + 1)(6:2) IS NUMERIC
               AND ARG-TOK(ARG-IDX + 1)(9:2) IS NUMERIC
               MOVE ARG-TOK(ARG-IDX + 1)(1:4) TO DATE-CHECK(1:4)
               MOVE ARG-TOK(ARG-IDX + 1)(6:2) TO DATE-CHECK(5:2)
               MOVE ARG-TOK(ARG-IDX + 1)(9:2) TO DATE-CHECK(7:2)
               COMPUTE DATE-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK)
           END-IF
           IF DATE-RESULT NOT = 0
               DISPLAY "GAMESESS: " FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a YYYY-MM-DD date."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      * ============================================================
      * Load the trainee roster into the player table, in
      * trainee-ID order, so every enrolled trainee has a block
      * to count against - including those with no sessions.
      * ============================================================
       LOAD-ROSTER.
           MOVE 0 TO ROSTER-LOADED
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER = "00"
               MOVE 1 TO ROSTER-LOADED
               MOVE LOW-VALUES TO TRAINEE-ID
               MOVE 0 TO ROSTER-EOF
               START ROSTER-FILE KEY IS NOT < TRAINEE-ID
                   INVALID KEY
                       MOVE 1 TO ROSTER-EOF
               END-START
               PERFORM LOAD-ONE-TRAINEE UNTIL ROSTER-EOF = 1
               CLOSE ROSTER-FILE
           END-IF
           .
      *
       LOAD-ONE-TRAINEE.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO ROSTER-EOF
               NOT AT END
                   IF PLAYER-COUNT < 200
                       ADD 1 TO PLAYER-COUNT
                       MOVE TRAINEE-ID TO PL-KEY(PLAYER-COUNT)
                       MOVE TRAINEE-NAME TO PL-NAME(PLAYER-COUNT)
                       MOVE TRAINEE-INITIALS
                           TO PL-INITIALS(PLAYER-COUNT)
                       MOVE TRAINEE-COHORT TO PL-COHORT(PLAYER-COUNT)
                       MOVE TRAINEE-ENROLLED
                           TO PL-ENROLLED(PLAYER-COUNT)
                       MOVE TRAINEE-STATUS TO PL-STATUS(PLAYER-COUNT)
                       MOVE 1 TO PL-ON-ROSTER(PLAYER-COUNT)
                       MOVE 0 TO PL-GAMES(PLAYER-COUNT)
                   END-IF
           END-READ
           .
      *
       READ-SESSION-RECORD.
           READ SESSION-FILE
      *
      * ============================================================
      * Parse one session record into the table. Records that do
      * not carry a PLAYER= token, or fall outside the period, are
      * skipped.
      * ============================================================
       COLLECT-SESSION.
           IF SESSION-RECORD = SPACES OR SESS-COUNT >= 500
               UNSTRING SESSION-RECORD DELIMITED BY ALL SPACES
                   INTO LINE-TOK(1) LINE-TOK(2) LINE-TOK(3)
                        LINE-TOK(4) LINE-TOK(5) LINE-TOK(6)
                        LINE-TOK(7) LINE-TOK(8) LINE-TOK(9)
                        LINE-TOK(10) LINE-TOK(11) LINE-TOK(12)
               END-UNSTRING
               MOVE SPACES TO REC-PLAYER REC-OUTCOME REC-TRAINEE
               MOVE "PERFECT" TO REC-LEVEL
               MOVE 0 TO REC-SIDE REC-FIRSTMISS
               MOVE LINE-TOK(1) TO REC-DATE
               PERFORM VARYING TOK-IDX FROM 3 BY 1
                   UNTIL TOK-IDX > 12
                   IF LINE-TOK(TOK-IDX) NOT = SPACES
                       PERFORM APPLY-SESSION-TOKEN
                   END-IF
               END-PERFORM
               IF REC-TRAINEE NOT = SPACES
                   MOVE REC-TRAINEE TO REC-KEY
               ELSE
                   MOVE SPACES TO REC-KEY
                   STRING "*" REC-PLAYER DELIMITED BY SIZE
                       INTO REC-KEY
                   END-STRING
               END-IF
               IF REC-PLAYER NOT = SPACES
                   AND REC-DATE NOT < PERIOD-FROM
                   AND REC-DATE NOT > PERIOD-TO
                   ADD 1 TO SESS-COUNT
                   MOVE REC-KEY TO SE-KEY(SESS-COUNT)
                   MOVE REC-DATE TO SE-DATE(SESS-COUNT)
                   MOVE REC-SIDE TO SE-SIDE(SESS-COUNT)
                   MOVE REC-OUTCOME TO SE-OUTCOME(SESS-COUNT)
                   MOVE REC-FIRSTMISS TO SE-MISS(SESS-COUNT)
                   MOVE REC-LEVEL TO SE-LEVEL(SESS-COUNT)
                   PERFORM NOTE-PLAYER
               END-IF
               PERFORM READ-SESSION-RECORD
               WHEN "FIRSTMISS"
                   COMPUTE REC-FIRSTMISS =
                       FUNCTION NUMVAL(TOK-VALUE)
               WHEN "TRAINEE"
                   MOVE TOK-VALUE(1:8) TO REC-TRAINEE
               WHEN "LEVEL"
                   MOVE TOK-VALUE(1:7) TO REC-LEVEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
      * A session key the roster does not know (a pre-roster
      * record, or a trainee since removed from the file) gets a
      * block of its own after the roster's trainees.
       NOTE-PLAYER.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT OR FOUND-IDX NOT = 0
               IF PL-KEY(JDX) = REC-KEY
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND PLAYER-COUNT < 200
               ADD 1 TO PLAYER-COUNT
               MOVE PLAYER-COUNT TO FOUND-IDX
               MOVE REC-KEY TO PL-KEY(PLAYER-COUNT)
               MOVE SPACES TO PL-NAME(PLAYER-COUNT)
                   PL-COHORT(PLAYER-COUNT) PL-ENROLLED(PLAYER-COUNT)
               MOVE REC-PLAYER TO PL-INITIALS(PLAYER-COUNT)
               MOVE SPACE TO PL-STATUS(PLAYER-COUNT)
               MOVE 0 TO PL-ON-ROSTER(PLAYER-COUNT)
               MOVE 0 TO PL-GAMES(PLAYER-COUNT)
           END-IF
           IF FOUND-IDX NOT = 0
               ADD 1 TO PL-GAMES(FOUND-IDX)
           END-IF
           .
      *
      * ============================================================
      * One report block per trainee, split by engine level: for
      * each level played, the totals, results against the engine,
      * average first-mistake ply, and the early-half versus
      * late-half trend.
      * ============================================================
       REPORT-ONE-PLAYER.
           ADD 1 TO PLAYER-BLOCKS
           IF PLAYER-BLOCKS > 1
               PERFORM START-NEW-PAGE
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM DISPLAY-PLAYER-HEADING
           MOVE "----------" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING LVL-IDX FROM 1 BY 1
               UNTIL LVL-IDX > 3
               MOVE 0 TO LEVEL-GAMES
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SESS-COUNT
                   IF SE-KEY(IDX) = PL-KEY(JDX)
                       AND SE-LEVEL(IDX) = LEVEL-NAME(LVL-IDX)
                       ADD 1 TO LEVEL-GAMES
                   END-IF
               END-PERFORM
               IF LEVEL-GAMES > 0
                   PERFORM REPORT-PLAYER-LEVEL
               END-IF
           END-PERFORM
           .
      *
       REPORT-PLAYER-LEVEL.
           MOVE 0 TO GAMES-PLAYED HUMAN-WINS HUMAN-LOSSES
               HUMAN-DRAWS CLEAN-GAMES MISS-GAMES MISS-SUM
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > SESS-COUNT
               IF SE-KEY(IDX) = PL-KEY(JDX)
                   AND SE-LEVEL(IDX) = LEVEL-NAME(LVL-IDX)
                   ADD 1 TO GAMES-PLAYED
                   PERFORM JUDGE-SESSION-RESULT
                   IF SE-MISS(IDX) = 0
               END-IF
           END-PERFORM
      *
           STRING "  Against the "
               FUNCTION TRIM(LEVEL-NAME(LVL-IDX)) " engine:"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE GAMES-PLAYED TO DISPLAY-NUM
           STRING "    Games played:   " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE HUMAN-WINS TO DISPLAY-NUM
           STRING "    Wins vs engine: " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE HUMAN-LOSSES TO DISPLAY-NUM
           STRING "    Losses:         " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE HUMAN-DRAWS TO DISPLAY-NUM
           STRING "    Draws:          " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           MOVE CLEAN-GAMES TO DISPLAY-NUM
           STRING "    Played clean:   " DISPLAY-NUM
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           IF MISS-GAMES > 0
               COMPUTE MISS-AVG ROUNDED = MISS-SUM / MISS-GAMES
               MOVE MISS-AVG TO AVG-DISP
               STRING "    Avg first-mistake ply: " AVG-DISP
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           ELSE
               MOVE "    Avg first-mistake ply: (no mistakes)"
                   TO PRINT-TEXT
           END-IF
           PERFORM EMIT-REPORT-LINE
           PERFORM REPORT-PLAYER-TREND
           .
      *
      * ============================================================
       REPORT-PLAYER-TREND.
           IF GAMES-PLAYED < 2
               MOVE "    Trend: (need at least two sessions)"
                   TO PRINT-TEXT
           ELSE
               COMPUTE HALF-POINT = GAMES-PLAYED / 2
               MOVE 0 TO SEEN-FOR-PLAYER
               MOVE 0 TO EARLY-SUM EARLY-N LATE-SUM LATE-N
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > SESS-COUNT
                   IF SE-KEY(IDX) = PL-KEY(JDX)
                       AND SE-LEVEL(IDX) = LEVEL-NAME(LVL-IDX)
                       ADD 1 TO SEEN-FOR-PLAYER
                       IF SE-MISS(IDX) = 0
                           MOVE 10 TO SCORE-VAL
               MOVE EARLY-AVG TO AVG-DISP
               MOVE LATE-AVG TO AVG-DISP2
               IF LATE-AVG > EARLY-AVG
                   STRING "    Trend: IMPROVING (mistake score "
                       AVG-DISP " -> " AVG-DISP2 ")"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               ELSE IF LATE-AVG < EARLY-AVG
                   STRING "    Trend: SLIPPING (mistake score "
                       AVG-DISP " -> " AVG-DISP2 ")"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               ELSE
                   STRING "    Trend: STEADY (mistake score "
                       AVG-DISP ")"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               END-IF END-IF
           END-IF
           PERFORM EMIT-REPORT-LINE
           .
      *
      * The block heading names the trainee from the roster; a
      * session key the roster does not know is shown as recorded.
       DISPLAY-PLAYER-HEADING.
           IF PL-ON-ROSTER(JDX) = 1
               IF PL-STATUS(JDX) = "R"
                   STRING "Trainee " FUNCTION TRIM(PL-KEY(JDX)) "  "
                       FUNCTION TRIM(PL-NAME(JDX)) " ("
                       FUNCTION TRIM(PL-INITIALS(JDX)) ", cohort "
                       FUNCTION TRIM(PL-COHORT(JDX)) ") - RETIRED"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               ELSE
                   STRING "Trainee " FUNCTION TRIM(PL-KEY(JDX)) "  "
                       FUNCTION TRIM(PL-NAME(JDX)) " ("
                       FUNCTION TRIM(PL-INITIALS(JDX)) ", cohort "
                       FUNCTION TRIM(PL-COHORT(JDX)) ")"
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
               END-IF
           ELSE IF PL-KEY(JDX)(1:1) = "*"
               STRING "Player " PL-INITIALS(JDX)
                   " (recorded without a trainee ID)"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           ELSE
               STRING "Trainee " FUNCTION TRIM(PL-KEY(JDX))
                   " (not on the roster)"
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           END-IF END-IF
           PERFORM EMIT-REPORT-LINE
           .
      *
      * ============================================================
      * The chase list: active trainees, enrolled by the end of the
      * period, who have not played a single session in it.
      * ============================================================
       REPORT-NO-SESSION-TRAINEES.
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE "Enrolled trainees with no sessions in the period"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "------------------------------------------------"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE 0 TO CHASE-COUNT
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PLAYER-COUNT
               IF PL-ON-ROSTER(JDX) = 1
                   AND PL-STATUS(JDX) = "A"
                   AND PL-GAMES(JDX) = 0
                   AND PL-ENROLLED(JDX) NOT > PERIOD-TO
                   ADD 1 TO CHASE-COUNT
                   STRING "  " PL-KEY(JDX) " " PL-NAME(JDX) " "
                       PL-INITIALS(JDX) " cohort " PL-COHORT(JDX)
                       " enrolled " PL-ENROLLED(JDX)
                       DELIMITED BY SIZE
                       INTO PRINT-TEXT
                   END-STRING
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-PERFORM
           IF CHASE-COUNT = 0
               MOVE "  (none - every active trainee has played)"
                   TO PRINT-TEXT
           ELSE
               MOVE CHASE-COUNT TO DISPLAY-NUM
               STRING "  Trainees to chase: " DISPLAY-NUM
                   DELIMITED BY SIZE
                   INTO PRINT-TEXT
               END-STRING
           END-IF
           PERFORM EMIT-REPORT-LINE
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
                   MOVE "GAMES-PRINT-GAMESESS" TO PRINT-NAME
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
                   DISPLAY "GAMESESS: cannot create print file "
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
               DISPLAY "GAMESESS: report " FUNCTION TRIM(PH-REPORT-ID)
                   " printed to " FUNCTION TRIM(PRINT-NAME) ", "
                   FUNCTION TRIM(PRINT-PAGES-DISP) " page(s)."
           END-IF
           .
      *
      * ============================================================
                   WHEN "SESSIONS-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO SESSION-NAME
                   WHEN "ROSTER-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO ROSTER-NAME
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
