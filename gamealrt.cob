       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEALRT.
      *
      * Operations monitor's view of GAMES-ALERTS, the one alert
      * feed the family's checkers append to: GAMEAUDIT, GAMEMEMCK,
      * GAMEDRIFT, GAMELOG and GAMERECON raise their discrepancies
      * there, GAMESEAL and the checkers their seal failures, and
      * GAMEDRV every job step that ends with a non-zero return
      * code. The monitor reads this one file instead of scraping
      * seven console outputs.
      *
      * The feed is append-only, one fixed-column record per line,
      * written with the run log's retry on a busy file:
      *
      *   1-19    timestamp (YYYY-MM-DD HH:MM:SS)
      *   21-27   record kind: ALERT, ACK or RERAISE
      *   29-37   originating program
      *   39-45   severity: WARNING, ERROR or SEVERE
      *   47-58   alert code (SEAL-FAIL, AUD-MASTER, STEP-FAIL ...)
      *   60-67   the alert ID an ACK or RERAISE refers to
      *   69-108  the file involved (an ACK: the operator)
      *   110-121 the record involved
      *   123-200 short text (an ACK: the operator's comment)
      *
      * An alert's ID is the record number of its ALERT record in
      * the feed, so it never changes. An alert stays open until an
      * operator acknowledges it: --ack appends an ACK record naming
      * the alert, the operator and a comment; nothing is ever
      * rewritten, so the feed is its own audit trail. Every listing
      * run raises again each open alert not raised (or raised
      * again) within ALERT-REPEAT-HOURS, by appending a RERAISE
      * record that repeats the original under its first program's
      * name, so a monitor that watches only new lines sees it come
      * round again.
      *
      * Usage: ./gamealrt [--all]
      *        ./gamealrt --ack <id> --by <operator>
      *                     --comment <text>
      *   (no option)  list the open alerts, oldest first
      *   --all        list every alert, open and acknowledged
      *   --ack        acknowledge an open alert; --comment takes
      *                the rest of the command line (78 characters
      *                are kept), so it comes last. Operator IDs
      *                are held in upper case.
      *
      * GAMES-SITE-CONFIG keys:
      *   ALERT-FILE          the alert feed (default GAMES-ALERTS)
      *   ALERT-REPEAT-HOURS  hours an open alert may go without
      *                       being raised again (default 24)
      *
      * Return codes:
      *   0  no open alerts, or the acknowledgement was recorded
      *   1  usage error
      *   4  open alerts are listed
      *  12  the acknowledgement was refused: no alert has that ID,
      *      or it is already acknowledged
      *  16  the feed cannot be read or appended to, or holds more
      *      alerts than one run can list
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD       PIC X(200).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
      *
      * Command line
       01  CMD-LINE           PIC X(200) VALUE SPACES.
       01  CMD-POS            PIC 999 VALUE 1.
       01  ARG-TOKEN          PIC X(40) VALUE SPACES.
       01  ARG-MODE           PIC X(10) VALUE SPACES.
       01  ARG-OBJECT         PIC X(40) VALUE SPACES.
       01  ARG-ERROR          PIC 9 VALUE 0.
       01  OPERATOR-ID        PIC X(16) VALUE SPACES.
       01  COMMENT-TEXT       PIC X(78) VALUE SPACES.
       01  ACK-ID             PIC 9(8) VALUE 0.
      *
      * The feed and one record of it
       01  ALERT-NAME         PIC X(40) VALUE "GAMES-ALERTS".
       01  FS-ALERT           PIC XX VALUE SPACES.
       01  ALERT-EOF          PIC 9 VALUE 0.
       01  ALERT-RETRY-COUNT  PIC 9 VALUE 0.
       01  ALERT-SLEEP-SECS   PIC 9 VALUE 1.
       01  ALERT-REC-NO       PIC 9(8) VALUE 0.
       01  REPEAT-HOURS       PIC 9(3) VALUE 24.
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
      * Every alert on file, oldest first, with what the ACK and
      * RERAISE records after it have made of it
       01  ALERT-TABLE.
           05  ALERT-ENTRY    OCCURS 5000 TIMES.
               10  AT-ID      PIC 9(8).
               10  AT-STATE   PIC X.
               10  AT-LAST    PIC X(19).
               10  AT-RAISES  PIC 9(4).
               10  AT-ACK-BY  PIC X(16).
               10  AT-ACK-AT  PIC X(19).
               10  AT-ACK-NOTE PIC X(78).
               10  AT-LINE    PIC X(200).
       01  ALERT-COUNT        PIC 9(4) VALUE 0.
       01  AT-IDX             PIC 9(4) VALUE 0.
       01  AT-FOUND           PIC 9(4) VALUE 0.
       01  REF-ID             PIC 9(8) VALUE 0.
       01  ORPHAN-COUNT       PIC 9(5) VALUE 0.
       01  COUNT-OPEN         PIC 9(4) VALUE 0.
       01  COUNT-ACKED        PIC 9(4) VALUE 0.
       01  COUNT-RERAISED     PIC 9(4) VALUE 0.
      *
      * Ages: a stamp as seconds since the calendar's day one
       01  RUN-TIMESTAMP      PIC X(21).
       01  NOW-STAMP          PIC X(19) VALUE SPACES.
       01  NOW-SECS           PIC 9(12) VALUE 0.
       01  STAMP-WORK         PIC X(19) VALUE SPACES.
       01  STAMP-DATE         PIC 9(8) VALUE 0.
       01  STAMP-SECS         PIC 9(12) VALUE 0.
       01  STAMP-OK           PIC 9 VALUE 0.
       01  AGE-HOURS          PIC 9(7) VALUE 0.
      *
       01  ID-DISP            PIC Z(7)9.
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-NUM2          PIC Z(7)9.
       01  DISP-NUM3          PIC Z(7)9.
       01  STATE-TEXT         PIC X(8) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM PARSE-ARGS
           IF ARG-ERROR = 1
               DISPLAY "Usage: ./gamealrt [--all]"
               DISPLAY "       ./gamealrt --ack <id> --by <operator> "
                   "--comment <text>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SITE-CONFIG
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM SET-NOW-STAMP
      *
           PERFORM LOAD-ALERTS THRU LOAD-ALERTS-EXIT
           IF ARG-MODE = "--ack"
               PERFORM ACK-ALERT
           ELSE
               PERFORM RERAISE-OVERDUE-ALERTS
               PERFORM LIST-ALERTS THRU LIST-ALERTS-EXIT
               IF COUNT-OPEN > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .
      *
      * ============================================================
      * Command line: no option, --all, or --ack <id> followed by
      * --by and --comment in any order; --comment takes everything
      * after it.
      * ============================================================
       PARSE-ARGS.
           MOVE 1 TO CMD-POS
           PERFORM NEXT-ARG-TOKEN
           MOVE ARG-TOKEN TO ARG-MODE
           EVALUATE ARG-MODE
               WHEN SPACES
               WHEN "--all"
                   PERFORM NEXT-ARG-TOKEN
                   IF ARG-TOKEN NOT = SPACES
                       MOVE 1 TO ARG-ERROR
                   END-IF
               WHEN "--ack"
                   PERFORM NEXT-ARG-TOKEN
                   MOVE ARG-TOKEN TO ARG-OBJECT
                   PERFORM NEXT-ARG-TOKEN
                   PERFORM APPLY-ARG-TOKEN UNTIL ARG-TOKEN = SPACES
                   IF ARG-OBJECT = SPACES
                       OR FUNCTION TEST-NUMVAL(ARG-OBJECT) NOT = 0
                       OR OPERATOR-ID = SPACES
                       OR COMMENT-TEXT = SPACES
                       MOVE 1 TO ARG-ERROR
                   ELSE
                       IF FUNCTION NUMVAL(ARG-OBJECT) < 1
                           OR FUNCTION NUMVAL(ARG-OBJECT) > 99999999
                           MOVE 1 TO ARG-ERROR
                       ELSE
                           COMPUTE ACK-ID =
                               FUNCTION NUMVAL(ARG-OBJECT)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 1 TO ARG-ERROR
           END-EVALUATE
           .
      *
       NEXT-ARG-TOKEN.
           MOVE SPACES TO ARG-TOKEN
           IF CMD-POS <= 200
               UNSTRING CMD-LINE DELIMITED BY ALL SPACES
                   INTO ARG-TOKEN WITH POINTER CMD-POS
               END-UNSTRING
           END-IF
           .
      *
       APPLY-ARG-TOKEN.
           EVALUATE ARG-TOKEN
               WHEN "--by"
                   PERFORM NEXT-ARG-TOKEN
                   IF ARG-TOKEN = SPACES OR ARG-TOKEN(1:2) = "--"
                       MOVE 1 TO ARG-ERROR
                       MOVE SPACES TO ARG-TOKEN
                   ELSE
                       MOVE FUNCTION UPPER-CASE(ARG-TOKEN)
                           TO OPERATOR-ID
                       PERFORM NEXT-ARG-TOKEN
                   END-IF
               WHEN "--comment"
                   IF CMD-POS <= 200
                       MOVE FUNCTION TRIM(CMD-LINE(CMD-POS:))
                           TO COMMENT-TEXT
                   END-IF
                   MOVE SPACES TO ARG-TOKEN
               WHEN OTHER
                   MOVE 1 TO ARG-ERROR
                   MOVE SPACES TO ARG-TOKEN
           END-EVALUATE
           .
      *
      * ============================================================
      * The feed: read whole, every ALERT record entered in the
      * table under its record number, and the ACK and RERAISE
      * records applied to the alert they name. A missing feed is
      * simply empty - nothing has been raised yet.
      * ============================================================
       LOAD-ALERTS.
           MOVE 0 TO ALERT-COUNT
           MOVE 0 TO ALERT-REC-NO
           MOVE 0 TO ORPHAN-COUNT
           OPEN INPUT ALERT-FILE
           IF FS-ALERT = "35"
               GO TO LOAD-ALERTS-EXIT
           END-IF
           IF FS-ALERT NOT = "00"
               DISPLAY "GAMEALRT: cannot open "
                   FUNCTION TRIM(ALERT-NAME) " (status " FS-ALERT
                   ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO ALERT-EOF
           PERFORM READ-ALERT-RECORD UNTIL ALERT-EOF = 1
           CLOSE ALERT-FILE
           IF ORPHAN-COUNT > 0
               MOVE ORPHAN-COUNT TO DISPLAY-NUM
               DISPLAY "GAMEALRT: " FUNCTION TRIM(DISPLAY-NUM)
                   " ACK/RERAISE record(s) name no alert on file "
                   "- passed over."
           END-IF
           .
      *
       LOAD-ALERTS-EXIT.
           EXIT
           .
      *
       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   MOVE 1 TO ALERT-EOF
               NOT AT END
                   ADD 1 TO ALERT-REC-NO
                   MOVE ALERT-RECORD TO ALERT-LINE
                   EVALUATE AR-KIND
                       WHEN "ALERT"
                           PERFORM ENTER-ALERT
                       WHEN "ACK"
                           PERFORM APPLY-ACK-RECORD
                       WHEN "RERAISE"
                           PERFORM APPLY-RERAISE-RECORD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           .
      *
       ENTER-ALERT.
           IF ALERT-COUNT >= 5000
               DISPLAY "GAMEALRT: " FUNCTION TRIM(ALERT-NAME)
                   " holds more than 5000 alerts - archive it "
                   "first."
               CLOSE ALERT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ALERT-COUNT
           MOVE ALERT-REC-NO TO AT-ID(ALERT-COUNT)
           MOVE "O" TO AT-STATE(ALERT-COUNT)
           MOVE AR-STAMP TO AT-LAST(ALERT-COUNT)
           MOVE 0 TO AT-RAISES(ALERT-COUNT)
           MOVE SPACES TO AT-ACK-BY(ALERT-COUNT)
               AT-ACK-AT(ALERT-COUNT) AT-ACK-NOTE(ALERT-COUNT)
           MOVE ALERT-LINE TO AT-LINE(ALERT-COUNT)
           .
      *
       APPLY-ACK-RECORD.
           PERFORM FIND-REFERENCED-ALERT
           IF AT-FOUND = 0
               ADD 1 TO ORPHAN-COUNT
           ELSE
               MOVE "A" TO AT-STATE(AT-FOUND)
               MOVE AR-FILE(1:16) TO AT-ACK-BY(AT-FOUND)
               MOVE AR-STAMP TO AT-ACK-AT(AT-FOUND)
               MOVE AR-TEXT TO AT-ACK-NOTE(AT-FOUND)
           END-IF
           .
      *
       APPLY-RERAISE-RECORD.
           PERFORM FIND-REFERENCED-ALERT
           IF AT-FOUND = 0
               ADD 1 TO ORPHAN-COUNT
           ELSE
               MOVE AR-STAMP TO AT-LAST(AT-FOUND)
               ADD 1 TO AT-RAISES(AT-FOUND)
           END-IF
           .
      *
      * AR-REF to a table entry (AT-FOUND zero when no ALERT record
      * has that number).
       FIND-REFERENCED-ALERT.
           MOVE 0 TO AT-FOUND
           IF AR-REF IS NUMERIC
               MOVE AR-REF TO REF-ID
               PERFORM FIND-ALERT-BY-ID
           END-IF
           .
      *
       FIND-ALERT-BY-ID.
           MOVE 0 TO AT-FOUND
           PERFORM VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > ALERT-COUNT OR AT-FOUND NOT = 0
               IF AT-ID(AT-IDX) = REF-ID
                   MOVE AT-IDX TO AT-FOUND
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * --ack: close an open alert with the operator's name and
      * comment.
      * ============================================================
       ACK-ALERT.
           MOVE ACK-ID TO REF-ID
           PERFORM FIND-ALERT-BY-ID
           MOVE ACK-ID TO ID-DISP
           IF AT-FOUND = 0
               DISPLAY "GAMEALRT: no alert " FUNCTION TRIM(ID-DISP)
                   " in " FUNCTION TRIM(ALERT-NAME) "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AT-STATE(AT-FOUND) = "A"
               DISPLAY "GAMEALRT: alert " FUNCTION TRIM(ID-DISP)
                   " was acknowledged by "
                   FUNCTION TRIM(AT-ACK-BY(AT-FOUND)) " at "
                   AT-ACK-AT(AT-FOUND) " - nothing to do."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AT-LINE(AT-FOUND) TO ALERT-LINE
           MOVE NOW-STAMP TO AR-STAMP
           MOVE "ACK" TO AR-KIND
           MOVE "GAMEALRT" TO AR-PROGRAM
           MOVE ACK-ID TO AR-REF
           MOVE OPERATOR-ID TO AR-FILE
           MOVE COMMENT-TEXT TO AR-TEXT
           PERFORM APPEND-ALERT-RECORD
           MOVE AT-LINE(AT-FOUND) TO ALERT-LINE
           DISPLAY "GAMEALRT: alert " FUNCTION TRIM(ID-DISP) " ("
               FUNCTION TRIM(AR-SEVERITY) " "
               FUNCTION TRIM(AR-CODE) " from "
               FUNCTION TRIM(AR-PROGRAM) ") acknowledged by "
               FUNCTION TRIM(OPERATOR-ID) "."
           MOVE 0 TO RETURN-CODE
           .
      *
      * ============================================================
      * An open alert not raised within ALERT-REPEAT-HOURS is raised
      * again: a RERAISE record repeating the original, under the
      * program that first raised it.
      * ============================================================
       RERAISE-OVERDUE-ALERTS.
           MOVE 0 TO COUNT-RERAISED
           MOVE NOW-STAMP TO STAMP-WORK
           PERFORM STAMP-TO-SECS
           MOVE STAMP-SECS TO NOW-SECS
           PERFORM VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > ALERT-COUNT
               IF AT-STATE(AT-IDX) = "O"
                   MOVE AT-LAST(AT-IDX) TO STAMP-WORK
                   PERFORM STAMP-TO-SECS
                   IF STAMP-OK = 1 AND STAMP-SECS <= NOW-SECS
                       COMPUTE AGE-HOURS =
                           (NOW-SECS - STAMP-SECS) / 3600
                       IF AGE-HOURS >= REPEAT-HOURS
                           PERFORM RERAISE-ONE-ALERT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF COUNT-RERAISED > 0
               MOVE COUNT-RERAISED TO DISPLAY-NUM
               MOVE REPEAT-HOURS TO DISP-NUM2
               DISPLAY "GAMEALRT: " FUNCTION TRIM(DISPLAY-NUM)
                   " open alert(s) raised again (none for "
                   FUNCTION TRIM(DISP-NUM2) " hour(s))."
           END-IF
           .
      *
       RERAISE-ONE-ALERT.
           MOVE AT-LINE(AT-IDX) TO ALERT-LINE
           MOVE NOW-STAMP TO AR-STAMP
           MOVE "RERAISE" TO AR-KIND
           MOVE AT-ID(AT-IDX) TO AR-REF
           PERFORM APPEND-ALERT-RECORD
           MOVE NOW-STAMP TO AT-LAST(AT-IDX)
           ADD 1 TO AT-RAISES(AT-IDX)
           ADD 1 TO COUNT-RERAISED
           .
      *
      * "YYYY-MM-DD HH:MM:SS" as seconds; STAMP-OK is zero for a
      * stamp that is not one.
       STAMP-TO-SECS.
           MOVE 0 TO STAMP-SECS
           MOVE 0 TO STAMP-OK
           IF STAMP-WORK(1:4) IS NUMERIC
               AND STAMP-WORK(6:2) IS NUMERIC
               AND STAMP-WORK(9:2) IS NUMERIC
               AND STAMP-WORK(12:2) IS NUMERIC
               AND STAMP-WORK(15:2) IS NUMERIC
               AND STAMP-WORK(18:2) IS NUMERIC
               AND STAMP-WORK(1:4) >= "1601"
               AND STAMP-WORK(6:2) >= "01" AND STAMP-WORK(6:2) <= "12"
               AND STAMP-WORK(9:2) >= "01" AND STAMP-WORK(9:2) <= "31"
               MOVE STAMP-WORK(1:4) TO STAMP-DATE(1:4)
               MOVE STAMP-WORK(6:2) TO STAMP-DATE(5:2)
               MOVE STAMP-WORK(9:2) TO STAMP-DATE(7:2)
               COMPUTE STAMP-SECS =
                   FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 86400
                   + FUNCTION NUMVAL(STAMP-WORK(12:2)) * 3600
                   + FUNCTION NUMVAL(STAMP-WORK(15:2)) * 60
                   + FUNCTION NUMVAL(STAMP-WORK(18:2))
               MOVE 1 TO STAMP-OK
           END-IF
           .
      *
      * ============================================================
      * The listing: open alerts (or, with --all, every alert),
      * oldest first, with a count per state.
      * ============================================================
       LIST-ALERTS.
           MOVE 0 TO COUNT-OPEN COUNT-ACKED
           PERFORM VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > ALERT-COUNT
               IF AT-STATE(AT-IDX) = "O"
                   ADD 1 TO COUNT-OPEN
               ELSE
                   ADD 1 TO COUNT-ACKED
               END-IF
           END-PERFORM
           IF ALERT-COUNT = 0
               DISPLAY "GAMEALRT: no alerts in "
                   FUNCTION TRIM(ALERT-NAME) "."
               GO TO LIST-ALERTS-EXIT
           END-IF
           IF ARG-MODE = "--all"
               DISPLAY "GAMEALRT: alerts in " FUNCTION TRIM(ALERT-NAME)
           ELSE
               IF COUNT-OPEN = 0
                   DISPLAY "GAMEALRT: no open alerts in "
                       FUNCTION TRIM(ALERT-NAME) "."
                   GO TO LIST-ALERTS-TOTALS
               END-IF
               DISPLAY "GAMEALRT: open alerts in "
                   FUNCTION TRIM(ALERT-NAME)
           END-IF
           DISPLAY " "
           DISPLAY "      ID  Raised               Program   "
               "Severity Code         State"
           PERFORM VARYING AT-IDX FROM 1 BY 1
               UNTIL AT-IDX > ALERT-COUNT
               IF ARG-MODE = "--all" OR AT-STATE(AT-IDX) = "O"
                   PERFORM LIST-ONE-ALERT
               END-IF
           END-PERFORM
           .
      *
       LIST-ALERTS-TOTALS.
           DISPLAY " "
           MOVE COUNT-OPEN TO DISPLAY-NUM
           MOVE COUNT-ACKED TO DISP-NUM2
           MOVE ALERT-COUNT TO DISP-NUM3
           DISPLAY "Open " FUNCTION TRIM(DISPLAY-NUM)
               "  Acknowledged " FUNCTION TRIM(DISP-NUM2)
               "  Total " FUNCTION TRIM(DISP-NUM3)
           .
      *
       LIST-ALERTS-EXIT.
           EXIT
           .
      *
       LIST-ONE-ALERT.
           MOVE AT-LINE(AT-IDX) TO ALERT-LINE
           MOVE AT-ID(AT-IDX) TO ID-DISP
           IF AT-STATE(AT-IDX) = "O"
               MOVE "OPEN" TO STATE-TEXT
           ELSE
               MOVE "ACKED" TO STATE-TEXT
           END-IF
           DISPLAY ID-DISP "  " AR-STAMP "  " AR-PROGRAM " "
               AR-SEVERITY "  " AR-CODE " " STATE-TEXT
           DISPLAY "          " FUNCTION TRIM(AR-FILE) " "
               FUNCTION TRIM(AR-RECORD) ": " FUNCTION TRIM(AR-TEXT)
           IF AT-RAISES(AT-IDX) > 0
               MOVE AT-RAISES(AT-IDX) TO DISPLAY-NUM
               DISPLAY "          raised again "
                   FUNCTION TRIM(DISPLAY-NUM) " time(s), last "
                   AT-LAST(AT-IDX)
           END-IF
           IF AT-STATE(AT-IDX) = "A"
               DISPLAY "          acknowledged by "
                   FUNCTION TRIM(AT-ACK-BY(AT-IDX)) " at "
                   AT-ACK-AT(AT-IDX) ": "
                   FUNCTION TRIM(AT-ACK-NOTE(AT-IDX))
           END-IF
           .
      *
       SET-NOW-STAMP.
           MOVE SPACES TO NOW-STAMP
           STRING RUN-TIMESTAMP(1:4) "-" RUN-TIMESTAMP(5:2) "-"
               RUN-TIMESTAMP(7:2) " " RUN-TIMESTAMP(9:2) ":"
               RUN-TIMESTAMP(11:2) ":" RUN-TIMESTAMP(13:2)
               DELIMITED BY SIZE
               INTO NOW-STAMP
           END-STRING
           .
      *
      * ============================================================
      * Append ALERT-LINE to the feed, retrying a busy file the way
      * the run log's appends are; a missing feed is created.
      * ============================================================
       APPEND-ALERT-RECORD.
           MOVE SPACES TO FS-ALERT
           MOVE 0 TO ALERT-RETRY-COUNT
           PERFORM OPEN-ALERT-EXTEND
               UNTIL FS-ALERT = "00" OR ALERT-RETRY-COUNT > 5
           IF FS-ALERT = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           IF FS-ALERT NOT = "00"
               DISPLAY "GAMEALRT: cannot append to "
                   FUNCTION TRIM(ALERT-NAME) " (status " FS-ALERT
                   ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALERT-LINE TO ALERT-RECORD
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
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
      *
      * ============================================================
      * Read GAMES-SITE-CONFIG (when present) and apply the keys
      * this program owns; anything else is left to its owners.
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
                   WHEN "ALERT-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO ALERT-NAME
                       END-IF
                   WHEN "ALERT-REPEAT-HOURS"
                       IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 720
                               COMPUTE REPEAT-HOURS =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
