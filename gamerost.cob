       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEROST.
      *
      * Trainee roster maintenance. GAME015-ROSTER is an indexed
      * master keyed by trainee ID, one record per trainee with the
      * trainee's name, initials, cohort, enrollment date, and
      * active/retired status. GAME015TREE --play only accepts an
      * active trainee ID from this file and stamps it in the
      * session record, and GAMESESS reports by it, so one person's
      * sessions can no longer split across "JB", "J.B" and "jb".
      *
      * Usage: ./gamerost --add ID,NAME,INITIALS,COHORT[,YYYY-MM-DD]
      *        ./gamerost --change ID,FIELD=VALUE
      *        ./gamerost --retire ID
      *        ./gamerost --reinstate ID
      *        ./gamerost --list [COHORT]
      *   --add        Enroll a trainee. The enrollment date
      *                defaults to today. Trainee IDs (up to 8
      *                characters) and initials (up to 3) are held
      *                in upper case, so "jb01" and "JB01" are one
      *                trainee.
      *   --change     Correct one field: NAME, INITIALS, COHORT or
      *                ENROLLED.
      *   --retire     Mark a trainee retired. The record stays on
      *                file so earlier sessions still report under
      *                the trainee's name; --play refuses the ID.
      *   --reinstate  Return a retired trainee to active status.
      *   --list       List the roster in trainee-ID order, or only
      *                the named cohort.
      *
      * The roster file is created by the first --add. Every run
      * appends one line to GAMES-RUN-LOG, so enrollment changes
      * are part of the family's audit trail.
      *
      * GAMES-SITE-CONFIG keys (with their defaults):
      *   ROSTER-FILE=GAME015-ROSTER
      *   RUN-LOG-FILE / RUN-LOG-ENABLED as elsewhere
      *
      * Return codes:
      *   0  roster updated / listed
      *   1  usage error
      *   4  no such trainee
      *   8  request rejected (duplicate ID, bad field or value,
      *      trainee already in the requested status, or the
      *      roster record could not be rewritten)
      *  16  the roster file cannot be opened
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC ROSTER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAINEE-ID
               FILE STATUS IS FS-ROSTER.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
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
       01  ROSTER-NAME        PIC X(40) VALUE "GAME015-ROSTER".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
       01  FS-ROSTER          PIC XX VALUE SPACES.
       01  ROSTER-EOF         PIC 9 VALUE 0.
      *
      * Command-line parsing: the mode, then everything after it
      * (a name may carry embedded blanks)
       01  CMD-LINE           PIC X(120) VALUE SPACES.
       01  ARG1               PIC X(20) VALUE SPACES.
       01  ARG-REST           PIC X(100) VALUE SPACES.
       01  ARG-PTR            PIC 999 VALUE 1.
      *
      * The fields of an --add or --change request
       01  REQ-ID             PIC X(20) VALUE SPACES.
       01  REQ-NAME           PIC X(40) VALUE SPACES.
       01  REQ-INITIALS       PIC X(20) VALUE SPACES.
       01  REQ-COHORT         PIC X(20) VALUE SPACES.
       01  REQ-ENROLLED       PIC X(20) VALUE SPACES.
       01  REQ-FIELD          PIC X(20) VALUE SPACES.
       01  REQ-VALUE          PIC X(40) VALUE SPACES.
       01  REQ-OK             PIC 9 VALUE 0.
       01  DATE-CHECK         PIC 9(8).
       01  DATE-RESULT        PIC S9(4).
       01  BLANK-COUNT        PIC 99.
       01  TRIM-LEN           PIC 99.
      *
      * --list state
       01  LIST-COHORT        PIC X(10) VALUE SPACES.
       01  LIST-COUNT         PIC 9(4) VALUE 0.
       01  ACTIVE-COUNT       PIC 9(4) VALUE 0.
       01  STATUS-TEXT        PIC X(8) VALUE SPACES.
       01  DISPLAY-NUM        PIC Z(3)9.
      *
      * Shared run-log audit trail
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  RUN-LOG-LINE       PIC X(200) VALUE SPACES.
       01  RUN-LOG-POS        PIC 999.
       01  RUN-OUTCOME        PIC X(40) VALUE SPACES.
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
           05  FILLER         PIC X(7).
       01  TODAY-DATE         PIC X(10) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM NOTE-START-TIME
           MOVE SPACES TO TODAY-DATE
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY
               DELIMITED BY SIZE
               INTO TODAY-DATE
           END-STRING
           PERFORM LOAD-SITE-CONFIG
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE 1 TO ARG-PTR
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG1
               WITH POINTER ARG-PTR
           END-UNSTRING
           IF ARG-PTR <= 120
               MOVE FUNCTION TRIM(CMD-LINE(ARG-PTR:)) TO ARG-REST
           END-IF
      *
           EVALUATE ARG1
               WHEN "--add"
                   PERFORM ADD-TRAINEE THRU ADD-TRAINEE-EXIT
               WHEN "--change"
                   PERFORM CHANGE-TRAINEE THRU CHANGE-TRAINEE-EXIT
               WHEN "--retire"
                   PERFORM SET-TRAINEE-STATUS
                       THRU SET-TRAINEE-STATUS-EXIT
               WHEN "--reinstate"
                   PERFORM SET-TRAINEE-STATUS
                       THRU SET-TRAINEE-STATUS-EXIT
               WHEN "--list"
                   PERFORM LIST-ROSTER THRU LIST-ROSTER-EXIT
               WHEN OTHER
                   DISPLAY "Usage: ./gamerost --add "
                       "ID,NAME,INITIALS,COHORT[,YYYY-MM-DD]"
                   DISPLAY "       ./gamerost --change ID,FIELD=VALUE"
                   DISPLAY "       ./gamerost --retire ID"
                   DISPLAY "       ./gamerost --reinstate ID"
                   DISPLAY "       ./gamerost --list [COHORT]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           STOP RUN
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
                   WHEN "ROSTER-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO ROSTER-NAME
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
      * --add: validate the new trainee's fields and write the
      * record. A missing roster file is created on the way, the
      * way GAMEN creates its catalog.
      * ============================================================
       ADD-TRAINEE.
           MOVE SPACES TO REQ-ID REQ-NAME REQ-INITIALS REQ-COHORT
               REQ-ENROLLED
           UNSTRING ARG-REST DELIMITED BY ","
               INTO REQ-ID REQ-NAME REQ-INITIALS REQ-COHORT
                   REQ-ENROLLED
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REQ-ID)) TO REQ-ID
           MOVE FUNCTION TRIM(REQ-NAME) TO REQ-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REQ-INITIALS))
               TO REQ-INITIALS
           MOVE FUNCTION TRIM(REQ-COHORT) TO REQ-COHORT
           MOVE FUNCTION TRIM(REQ-ENROLLED) TO REQ-ENROLLED
           IF REQ-ENROLLED = SPACES
               MOVE TODAY-DATE TO REQ-ENROLLED
           END-IF
      *
           MOVE 1 TO REQ-OK
           PERFORM CHECK-TRAINEE-ID
           IF REQ-NAME = SPACES
               DISPLAY "GAMEROST: a trainee name is required."
               MOVE 0 TO REQ-OK
           END-IF
           IF REQ-NAME(31:10) NOT = SPACES
               DISPLAY "GAMEROST: the name is longer than 30 "
                   "characters."
               MOVE 0 TO REQ-OK
           END-IF
           MOVE REQ-INITIALS TO REQ-VALUE
           PERFORM CHECK-INITIALS-VALUE
           MOVE REQ-COHORT TO REQ-VALUE
           PERFORM CHECK-COHORT-VALUE
           MOVE REQ-ENROLLED TO REQ-VALUE
           PERFORM CHECK-DATE-VALUE
           IF REQ-OK = 0
               MOVE "add rejected" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO ADD-TRAINEE-EXIT
           END-IF
      *
           OPEN I-O ROSTER-FILE
           IF FS-ROSTER = "35"
               OPEN OUTPUT ROSTER-FILE
               CLOSE ROSTER-FILE
               OPEN I-O ROSTER-FILE
           END-IF
           IF FS-ROSTER NOT = "00"
               PERFORM REPORT-ROSTER-OPEN-FAILURE
               GO TO ADD-TRAINEE-EXIT
           END-IF
           MOVE SPACES TO ROSTER-RECORD
           MOVE REQ-ID TO TRAINEE-ID
           MOVE REQ-NAME TO TRAINEE-NAME
           MOVE REQ-INITIALS TO TRAINEE-INITIALS
           MOVE REQ-COHORT TO TRAINEE-COHORT
           MOVE REQ-ENROLLED TO TRAINEE-ENROLLED
           MOVE "A" TO TRAINEE-STATUS
           WRITE ROSTER-RECORD
               INVALID KEY
                   DISPLAY "GAMEROST: trainee "
                       FUNCTION TRIM(REQ-ID)
                       " is already on the roster."
                   MOVE "add rejected: duplicate ID" TO RUN-OUTCOME
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "GAMEROST: enrolled "
                       FUNCTION TRIM(REQ-ID) " "
                       FUNCTION TRIM(REQ-NAME)
                       " (" FUNCTION TRIM(REQ-INITIALS)
                       ", cohort " FUNCTION TRIM(REQ-COHORT)
                       ", enrolled " REQ-ENROLLED(1:10) ")."
                   MOVE SPACES TO RUN-OUTCOME
                   STRING "added " FUNCTION TRIM(REQ-ID)
                       DELIMITED BY SIZE
                       INTO RUN-OUTCOME
                   END-STRING
           END-WRITE
           CLOSE ROSTER-FILE
           .
      *
       ADD-TRAINEE-EXIT.
           EXIT
           .
      *
      * ============================================================
      * --change: correct one field of an existing trainee. The ID
      * is the key and is never changed; retire the record and add
      * a new one instead.
      * ============================================================
       CHANGE-TRAINEE.
           MOVE SPACES TO REQ-ID REQ-FIELD REQ-VALUE
           UNSTRING ARG-REST DELIMITED BY ","
               INTO REQ-ID REQ-VALUE
           END-UNSTRING
           MOVE REQ-VALUE TO ARG-REST
           MOVE SPACES TO REQ-VALUE
           UNSTRING ARG-REST DELIMITED BY "="
               INTO REQ-FIELD REQ-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REQ-ID)) TO REQ-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(REQ-FIELD))
               TO REQ-FIELD
           MOVE FUNCTION TRIM(REQ-VALUE) TO REQ-VALUE
           MOVE 1 TO REQ-OK
           PERFORM CHECK-TRAINEE-ID
           EVALUATE REQ-FIELD
               WHEN "NAME"
                   IF REQ-VALUE = SPACES
                       OR REQ-VALUE(31:10) NOT = SPACES
                       DISPLAY "GAMEROST: the name must be 1-30 "
                           "characters."
                       MOVE 0 TO REQ-OK
                   END-IF
               WHEN "INITIALS"
                   MOVE FUNCTION UPPER-CASE(REQ-VALUE) TO REQ-VALUE
                   PERFORM CHECK-INITIALS-VALUE
               WHEN "COHORT"
                   PERFORM CHECK-COHORT-VALUE
               WHEN "ENROLLED"
                   PERFORM CHECK-DATE-VALUE
               WHEN OTHER
                   DISPLAY "GAMEROST: --change needs ID,FIELD=VALUE "
                       "with FIELD one of NAME, INITIALS, COHORT, "
                       "ENROLLED."
                   MOVE 0 TO REQ-OK
           END-EVALUATE
           IF REQ-OK = 0
               MOVE "change rejected" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO CHANGE-TRAINEE-EXIT
           END-IF
      *
           OPEN I-O ROSTER-FILE
           IF FS-ROSTER NOT = "00"
               PERFORM REPORT-ROSTER-OPEN-FAILURE
               GO TO CHANGE-TRAINEE-EXIT
           END-IF
           MOVE REQ-ID TO TRAINEE-ID
           READ ROSTER-FILE
               INVALID KEY
                   PERFORM REPORT-NO-SUCH-TRAINEE
               NOT INVALID KEY
                   EVALUATE REQ-FIELD
                       WHEN "NAME"
                           MOVE REQ-VALUE TO TRAINEE-NAME
                       WHEN "INITIALS"
                           MOVE REQ-VALUE TO TRAINEE-INITIALS
                       WHEN "COHORT"
                           MOVE REQ-VALUE TO TRAINEE-COHORT
                       WHEN "ENROLLED"
                           MOVE REQ-VALUE TO TRAINEE-ENROLLED
                   END-EVALUATE
                   REWRITE ROSTER-RECORD
                       INVALID KEY
                           PERFORM REPORT-REWRITE-FAILURE
                       NOT INVALID KEY
                           DISPLAY "GAMEROST: " FUNCTION TRIM(REQ-ID)
                               " " FUNCTION TRIM(REQ-FIELD) " set to "
                               FUNCTION TRIM(REQ-VALUE) "."
                           MOVE SPACES TO RUN-OUTCOME
                           STRING "changed " FUNCTION TRIM(REQ-ID) " "
                               FUNCTION TRIM(REQ-FIELD)
                               DELIMITED BY SIZE
                               INTO RUN-OUTCOME
                           END-STRING
                   END-REWRITE
                   IF FS-ROSTER NOT = "00" AND FS-ROSTER NOT = "23"
                       PERFORM REPORT-REWRITE-FAILURE
                   END-IF
           END-READ
           CLOSE ROSTER-FILE
           .
      *
       CHANGE-TRAINEE-EXIT.
           EXIT
           .
      *
      * ============================================================
      * --retire / --reinstate: flip the trainee's status. A
      * retirement stamps the date it took effect; a reinstatement
      * clears it.
      * ============================================================
       SET-TRAINEE-STATUS.
           MOVE FUNCTION UPPER-CASE(ARG-REST) TO REQ-ID
           MOVE 1 TO REQ-OK
           PERFORM CHECK-TRAINEE-ID
           IF REQ-OK = 0
               MOVE "status change rejected" TO RUN-OUTCOME
               MOVE 8 TO RETURN-CODE
               GO TO SET-TRAINEE-STATUS-EXIT
           END-IF
           OPEN I-O ROSTER-FILE
           IF FS-ROSTER NOT = "00"
               PERFORM REPORT-ROSTER-OPEN-FAILURE
               GO TO SET-TRAINEE-STATUS-EXIT
           END-IF
           MOVE REQ-ID TO TRAINEE-ID
           READ ROSTER-FILE
               INVALID KEY
                   PERFORM REPORT-NO-SUCH-TRAINEE
               NOT INVALID KEY
                   PERFORM APPLY-STATUS-CHANGE
           END-READ
           CLOSE ROSTER-FILE
           .
      *
       SET-TRAINEE-STATUS-EXIT.
           EXIT
           .
      *
       APPLY-STATUS-CHANGE.
           IF ARG1 = "--retire"
               IF TRAINEE-STATUS = "R"
                   DISPLAY "GAMEROST: " FUNCTION TRIM(REQ-ID)
                       " is already retired (since "
                       TRAINEE-RETIRED ")."
                   MOVE "retire rejected: already retired"
                       TO RUN-OUTCOME
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "R" TO TRAINEE-STATUS
                   MOVE TODAY-DATE TO TRAINEE-RETIRED
                   REWRITE ROSTER-RECORD
                       INVALID KEY
                           PERFORM REPORT-REWRITE-FAILURE
                       NOT INVALID KEY
                           DISPLAY "GAMEROST: retired "
                               FUNCTION TRIM(REQ-ID) " "
                               FUNCTION TRIM(TRAINEE-NAME) "."
                           MOVE SPACES TO RUN-OUTCOME
                           STRING "retired " FUNCTION TRIM(REQ-ID)
                               DELIMITED BY SIZE
                               INTO RUN-OUTCOME
                           END-STRING
                   END-REWRITE
                   IF FS-ROSTER NOT = "00" AND FS-ROSTER NOT = "23"
                       PERFORM REPORT-REWRITE-FAILURE
                   END-IF
               END-IF
           ELSE
               IF TRAINEE-STATUS NOT = "R"
                   DISPLAY "GAMEROST: " FUNCTION TRIM(REQ-ID)
                       " is already active."
                   MOVE "reinstate rejected: already active"
                       TO RUN-OUTCOME
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "A" TO TRAINEE-STATUS
                   MOVE SPACES TO TRAINEE-RETIRED
                   REWRITE ROSTER-RECORD
                       INVALID KEY
                           PERFORM REPORT-REWRITE-FAILURE
                       NOT INVALID KEY
                           DISPLAY "GAMEROST: reinstated "
                               FUNCTION TRIM(REQ-ID) " "
                               FUNCTION TRIM(TRAINEE-NAME) "."
                           MOVE SPACES TO RUN-OUTCOME
                           STRING "reinstated " FUNCTION TRIM(REQ-ID)
                               DELIMITED BY SIZE
                               INTO RUN-OUTCOME
                           END-STRING
                   END-REWRITE
                   IF FS-ROSTER NOT = "00" AND FS-ROSTER NOT = "23"
                       PERFORM REPORT-REWRITE-FAILURE
                   END-IF
               END-IF
           END-IF
           .
      *
      * ============================================================
      * --list: the whole roster (or one cohort) in trainee-ID
      * order, with the active head count at the foot.
      * ============================================================
       LIST-ROSTER.
           MOVE ARG-REST TO LIST-COHORT
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER NOT = "00"
               PERFORM REPORT-ROSTER-OPEN-FAILURE
               GO TO LIST-ROSTER-EXIT
           END-IF
           DISPLAY "Trainee roster - " FUNCTION TRIM(ROSTER-NAME)
           IF LIST-COHORT NOT = SPACES
               DISPLAY "Cohort: " FUNCTION TRIM(LIST-COHORT)
           END-IF
           DISPLAY "ID       NAME                           INI "
               "COHORT     ENROLLED   STATUS"
           DISPLAY "-------- ------------------------------ --- "
               "---------- ---------- --------"
           MOVE LOW-VALUES TO TRAINEE-ID
           MOVE 0 TO ROSTER-EOF
           START ROSTER-FILE KEY IS NOT < TRAINEE-ID
               INVALID KEY
                   MOVE 1 TO ROSTER-EOF
           END-START
           PERFORM LIST-ONE-TRAINEE UNTIL ROSTER-EOF = 1
           CLOSE ROSTER-FILE
           MOVE LIST-COUNT TO DISPLAY-NUM
           DISPLAY " "
           DISPLAY "Trainees listed: " DISPLAY-NUM
           MOVE ACTIVE-COUNT TO DISPLAY-NUM
           DISPLAY "Active:          " DISPLAY-NUM
           MOVE SPACES TO RUN-OUTCOME
           MOVE LIST-COUNT TO DISPLAY-NUM
           STRING "listed " FUNCTION TRIM(DISPLAY-NUM)
               " trainee(s)"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           .
      *
       LIST-ROSTER-EXIT.
           EXIT
           .
      *
       LIST-ONE-TRAINEE.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO ROSTER-EOF
               NOT AT END
                   IF LIST-COHORT = SPACES
                       OR LIST-COHORT = TRAINEE-COHORT
                       ADD 1 TO LIST-COUNT
                       IF TRAINEE-STATUS = "R"
                           MOVE "RETIRED" TO STATUS-TEXT
                       ELSE
                           MOVE "ACTIVE" TO STATUS-TEXT
                           ADD 1 TO ACTIVE-COUNT
                       END-IF
                       DISPLAY TRAINEE-ID " " TRAINEE-NAME " "
                           TRAINEE-INITIALS " " TRAINEE-COHORT " "
                           TRAINEE-ENROLLED " " STATUS-TEXT
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * Field checks shared by --add and --change. Each clears
      * REQ-OK and says why when the value is unusable.
      * ============================================================
       CHECK-TRAINEE-ID.
           MOVE 0 TO BLANK-COUNT
           IF REQ-ID NOT = SPACES
               COMPUTE TRIM-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(REQ-ID TRAILING))
               INSPECT REQ-ID(1:TRIM-LEN) TALLYING BLANK-COUNT
                   FOR ALL " "
           END-IF
           IF REQ-ID = SPACES
               DISPLAY "GAMEROST: a trainee ID is required."
               MOVE 0 TO REQ-OK
           ELSE IF REQ-ID(9:12) NOT = SPACES
               DISPLAY "GAMEROST: trainee ID "
                   FUNCTION TRIM(REQ-ID)
                   " is longer than 8 characters."
               MOVE 0 TO REQ-OK
           ELSE IF BLANK-COUNT > 0
               OR REQ-ID(1:8) = "TRAILER "
               DISPLAY "GAMEROST: trainee ID "
                   FUNCTION TRIM(REQ-ID)
                   " is not usable as a session-record key."
               MOVE 0 TO REQ-OK
           END-IF END-IF END-IF
           .
      *
       CHECK-INITIALS-VALUE.
           MOVE 0 TO BLANK-COUNT
           IF REQ-VALUE NOT = SPACES
               COMPUTE TRIM-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(REQ-VALUE TRAILING))
               INSPECT REQ-VALUE(1:TRIM-LEN) TALLYING BLANK-COUNT
                   FOR ALL " " ALL "="
           END-IF
           IF REQ-VALUE = SPACES
               OR REQ-VALUE(4:17) NOT = SPACES
               OR BLANK-COUNT > 0
               DISPLAY "GAMEROST: initials must be 1-3 characters "
                   "with no blanks."
               MOVE 0 TO REQ-OK
           END-IF
           .
      *
       CHECK-COHORT-VALUE.
           IF REQ-VALUE = SPACES
               OR REQ-VALUE(11:10) NOT = SPACES
               DISPLAY "GAMEROST: the cohort must be 1-10 "
                   "characters."
               MOVE 0 TO REQ-OK
           END-IF
           .
      *
       CHECK-DATE-VALUE.
           MOVE 1 TO DATE-RESULT
           IF REQ-VALUE(5:1) = "-" AND REQ-VALUE(8:1) = "-"
               AND REQ-VALUE(11:10) = SPACES
               AND REQ-VALUE(1:4) IS NUMERIC
               AND REQ-VALUE(6:2) IS NUMERIC
               AND REQ-VALUE(9:2) IS NUMERIC
               MOVE REQ-VALUE(1:4) TO DATE-CHECK(1:4)
               MOVE REQ-VALUE(6:2) TO DATE-CHECK(5:2)
               MOVE REQ-VALUE(9:2) TO DATE-CHECK(7:2)
               COMPUTE DATE-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK)
           END-IF
           IF DATE-RESULT NOT = 0
               DISPLAY "GAMEROST: enrollment date "
                   FUNCTION TRIM(REQ-VALUE)
                   " is not a valid YYYY-MM-DD date."
               MOVE 0 TO REQ-OK
           END-IF
           .
      *
       REPORT-NO-SUCH-TRAINEE.
           DISPLAY "GAMEROST: no trainee " FUNCTION TRIM(REQ-ID)
               " on the roster."
           MOVE SPACES TO RUN-OUTCOME
           STRING "no trainee " FUNCTION TRIM(REQ-ID)
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           MOVE 4 TO RETURN-CODE
           .
      *
       REPORT-REWRITE-FAILURE.
           DISPLAY "GAMEROST: cannot update " FUNCTION TRIM(REQ-ID)
               " on " FUNCTION TRIM(ROSTER-NAME)
               " (status " FS-ROSTER ") - the roster is unchanged."
           MOVE SPACES TO RUN-OUTCOME
           STRING "update of " FUNCTION TRIM(REQ-ID) " failed"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           MOVE 8 TO RETURN-CODE
           .
      *
       REPORT-ROSTER-OPEN-FAILURE.
           DISPLAY "GAMEROST: cannot open "
               FUNCTION TRIM(ROSTER-NAME)
               " (status " FS-ROSTER ") - enroll a trainee with "
               "./gamerost --add first."
           MOVE "roster file unreadable" TO RUN-OUTCOME
           MOVE 16 TO RETURN-CODE
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
               " PROGRAM=GAMEROST ARGS=["
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
