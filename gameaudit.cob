      * A stale master after a forgotten --load stops going
      * unnoticed here.
      *
      * Each check that finds discrepancies also raises one alert
      * on the operations monitor's feed (GAMES-ALERTS, see
      * GAMEALRT) - AUD-MASTER, AUD-UTOTAL or AUD-LINE - naming
      * the first record involved and the check's discrepancy
      * count; a file that fails its seal raises SEAL-FAIL.
      *
      * Usage: ./gameaudit
      *
      * GAMES-SITE-CONFIG keys:
      *   ALERT-FILE  the alert feed's name (shared key)
      *
      * Return codes (GAMEDRV COND cards key off these):
      *   0  all cross-checks clean
      *   8  at least one discrepancy
           SELECT MEMO-FILE ASSIGN TO "GAME15TREE-MEMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-FILE.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-FILE
           RECORDING MODE IS F.
       01  MEMO-FILE-RECORD   PIC X(19683).
      *
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
      *
       01  DISCREPANCY-COUNT  PIC 9(5) VALUE 0.
      *
      * The current check's findings, for its alert
       01  CHECK-START-COUNT  PIC 9(5) VALUE 0.
       01  CHECK-FINDINGS     PIC 9(5) VALUE 0.
       01  FIRST-RECORD       PIC X(12) VALUE SPACES.
       01  PLY-DISP           PIC 9.
      *
      * Check 1 state
       01  UNIQUE-EOF         PIC 9 VALUE 0.
       01  STD-COUNT          PIC 9(6) VALUE 0.
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
      *
      * GAMES-SITE-CONFIG, read quietly for the keys below
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
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
           PERFORM LOAD-SITE-CONFIG
           DISPLAY "GAMEAUDIT: cross-file integrity audit"
           DISPLAY "====================================="
      *
           DISPLAY "Check 1: GAME015-MASTER against "
               "GAME015-UNIQUE"
           PERFORM VALIDATE-UNIQUE-SEAL
           MOVE DISCREPANCY-COUNT TO CHECK-START-COUNT
           MOVE SPACES TO FIRST-RECORD
           OPEN INPUT UNIQUE-FILE
           IF FS-UNIQUE NOT = "00"
               DISPLAY "  GAME015-UNIQUE cannot be opened "
           CLOSE MASTER-FILE
           IF MASTER-COUNT NOT = STD-COUNT
               ADD 1 TO DISCREPANCY-COUNT
               IF FIRST-RECORD = SPACES
                   MOVE "COUNT" TO FIRST-RECORD
               END-IF
               MOVE MASTER-COUNT TO DISPLAY-NUM
               MOVE STD-COUNT TO DISP-NUM2
               DISPLAY "  GAME015-MASTER holds "
               DISPLAY "  record counts agree ("
                   FUNCTION TRIM(DISPLAY-NUM) ")."
           END-IF
           IF DISCREPANCY-COUNT > CHECK-START-COUNT
               COMPUTE CHECK-FINDINGS =
                   DISCREPANCY-COUNT - CHECK-START-COUNT
               MOVE "ERROR" TO AR-SEVERITY
               MOVE "AUD-MASTER" TO AR-CODE
               MOVE "GAME015-MASTER" TO AR-FILE
               MOVE FIRST-RECORD TO AR-RECORD
               MOVE CHECK-FINDINGS TO DISPLAY-NUM
               STRING FUNCTION TRIM(DISPLAY-NUM)
                   " discrepancy(ies) vs GAME015-UNIQUE - "
                   "stale master? run ./gameidx --load"
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           END-IF
           .
      *
       AUDIT-MASTER-AGAINST-UNIQUE-EXIT.
           READ MASTER-FILE
               INVALID KEY
                   ADD 1 TO DISCREPANCY-COUNT
                   IF FIRST-RECORD = SPACES
                       MOVE BEST-KEY TO FIRST-RECORD
                   END-IF
                   DISPLAY "  GAME015-MASTER is missing the "
                       "record for GAME015-UNIQUE game ["
                       FUNCTION TRIM(UNIQUE-RECORD TRAILING)
                   IF MASTER-LEN NOT = GAME-LEN
                       OR MASTER-OUTCOME NOT = GAME-OUTCOME
                       ADD 1 TO DISCREPANCY-COUNT
                       IF FIRST-RECORD = SPACES
                           MOVE MASTER-KEY TO FIRST-RECORD
                       END-IF
                       DISPLAY "  GAME015-MASTER record "
                           MASTER-KEY " (LEN=" MASTER-LEN
                           " OUTCOME=" MASTER-OUTCOME
                   " standard record(s) but the history line of "
                   UTOTAL-STAMP " says UTOTAL="
                   FUNCTION TRIM(DISP-NUM2)
               MOVE "ERROR" TO AR-SEVERITY
               MOVE "AUD-UTOTAL" TO AR-CODE
               MOVE "GAME015-UNIQUE" TO AR-FILE
               MOVE "COUNT" TO AR-RECORD
               STRING FUNCTION TRIM(DISPLAY-NUM)
                   " standard record(s); GAME015-HIST "
                   UTOTAL-STAMP " UTOTAL="
                   FUNCTION TRIM(DISP-NUM2)
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
               PERFORM RAISE-ALERT
           ELSE
               MOVE UTOTAL-VALUE TO DISPLAY-NUM
               DISPLAY "  export count matches UTOTAL ("
               "GAME15TREE-MEMO"
           PERFORM VALIDATE-LINE-SEAL
           PERFORM LOAD-MEMO-TABLE
           MOVE DISCREPANCY-COUNT TO CHECK-START-COUNT
           MOVE SPACES TO FIRST-RECORD
           OPEN INPUT LINE-FILE
           IF FS-LINE-FILE NOT = "00"
               DISPLAY "  GAME15TREE-LINE cannot be opened "
           IF LINE-LEN = 0
               ADD 1 TO DISCREPANCY-COUNT
               DISPLAY "  GAME15TREE-LINE holds no moves."
               MOVE "EMPTY" TO FIRST-RECORD
               PERFORM RAISE-LINE-ALERT
               GO TO AUDIT-LINE-AGAINST-MEMO-EXIT
           END-IF
      *
               PERFORM EVALUATE-POSITION
               IF CUR-VAL NOT = PREV-VAL
                   ADD 1 TO DISCREPANCY-COUNT
                   IF FIRST-RECORD = SPACES
                       MOVE PLY TO PLY-DISP
                       STRING "MOVE " PLY-DISP
                           DELIMITED BY SIZE
                           INTO FIRST-RECORD
                       END-STRING
                   END-IF
                   DISPLAY "  GAME15TREE-LINE move " PLY
                       " (number " CUR-NUM ") changes the "
                       "position value - the line is not the "
           MOVE PREV-VAL TO TERM-VAL
           IF TERM-VAL NOT = ROOT-VAL
               ADD 1 TO DISCREPANCY-COUNT
               IF FIRST-RECORD = SPACES
                   MOVE "RESULT" TO FIRST-RECORD
               END-IF
               DISPLAY "  GAME15TREE-LINE replays to value "
                   TERM-VAL " but the memo predicts "
                   ROOT-VAL " for the empty board."
               DISPLAY "  the line replays to the predicted "
                   "outcome."
           END-IF
           IF DISCREPANCY-COUNT > CHECK-START-COUNT
               PERFORM RAISE-LINE-ALERT
           END-IF
           .
      *
       AUDIT-LINE-AGAINST-MEMO-EXIT.
           EXIT
           .
      *
      * Check 3's alert names the first move that changed the
      * value, RESULT for a wrong terminal value, or EMPTY.
       RAISE-LINE-ALERT.
           COMPUTE CHECK-FINDINGS =
               DISCREPANCY-COUNT - CHECK-START-COUNT
           MOVE "ERROR" TO AR-SEVERITY
           MOVE "AUD-LINE" TO AR-CODE
           MOVE "GAME15TREE-LINE" TO AR-FILE
           MOVE FIRST-RECORD TO AR-RECORD
           MOVE CHECK-FINDINGS TO DISPLAY-NUM
           STRING FUNCTION TRIM(DISPLAY-NUM)
               " discrepancy(ies) replaying the line against "
               "GAME15TREE-MEMO"
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
      * A file refused for its seal; the caller names it in
      * AR-FILE.
       RAISE-SEAL-ALERT.
           MOVE "SEVERE" TO AR-SEVERITY
           MOVE "SEAL-FAIL" TO AR-CODE
           MOVE "TRAILER" TO AR-RECORD
           STRING "failed its TRAILER integrity seal - rebuild it "
               "or recover it with ./gamercvr"
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
       COLLECT-LINE-MOVE.
           READ LINE-FILE
               DISPLAY "  GAME15TREE-MEMO failed its integrity "
                   "seal - refusing the file; rebuild with "
                   "./game15tree."
               MOVE "GAME15TREE-MEMO" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEAL-OK = 0
               DISPLAY "  GAME015-UNIQUE failed its integrity seal - "
                   "refusing the file; rebuild with ./game015 --unique."
               MOVE "GAME015-UNIQUE" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEAL-OK = 0
               DISPLAY "  GAME015-HIST failed its integrity seal - "
                   "refusing the file; rebuild with ./game015."
               MOVE "GAME015-HIST" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SEAL-OK = 0
               DISPLAY "  GAME15TREE-LINE failed its integrity seal - "
                   "refusing the file; rebuild with ./game15tree."
               MOVE "GAME15TREE-LINE" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
               END-IF
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
           MOVE "GAMEAUDIT" TO AR-PROGRAM
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
               DISPLAY "GAMEAUDIT: cannot append to "
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
