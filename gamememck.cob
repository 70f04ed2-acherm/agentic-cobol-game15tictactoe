      * values differ (0 = not computed, 1 = P2 wins, 2 = Draw,
      * 3 = P1 wins), and a summary count.
      *
      * Findings are also raised on the operations monitor's alert
      * feed (GAMES-ALERTS, see GAMEALRT): MEMO-DIFFER when the
      * caches disagree, naming the first differing position key,
      * and SEAL-FAIL when a cache fails its seal.
      *
      * Usage: ./gamememck
      *
      * GAMES-SITE-CONFIG keys:
      *   ALERT-FILE  the alert feed's name (shared key)
      *
      * Return codes:
      *   0  caches agree on all 19,683 positions
      *   8  at least one position differs
           SELECT MEMO-B-FILE ASSIGN TO "GAME15TREE-MEMO"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-B.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MEMO-B-FILE
           RECORDING MODE IS F.
       01  MEMO-B-RECORD      PIC X(19683).
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
       01  VALUE-TEXT         PIC X(12).
       01  DISP-VAL           PIC 9.
       01  DISPLAY-NUM        PIC Z(4)9.
       01  FIRST-DIFF-KEY     PIC 9(5) VALUE 0.
       01  DISP-DIST          PIC Z(4)9.
      *
      *
      * TRAILER integrity-seal validation state (the family's
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
           DISPLAY "GAMEMEMCK: memo cache consistency check"
           DISPLAY "======================================="
      *
               DISPLAY "GAMEMEMCK: GAME015TREE-MEMO failed its "
                   "integrity seal - refusing the file; rebuild "
                   "with ./game015tree."
               MOVE "GAME015TREE-MEMO" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY "GAMEMEMCK: GAME15TREE-MEMO failed its "
                   "integrity seal - refusing the file; rebuild "
                   "with ./game15tree."
               MOVE "GAME15TREE-MEMO" TO AR-FILE
               PERFORM RAISE-SEAL-ALERT
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
               IF MEMO-A-VAL(IDX) NOT = MEMO-B-VAL(IDX)
                   ADD 1 TO MISMATCH-COUNT
                   COMPUTE POS-KEY = IDX - 1
                   IF MISMATCH-COUNT = 1
                       MOVE POS-KEY TO FIRST-DIFF-KEY
                   END-IF
                   MOVE MEMO-A-VAL(IDX) TO DISP-VAL
                   PERFORM DECODE-VALUE
                   MOVE VALUE-TEXT TO VAL-A-TEXT
               IF DIST-A-VAL(IDX) NOT = DIST-B-VAL(IDX)
                   ADD 1 TO DIST-MISMATCH
                   COMPUTE POS-KEY = IDX - 1
                   IF MISMATCH-COUNT = 0 AND DIST-MISMATCH = 1
                       MOVE POS-KEY TO FIRST-DIFF-KEY
                   END-IF
                   DISPLAY "  key " POS-KEY
                       "  distance GAME015TREE="
                       DIST-A-VAL(IDX)
               DISPLAY " and " DISPLAY-NUM
                   " distance(s) DIFFER between the caches - "
                   "delete and rebuild before trusting either. ***"
               PERFORM RAISE-MISMATCH-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      *
      * ============================================================
      * Alert-feed records for the two findings.
      * ============================================================
       RAISE-MISMATCH-ALERT.
           MOVE "ERROR" TO AR-SEVERITY
           MOVE "MEMO-DIFFER" TO AR-CODE
           MOVE "GAME15TREE-MEMO" TO AR-FILE
           MOVE SPACES TO AR-RECORD
           STRING "KEY " FIRST-DIFF-KEY
               DELIMITED BY SIZE
               INTO AR-RECORD
           END-STRING
           MOVE MISMATCH-COUNT TO DISPLAY-NUM
           MOVE DIST-MISMATCH TO DISP-DIST
           STRING FUNCTION TRIM(DISPLAY-NUM) " value(s) and "
               FUNCTION TRIM(DISP-DIST) " distance(s) differ from "
               "GAME015TREE-MEMO"
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
      * AR-FILE names the cache that failed.
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
       DECODE-VALUE.
           EVALUATE DISP-VAL
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
           MOVE "GAMEMEMCK" TO AR-PROGRAM
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
               DISPLAY "GAMEMEMCK: cannot append to "
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
