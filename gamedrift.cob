      * early-warning system for a bad compile or a corrupted memo
      * cache reaching production.
      *
      * Drift is also raised on the operations monitor's alert feed
      * (GAMES-ALERTS, see GAMEALRT) as one HIST-DRIFT alert naming
      * the first drifting run - SEVERE when a plain-mode invariant
      * moved, WARNING otherwise - and a failed seal as SEAL-FAIL.
      *
      * Usage: ./gamedrift
      *
      * GAMES-SITE-CONFIG keys:
      *   ALERT-FILE  the alert feed's name (shared key)
      *
      * Return codes:
      *   0  no drift between comparable runs
      *   4  drift found
           SELECT HISTORY-FILE ASSIGN TO "GAME015-HIST"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORY.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD     PIC X(160).
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
       01  DELTA-DISP         PIC +(13)9.
       01  VALUE-DISP         PIC Z(13)9.
       01  VALUE-DISP2        PIC Z(13)9.
       01  FIRST-DRIFT-IDX    PIC 999 VALUE 0.
       01  INVARIANT-DRIFT    PIC 9 VALUE 0.
       01  RUN-DISP           PIC ZZ9.
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
           PERFORM VALIDATE-HISTORY-SEAL
           OPEN INPUT HISTORY-FILE
           IF FS-HISTORY NOT = "00"
               MOVE DRIFT-COUNT TO VALUE-DISP
               DISPLAY " "
               DISPLAY "Counters drifted: " VALUE-DISP
               PERFORM RAISE-DRIFT-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      *
      * One alert for the run's drift: the first drifting run (its
      * position among the history's runs) and the counter total.
       RAISE-DRIFT-ALERT.
           IF INVARIANT-DRIFT = 1
               MOVE "SEVERE" TO AR-SEVERITY
           ELSE
               MOVE "WARNING" TO AR-SEVERITY
           END-IF
           MOVE "HIST-DRIFT" TO AR-CODE
           MOVE "GAME015-HIST" TO AR-FILE
           MOVE FIRST-DRIFT-IDX TO RUN-DISP
           STRING "RUN " FUNCTION TRIM(RUN-DISP)
               DELIMITED BY SIZE
               INTO AR-RECORD
           END-STRING
           MOVE DRIFT-COUNT TO VALUE-DISP
           IF INVARIANT-DRIFT = 1
               STRING "INVARIANT MOVED - " FUNCTION TRIM(VALUE-DISP)
                   " counter(s) drifted, first run "
                   HL-STAMP(FIRST-DRIFT-IDX)
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
           ELSE
               STRING FUNCTION TRIM(VALUE-DISP)
                   " counter(s) drifted, first in the run of "
                   HL-STAMP(FIRST-DRIFT-IDX)
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
           END-IF
           PERFORM RAISE-ALERT
           .
      *
       READ-HISTORY-RECORD.
           READ HISTORY-FILE
                   NOT = HL-VALUE(PAIR-IDX, KDX)
                   IF LINE-DRIFT = 0
                       MOVE 1 TO LINE-DRIFT
                       IF FIRST-DRIFT-IDX = 0
                           MOVE IDX TO FIRST-DRIFT-IDX
                       END-IF
                       DISPLAY "Run " HL-STAMP(IDX)
                           " vs " HL-STAMP(PAIR-IDX)
                           "  [" FUNCTION TRIM(HL-SIG(IDX)) "]"
                       - HL-VALUE(PAIR-IDX, KDX)
                   MOVE DELTA-VAL TO DELTA-DISP
                   IF HL-SIG(IDX) = PLAIN-SIG
                       MOVE 1 TO INVARIANT-DRIFT
                       DISPLAY "  " HL-NAME(IDX, KDX)
                           FUNCTION TRIM(VALUE-DISP) " -> "
                           FUNCTION TRIM(VALUE-DISP2)
               DISPLAY "GAMEDRIFT: GAME015-HIST failed its "
                   "integrity seal - refusing the file; "
                   "rebuild with ./game015."
               MOVE "SEVERE" TO AR-SEVERITY
               MOVE "SEAL-FAIL" TO AR-CODE
               MOVE "GAME015-HIST" TO AR-FILE
               MOVE "TRAILER" TO AR-RECORD
               STRING "failed its TRAILER integrity seal - rebuild "
                   "it or recover it with ./gamercvr"
                   DELIMITED BY SIZE
                   INTO AR-TEXT
               END-STRING
               PERFORM RAISE-ALERT
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
           MOVE "GAMEDRIFT" TO AR-PROGRAM
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
               DISPLAY "GAMEDRIFT: cannot append to "
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
