      * record from an earlier run can never produce a false
      * "engines agree".
      *
      * A discrepancy also raises one RECON-DIFFER alert (ERROR) on
      * the operations monitor's feed (GAMES-ALERTS, see GAMEALRT),
      * naming the first counter that disagrees; ALERT-FILE in
      * GAMES-SITE-CONFIG renames the feed.
      *
      * Return codes:
      *   0  both engines agree on all four counters
      *   8  discrepancy found (report written to the console)
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
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
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD       PIC X(200).
      *
       WORKING-STORAGE SECTION.
      *
       01  CMP-NAME           PIC X(12) VALUE SPACES.
       01  CMP-G15            PIC 9(10).
       01  CMP-GN             PIC 9(10).
       01  FIRST-MISMATCH     PIC X(12) VALUE SPACES.
       01  FIRST-G15          PIC 9(10) VALUE 0.
       01  FIRST-GN           PIC 9(10) VALUE 0.
       01  DISPLAY-NUM        PIC Z(9)9.
       01  DISP-NUM2          PIC Z(9)9.
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
               DISPLAY "GAMERECON: *** " MISMATCH-COUNT
                   " counter(s) DISAGREE - investigate before "
                   "certifying. ***"
               PERFORM RAISE-RECON-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
               DISPLAY CMP-NAME "  " DISPLAY-NUM "   " DISP-NUM2
           ELSE
               ADD 1 TO MISMATCH-COUNT
               IF MISMATCH-COUNT = 1
                   MOVE CMP-NAME TO FIRST-MISMATCH
                   MOVE CMP-G15 TO FIRST-G15
                   MOVE CMP-GN TO FIRST-GN
               END-IF
               DISPLAY CMP-NAME "  " DISPLAY-NUM "   " DISP-NUM2
                   "   *** MISMATCH ***"
           END-IF
           .
      *
       RAISE-RECON-ALERT.
           MOVE "ERROR" TO AR-SEVERITY
           MOVE "RECON-DIFFER" TO AR-CODE
           MOVE RESULT-CSV-NAME TO AR-FILE
           MOVE FIRST-MISMATCH TO AR-RECORD
           MOVE FIRST-G15 TO DISPLAY-NUM
           MOVE FIRST-GN TO DISP-NUM2
           STRING MISMATCH-COUNT " counter(s) disagree; first "
               FUNCTION TRIM(FIRST-MISMATCH) " GAME015="
               FUNCTION TRIM(DISPLAY-NUM) " GAMEN="
               FUNCTION TRIM(DISP-NUM2)
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
      * ============================================================
      * Pick up the file names (and the run-log switch) from the
                   WHEN "RESULT-CSV-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO RESULT-CSV-NAME
                   WHEN "ALERT-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO ALERT-NAME
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-EVALUATE
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
           MOVE "GAMERECON" TO AR-PROGRAM
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
               DISPLAY "GAMERECON: cannot append to "
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
