       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMERCVR.
      *
      * Recovery for a sealed file that failed its TRAILER integrity
      * seal (return code 20 from GAMEMEMCK, GAMEEXH, GAMEAUDIT or
      * GAMESEAL, or GAME015TREE refusing to record a session).
      * Those programs leave the damaged file as found; this one
      * does the on-call operator's hand work:
      *
      *   1. the damaged file is moved aside to a quarantine name,
      *      <file>.QUARANTINE-<yyyymmdd>-<hhmmss>, so nothing reads
      *      it again and nothing overwrites it before the review,
      *   2. the retained generations (<file>.G1 .. <file>.Gn) and
      *      the promoted baseline copies (BASELINE-<set>-<file>)
      *      are seal-checked newest first, by modification time,
      *   3. the newest copy that passes is restored under the
      *      file's own name and checked again in place,
      *   4. what was lost is reported: the damaged file's record
      *      count and date against the restored copy's.
      *
      * When no retained copy passes, the damaged file is moved
      * back under its own name - a missing file would let the
      * next writer start an empty one over the history - and the
      * run ends with return code 20 for a human look.
      *
      * Every action (quarantine, each copy checked, the restore,
      * or the failure) is written to the run log as its own
      * PROGRAM=GAMERCVR record, so the incident review has the
      * whole sequence.
      *
      * Usage: ./gamercvr <file>
      *
      * GAMES-SITE-CONFIG keys:
      *   RUN-LOG-FILE / RUN-LOG-ENABLED as elsewhere
      *
      * Return codes:
      *   0  a good copy was restored
      *   4  the file's seal is good - nothing was touched
      *  16  no file named, or the file is absent and no retained
      *      copy exists
      *  20  no retained copy passed its seal; the damaged file was
      *      left in place
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "GAMERCVR-WORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-WORK.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SCAN.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD        PIC X(200).
      *
       FD  SCAN-FILE
           RECORDING MODE IS F.
       01  SCAN-RECORD        PIC X(19683).
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
       01  FS-WORK            PIC XX VALUE SPACES.
       01  FS-SCAN            PIC XX VALUE SPACES.
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
       01  WORK-EOF           PIC 9 VALUE 0.
       01  SCAN-EOF           PIC 9 VALUE 0.
       01  SHELL-COMMAND      PIC X(300) VALUE SPACES.
      *
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  TARGET-NAME        PIC X(40) VALUE SPACES.
       01  QUARANTINE-NAME    PIC X(80) VALUE SPACES.
       01  SCAN-NAME          PIC X(80) VALUE SPACES.
      *
      * The damaged file as found
       01  TARGET-PRESENT     PIC 9 VALUE 0.
       01  TARGET-DATE        PIC X(16) VALUE SPACES.
       01  TARGET-RECORDS     PIC 9(8) VALUE 0.
       01  TARGET-STATUS      PIC X(24) VALUE SPACES.
      *
      * The retained copies, newest first: "<epoch> <date> <time>
      * <name>" from the directory listing.
       01  LIST-EPOCH         PIC X(30) VALUE SPACES.
       01  LIST-DAY           PIC X(10) VALUE SPACES.
       01  LIST-TIME          PIC X(5) VALUE SPACES.
       01  LIST-NAME          PIC X(80) VALUE SPACES.
       01  CANDIDATE-MAX      PIC 99 VALUE 50.
       01  CANDIDATE-COUNT    PIC 99 VALUE 0.
       01  CANDIDATE-TABLE.
           05  CANDIDATE      OCCURS 50 TIMES.
               10  CD-NAME    PIC X(80).
               10  CD-DATE    PIC X(16).
       01  CD-IDX             PIC 99.
       01  RESTORED-IDX       PIC 99 VALUE 0.
       01  RESTORED-RECORDS   PIC 9(8) VALUE 0.
       01  RECORDS-LOST       PIC S9(8) VALUE 0.
      *
      * Result of one seal check on SCAN-NAME
       01  SCAN-GOOD          PIC 9 VALUE 0.
       01  SCAN-RECORDS       PIC 9(8) VALUE 0.
       01  SCAN-STATUS        PIC X(24) VALUE SPACES.
      *
      * TRAILER integrity-seal validation state (the family's
      * position-weighted additive checksum)
       01  SEAL-TEXT          PIC X(19683) VALUE SPACES.
       01  SEAL-LEN           PIC 9(5).
       01  SEAL-I             PIC 9(5).
       01  SEAL-REC-SUM       PIC 9(10).
       01  SEAL-COUNT         PIC 9(8) VALUE 0.
       01  SEAL-CHECKSUM      PIC 9(9) VALUE 0.
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(20) VALUE SPACES.
       01  SEAL-FIELD         PIC X(10) VALUE SPACES.
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  AFTER-TRAILER      PIC 9 VALUE 0.
      *
      * Run-log record for each recovery action
       01  RUN-OUTCOME        PIC X(150) VALUE SPACES.
       01  RUN-LOG-LINE       PIC X(200) VALUE SPACES.
       01  RUN-LOG-POS        PIC 999.
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
      *
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-NUM2          PIC Z(7)9.
       01  SIGNED-DISP        PIC -(8)9.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO TARGET-NAME
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO TARGET-NAME
           END-UNSTRING
           IF TARGET-NAME = SPACES
               DISPLAY "Usage: ./gamercvr <file>"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-SITE-CONFIG
           PERFORM NOTE-START-TIME
           DISPLAY "GAMERCVR: recovery of "
               FUNCTION TRIM(TARGET-NAME)
           DISPLAY "=============================================="
      *
           PERFORM LIST-RETAINED-COPIES
      *
      *    A file whose seal holds needs no recovery, and is left
      *    exactly as it is.
           IF TARGET-PRESENT = 1
               MOVE TARGET-NAME TO SCAN-NAME
               PERFORM CHECK-SCAN-SEAL
               MOVE SCAN-RECORDS TO TARGET-RECORDS
               MOVE SCAN-STATUS TO TARGET-STATUS
               IF SCAN-GOOD = 1
                   MOVE SCAN-RECORDS TO DISPLAY-NUM
                   DISPLAY "GAMERCVR: " FUNCTION TRIM(TARGET-NAME)
                       " passes its seal ("
                       FUNCTION TRIM(DISPLAY-NUM)
                       " record(s)) - nothing to recover."
                   MOVE SPACES TO RUN-OUTCOME
                   STRING "SEAL GOOD - NOTHING DONE"
                       DELIMITED BY SIZE
                       INTO RUN-OUTCOME
                   END-STRING
                   PERFORM LOG-RECOVERY-ACTION
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TARGET-RECORDS TO DISPLAY-NUM
               DISPLAY "  damaged:    " FUNCTION TRIM(TARGET-NAME)
                   "  " FUNCTION TRIM(DISPLAY-NUM) " record(s), "
                   "modified " TARGET-DATE ", seal "
                   FUNCTION TRIM(TARGET-STATUS)
               PERFORM QUARANTINE-DAMAGED-FILE
           ELSE
               DISPLAY "  " FUNCTION TRIM(TARGET-NAME)
                   " is not present - looking for a copy to "
                   "restore."
               IF CANDIDATE-COUNT = 0
                   DISPLAY "GAMERCVR: no generation or baseline "
                       "copy of " FUNCTION TRIM(TARGET-NAME)
                       " exists - nothing to recover from."
                   MOVE SPACES TO RUN-OUTCOME
                   STRING "ABSENT - NO RETAINED COPY"
                       DELIMITED BY SIZE
                       INTO RUN-OUTCOME
                   END-STRING
                   PERFORM LOG-RECOVERY-ACTION
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *
           PERFORM VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > CANDIDATE-COUNT OR RESTORED-IDX > 0
               PERFORM TRY-CANDIDATE
           END-PERFORM
      *
           IF RESTORED-IDX = 0
               PERFORM GIVE-UP-RECOVERY
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM REPORT-RECOVERY-LOSS
           STOP RUN
           .
      *
      * ============================================================
      * The file itself, its generations and its baseline copies,
      * newest first by modification time. File dates live in the
      * filesystem, so the directory is listed through the system's
      * find, as GAMEKEEP and GAMESEAL do.
      * ============================================================
       LIST-RETAINED-COPIES.
           MOVE SPACES TO SHELL-COMMAND
           STRING "find . -maxdepth 1 -type f \( -name '"
               FUNCTION TRIM(TARGET-NAME) "' -o -name '"
               FUNCTION TRIM(TARGET-NAME) ".G[0-9]*' -o -name "
               "'BASELINE-*-" FUNCTION TRIM(TARGET-NAME) "' \)"
               " -printf '%T@ %TY-%Tm-%Td %TH:%TM %f\n'"
               " | LC_ALL=C sort -rn > GAMERCVR-WORK 2>/dev/null"
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO CANDIDATE-COUNT
           OPEN INPUT WORK-FILE
           IF FS-WORK = "00"
               MOVE 0 TO WORK-EOF
               PERFORM READ-WORK-RECORD
               PERFORM NOTE-LISTED-FILE UNTIL WORK-EOF = 1
               CLOSE WORK-FILE
           END-IF
           MOVE "rm -f GAMERCVR-WORK" TO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           .
      *
       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 1 TO WORK-EOF
           END-READ
           .
      *
       NOTE-LISTED-FILE.
           MOVE SPACES TO LIST-EPOCH LIST-DAY LIST-TIME LIST-NAME
           UNSTRING WORK-RECORD DELIMITED BY ALL SPACES
               INTO LIST-EPOCH LIST-DAY LIST-TIME LIST-NAME
           END-UNSTRING
           IF LIST-NAME = TARGET-NAME
               MOVE 1 TO TARGET-PRESENT
               STRING LIST-DAY " " LIST-TIME
                   DELIMITED BY SIZE
                   INTO TARGET-DATE
               END-STRING
           ELSE
               IF LIST-NAME NOT = SPACES
                   AND CANDIDATE-COUNT < CANDIDATE-MAX
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE LIST-NAME TO CD-NAME(CANDIDATE-COUNT)
                   MOVE SPACES TO CD-DATE(CANDIDATE-COUNT)
                   STRING LIST-DAY " " LIST-TIME
                       DELIMITED BY SIZE
                       INTO CD-DATE(CANDIDATE-COUNT)
                   END-STRING
               END-IF
           END-IF
           PERFORM READ-WORK-RECORD
           .
      *
      * ============================================================
      * Move the damaged file aside under a timestamped quarantine
      * name; it stays there for the incident review.
      * ============================================================
       QUARANTINE-DAMAGED-FILE.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO QUARANTINE-NAME
           STRING FUNCTION TRIM(TARGET-NAME) ".QUARANTINE-"
               RS-YEAR RS-MONTH RS-DAY "-"
               RS-HOUR RS-MINUTE RS-SECOND
               DELIMITED BY SIZE
               INTO QUARANTINE-NAME
           END-STRING
           MOVE SPACES TO SHELL-COMMAND
           STRING "mv -f " FUNCTION TRIM(TARGET-NAME) " "
               FUNCTION TRIM(QUARANTINE-NAME)
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           DISPLAY "  quarantined as " FUNCTION TRIM(QUARANTINE-NAME)
           MOVE TARGET-RECORDS TO DISPLAY-NUM
           MOVE SPACES TO RUN-OUTCOME
           STRING "QUARANTINED TO .QUARANTINE-"
               RS-YEAR RS-MONTH RS-DAY "-"
               RS-HOUR RS-MINUTE RS-SECOND
               " RECORDS=" FUNCTION TRIM(DISPLAY-NUM)
               " SEAL=" FUNCTION TRIM(TARGET-STATUS)
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           PERFORM LOG-RECOVERY-ACTION
           .
      *
      * ============================================================
      * Seal-check one retained copy; the first that passes is
      * copied back under the file's name and checked again there.
      * ============================================================
       TRY-CANDIDATE.
           MOVE CD-NAME(CD-IDX) TO SCAN-NAME
           PERFORM CHECK-SCAN-SEAL
           MOVE SCAN-RECORDS TO DISPLAY-NUM
           DISPLAY "  candidate:  " FUNCTION TRIM(CD-NAME(CD-IDX))
               "  " FUNCTION TRIM(DISPLAY-NUM) " record(s), "
               "modified " CD-DATE(CD-IDX) ", seal "
               FUNCTION TRIM(SCAN-STATUS)
           IF SCAN-GOOD = 0
               MOVE SPACES TO RUN-OUTCOME
               STRING "REJECTED " FUNCTION TRIM(CD-NAME(CD-IDX))
                   " SEAL=" FUNCTION TRIM(SCAN-STATUS)
                   DELIMITED BY SIZE
                   INTO RUN-OUTCOME
               END-STRING
               PERFORM LOG-RECOVERY-ACTION
           ELSE
               MOVE SCAN-RECORDS TO RESTORED-RECORDS
               MOVE SPACES TO SHELL-COMMAND
               STRING "cp -f " FUNCTION TRIM(CD-NAME(CD-IDX)) " "
                   FUNCTION TRIM(TARGET-NAME)
                   DELIMITED BY SIZE
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               MOVE 0 TO RETURN-CODE
               MOVE TARGET-NAME TO SCAN-NAME
               PERFORM CHECK-SCAN-SEAL
               IF SCAN-GOOD = 1
                   MOVE CD-IDX TO RESTORED-IDX
                   MOVE SPACES TO RUN-OUTCOME
                   STRING "RESTORED FROM "
                       FUNCTION TRIM(CD-NAME(CD-IDX))
                       " RECORDS=" FUNCTION TRIM(DISPLAY-NUM)
                       " MODIFIED=" CD-DATE(CD-IDX)(1:10)
                       DELIMITED BY SIZE
                       INTO RUN-OUTCOME
                   END-STRING
                   PERFORM LOG-RECOVERY-ACTION
               ELSE
                   DISPLAY "  the copy failed its seal in place ("
                       FUNCTION TRIM(SCAN-STATUS) ") - trying "
                       "the next."
      *            A target that was missing stays missing: the bad
      *            copy must not be left behind under its name.
                   IF TARGET-PRESENT = 0
                       MOVE SPACES TO SHELL-COMMAND
                       STRING "rm -f " FUNCTION TRIM(TARGET-NAME)
                           DELIMITED BY SIZE
                           INTO SHELL-COMMAND
                       END-STRING
                       CALL "SYSTEM" USING SHELL-COMMAND
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   MOVE SPACES TO RUN-OUTCOME
                   STRING "REJECTED " FUNCTION TRIM(CD-NAME(CD-IDX))
                       " COPY FAILED IN PLACE SEAL="
                       FUNCTION TRIM(SCAN-STATUS)
                       DELIMITED BY SIZE
                       INTO RUN-OUTCOME
                   END-STRING
                   PERFORM LOG-RECOVERY-ACTION
               END-IF
           END-IF
           .
      *
      * No retained copy passed: the damaged file goes back under
      * its own name, as found.
       GIVE-UP-RECOVERY.
           IF TARGET-PRESENT = 1
               MOVE SPACES TO SHELL-COMMAND
               STRING "mv -f " FUNCTION TRIM(QUARANTINE-NAME) " "
                   FUNCTION TRIM(TARGET-NAME)
                   DELIMITED BY SIZE
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY " "
           DISPLAY "GAMERCVR: *** no generation or baseline copy of "
               FUNCTION TRIM(TARGET-NAME) " passed its seal - "
               "the file is left as found for a human look. ***"
           MOVE CANDIDATE-COUNT TO DISPLAY-NUM
           MOVE SPACES TO RUN-OUTCOME
           STRING "FAILED - NO GOOD COPY AMONG "
               FUNCTION TRIM(DISPLAY-NUM) " - LEFT AS FOUND"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           PERFORM LOG-RECOVERY-ACTION
           .
      *
      * What the restore cost: the records the damaged file held
      * beyond the restored copy, and the window between the two
      * modification dates whose updates now exist only in the
      * quarantined file.
       REPORT-RECOVERY-LOSS.
           DISPLAY " "
           DISPLAY "GAMERCVR: " FUNCTION TRIM(TARGET-NAME)
               " restored from "
               FUNCTION TRIM(CD-NAME(RESTORED-IDX))
               " (modified " CD-DATE(RESTORED-IDX) ")."
           MOVE RESTORED-RECORDS TO DISP-NUM2
           IF TARGET-PRESENT = 0
               DISPLAY "  The file was absent; the restored copy "
                   "holds " FUNCTION TRIM(DISP-NUM2) " record(s)."
           ELSE
               COMPUTE RECORDS-LOST =
                   TARGET-RECORDS - RESTORED-RECORDS
               MOVE TARGET-RECORDS TO DISPLAY-NUM
               DISPLAY "  Damaged file: " FUNCTION TRIM(DISPLAY-NUM)
                   " record(s), modified " TARGET-DATE
               DISPLAY "  Restored:     " FUNCTION TRIM(DISP-NUM2)
                   " record(s), modified " CD-DATE(RESTORED-IDX)
               IF RECORDS-LOST > 0
                   MOVE RECORDS-LOST TO SIGNED-DISP
                   DISPLAY "  LOST: " FUNCTION TRIM(SIGNED-DISP)
                       " record(s) written between "
                       CD-DATE(RESTORED-IDX) " and " TARGET-DATE
               ELSE
                   IF RECORDS-LOST < 0
                       COMPUTE RECORDS-LOST = 0 - RECORDS-LOST
                       MOVE RECORDS-LOST TO SIGNED-DISP
                       DISPLAY "  The restored copy holds "
                           FUNCTION TRIM(SIGNED-DISP) " record(s) "
                           "more than the damaged file (records "
                           "were lost or trimmed in the damage)."
                   ELSE
                       DISPLAY "  Record counts agree; changes "
                           "made after " CD-DATE(RESTORED-IDX)
                           " may still be lost."
                   END-IF
               END-IF
               DISPLAY "  The damaged file is kept as "
                   FUNCTION TRIM(QUARANTINE-NAME)
                   " for the incident review."
           END-IF
           .
      *
      * ============================================================
      * Seal check of SCAN-NAME: SCAN-GOOD, SCAN-RECORDS (data
      * records, the TRAILER excluded) and SCAN-STATUS in the
      * words GAMESEAL prints.
      * ============================================================
       CHECK-SCAN-SEAL.
           MOVE 0 TO SCAN-GOOD
           MOVE 0 TO SCAN-RECORDS
           OPEN INPUT SCAN-FILE
           IF FS-SCAN NOT = "00"
               MOVE "UNREADABLE" TO SCAN-STATUS
           ELSE
               MOVE 0 TO SEAL-COUNT SEAL-CHECKSUM
               MOVE 0 TO SEAL-EXP-COUNT SEAL-EXP-CHECKSUM
               MOVE 0 TO TRAILER-SEEN AFTER-TRAILER
               MOVE 0 TO SCAN-EOF
               PERFORM SUM-SCAN-SEAL-RECORD UNTIL SCAN-EOF = 1
               CLOSE SCAN-FILE
               MOVE SEAL-COUNT TO SCAN-RECORDS
               EVALUATE TRUE
                   WHEN TRAILER-SEEN = 0
                       MOVE "MISSING TRAILER" TO SCAN-STATUS
                   WHEN AFTER-TRAILER = 1
                       MOVE "BAD (data after TRAILER)"
                           TO SCAN-STATUS
                   WHEN SEAL-EXP-COUNT NOT = SEAL-COUNT
                       MOVE "BAD (count)" TO SCAN-STATUS
                   WHEN SEAL-EXP-CHECKSUM NOT = SEAL-CHECKSUM
                       MOVE "BAD (checksum)" TO SCAN-STATUS
                   WHEN OTHER
                       MOVE "good" TO SCAN-STATUS
                       MOVE 1 TO SCAN-GOOD
               END-EVALUATE
           END-IF
           .
      *
       SUM-SCAN-SEAL-RECORD.
           READ SCAN-FILE
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF SCAN-RECORD(1:8) = "TRAILER "
                       MOVE SPACES TO SEAL-LINE
                       MOVE SCAN-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       IF TRAILER-SEEN = 1
                           MOVE 1 TO AFTER-TRAILER
                       END-IF
                       MOVE SPACES TO SEAL-TEXT
                       MOVE SCAN-RECORD TO SEAL-TEXT
                       PERFORM COMPUTE-RECORD-SEAL
                       ADD 1 TO SEAL-COUNT
                       COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                           SEAL-CHECKSUM + SEAL-REC-SUM,
                           1000000000)
                   END-IF
           END-READ
           .
      *
      * The position-weighted additive record sum behind every
      * TRAILER seal: SUM((ORD(char) - 1) * position) over the
      * record with trailing spaces trimmed.
       COMPUTE-RECORD-SEAL.
           MOVE 0 TO SEAL-REC-SUM
           IF SEAL-TEXT = SPACES
               MOVE 0 TO SEAL-LEN
           ELSE
               COMPUTE SEAL-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(SEAL-TEXT TRAILING))
           END-IF
           PERFORM VARYING SEAL-I FROM 1 BY 1
               UNTIL SEAL-I > SEAL-LEN
               COMPUTE SEAL-REC-SUM = FUNCTION MOD(
                   SEAL-REC-SUM
                   + (FUNCTION ORD(SEAL-TEXT(SEAL-I:1)) - 1)
                   * SEAL-I, 1000000000)
           END-PERFORM
           .
      *
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
           MOVE 0 TO SEAL-EXP-CHECKSUM
           MOVE SPACES TO SEAL-TOK-1 SEAL-TOK-2 SEAL-TOK-3
           UNSTRING SEAL-LINE DELIMITED BY ALL SPACES
               INTO SEAL-TOK-1 SEAL-TOK-2 SEAL-TOK-3
           END-UNSTRING
           IF SEAL-TOK-1 = "TRAILER"
               MOVE SPACES TO SEAL-FIELD SEAL-VALUE
               UNSTRING SEAL-TOK-2 DELIMITED BY "="
                   INTO SEAL-FIELD SEAL-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(SEAL-FIELD) = "COUNT"
                   AND SEAL-VALUE NOT = SPACES
                   COMPUTE SEAL-EXP-COUNT =
                       FUNCTION NUMVAL(SEAL-VALUE)
               END-IF
               MOVE SPACES TO SEAL-FIELD SEAL-VALUE
               UNSTRING SEAL-TOK-3 DELIMITED BY "="
                   INTO SEAL-FIELD SEAL-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(SEAL-FIELD) = "CHECKSUM"
                   AND SEAL-VALUE NOT = SPACES
                   COMPUTE SEAL-EXP-CHECKSUM =
                       FUNCTION NUMVAL(SEAL-VALUE)
               END-IF
           END-IF
           .
      *
      * ============================================================
      * One GAMES-RUN-LOG record per recovery action, in the
      * family's record layout.
      * ============================================================
       LOG-RECOVERY-ACTION.
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           .
      *
       WRITE-RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE ELAPSED-SECS = END-SECS - START-SECS
           MOVE SPACES TO RUN-LOG-LINE
           MOVE 1 TO RUN-LOG-POS
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " PROGRAM=GAMERCVR ARGS=["
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
           MOVE SPACES TO FS-RUN-LOG
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
