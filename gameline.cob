       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMELINE.
      *
      * Lineage report for the suite's derived outputs. The programs
      * that build masters and handouts from sealed inputs stamp
      * each output with one provenance record per input: the input
      * file's name and the count and checksum its TRAILER seal
      * carried when the output was made
      *
      *   PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n
      *
      * This report walks the outputs present in the working
      * directory, reads every stamp, and compares it with the
      * input's TRAILER record as it stands now. After a memo cache
      * is rebuilt, or a file is put back by GAMERCVR, one run says
      * exactly which handouts went stale and what regenerates them.
      *
      * Outputs walked:
      *
      *   GAME015-EXHIB           GAMEEXH's exhibition games (the
      *                           EXHIB-FILE key renames it)
      *   GAME015-MASTER-PROV     GAMEIDX --load, the pedigree of
      *                           the indexed GAME015-MASTER
      *   GAME015-POSITIONS-PROV  GAMEPOS --load, the pedigree of
      *                           the indexed GAME015-POSITIONS
      *   GAMES-PRINT-<...>       --print reports; GAMEPUZ, GAMEMIST,
      *                           GAMEREF and GAMEVIEW stamp theirs
      *   GAMES-SPOOL-<cycle>     GAMEDRV's cycle spools, carrying
      *                           the stamps of the reports in them
      *   BASELINE-<set>-MANIFEST GAMEBASE, each sealed member's
      *                           TRAILER as it was copied
      *
      * Each stamp is reported as
      *
      *   current          the input's TRAILER still carries the
      *                    recorded count and checksum
      *   STALE            the input has been rebuilt or changed
      *   INPUT MISSING    the input is no longer present
      *   INPUT UNSEALED   the input no longer ends with a TRAILER
      *
      * An output that is stamped by design but carries no stamp
      * (made before stamping began) is of unknown lineage; a print
      * file or spool with no stamp simply holds reports that read
      * no sealed input, and is passed over. Every stale output is
      * listed once more at the end with what regenerates it.
      *
      * Only TRAILER records are compared; whether an input's data
      * still agrees with its own seal is GAMESEAL's business.
      *
      * Usage: ./gameline
      *
      * GAMES-SITE-CONFIG keys:
      *   EXHIB-FILE  the exhibition export's name (shared key)
      *
      * Return codes:
      *   0  every stamped output is current, or none is present
      *   4  an output that should carry provenance carries none
      *   8  at least one output is stale (an input changed, lost
      *      its TRAILER record, or is missing)
      *  16  the working directory could not be listed
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "GAMELINE-WORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-WORK.
           SELECT OUT-FILE ASSIGN TO DYNAMIC OUT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-OUT.
           SELECT IN-FILE ASSIGN TO DYNAMIC IN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-IN.
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
      * The outputs: exports, print files and manifests
       FD  OUT-FILE
           RECORDING MODE IS F.
       01  OUT-RECORD         PIC X(200).
      *
      * The inputs: any sealed member of the family; the memo and
      * solve caches carry the longest records.
       FD  IN-FILE
           RECORDING MODE IS F.
       01  IN-RECORD          PIC X(19683).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-WORK            PIC XX VALUE SPACES.
       01  FS-OUT             PIC XX VALUE SPACES.
       01  FS-IN              PIC XX VALUE SPACES.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  EXHIB-NAME         PIC X(40) VALUE "GAME015-EXHIB".
       01  WORK-EOF           PIC 9 VALUE 0.
       01  OUT-EOF            PIC 9 VALUE 0.
       01  IN-EOF             PIC 9 VALUE 0.
       01  SHELL-COMMAND      PIC X(200) VALUE SPACES.
      *
      * One listed output: "YYYY-MM-DD <name>" from the directory
      * listing, the program that makes it, and what regenerates it
      * (OUT-OWNER stays SPACES for a file that is not an output).
       01  OUT-DATE           PIC X(10) VALUE SPACES.
       01  OUT-NAME           PIC X(80) VALUE SPACES.
       01  OUT-LEN            PIC 99 VALUE 0.
       01  OUT-KIND           PIC X VALUE SPACE.
       01  OUT-OWNER          PIC X(12) VALUE SPACES.
       01  OUT-REGEN          PIC X(60) VALUE SPACES.
       01  OUT-STAMPS         PIC 9(4) VALUE 0.
       01  OUT-STALE          PIC 9(4) VALUE 0.
       01  OUT-RECS           PIC 9(8) VALUE 0.
      *
      * One provenance stamp as read from an output
       01  STAMP-SKIP         PIC X(200) VALUE SPACES.
       01  STAMP-REST         PIC X(200) VALUE SPACES.
       01  STAMP-INPUT        PIC X(40) VALUE SPACES.
       01  STAMP-TOK-2        PIC X(20) VALUE SPACES.
       01  STAMP-TOK-3        PIC X(20) VALUE SPACES.
       01  STAMP-COUNT        PIC 9(8) VALUE 0.
       01  STAMP-CHECKSUM     PIC 9(9) VALUE 0.
       01  STAMP-STATUS       PIC X(16) VALUE SPACES.
      *
      * The inputs' TRAILER records as they stand now, each input
      * read once however many outputs name it. IE-STATE: S sealed,
      * M missing, U no TRAILER record.
       01  INPUT-TABLE.
           05  INPUT-ENTRY    OCCURS 50 TIMES.
               10  IE-NAME        PIC X(40).
               10  IE-STATE       PIC X.
               10  IE-COUNT       PIC 9(8).
               10  IE-CHECKSUM    PIC 9(9).
       01  INPUT-USED         PIC 99 VALUE 0.
       01  IE-IDX             PIC 99 VALUE 0.
       01  IE-FOUND           PIC 99 VALUE 0.
       01  IN-NAME            PIC X(40) VALUE SPACES.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
      *
      * Stale outputs, for the regeneration list
       01  STALE-TABLE.
           05  STALE-ENTRY    OCCURS 200 TIMES.
               10  SL-NAME        PIC X(80).
               10  SL-REGEN       PIC X(60).
       01  STALE-USED         PIC 999 VALUE 0.
       01  SL-IDX             PIC 999 VALUE 0.
      *
      * Run totals
       01  OUTPUTS-LISTED     PIC 9(5) VALUE 0.
       01  OUTPUTS-CURRENT    PIC 9(5) VALUE 0.
       01  OUTPUTS-STALE      PIC 9(5) VALUE 0.
       01  OUTPUTS-UNSTAMPED  PIC 9(5) VALUE 0.
       01  STAMPS-CHECKED     PIC 9(5) VALUE 0.
      *
      * TRAILER record parsing (the family's seal layout)
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(20) VALUE SPACES.
       01  SEAL-FIELD         PIC X(10) VALUE SPACES.
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
      *
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-COUNT         PIC Z(7)9.
       01  DISP-SUM           PIC Z(8)9.
       01  DISP-COUNT2        PIC Z(7)9.
       01  DISP-SUM2          PIC Z(8)9.
       01  REPORT-LINE        PIC X(132) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-SITE-CONFIG
           DISPLAY "GAMELINE: lineage of derived outputs"
           DISPLAY "===================================="
      *
      *    The directory is listed through the system's find, the
      *    way GAMESEAL takes its inventory.
           MOVE SPACES TO SHELL-COMMAND
           STRING "find . -maxdepth 1 -type f -printf "
               "'%TY-%Tm-%Td %f\n' | LC_ALL=C sort -k2"
               " > GAMELINE-WORK 2>/dev/null"
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT WORK-FILE
           IF FS-WORK NOT = "00"
               DISPLAY "GAMELINE: cannot list the working directory "
                   "(status " FS-WORK ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE 0 TO WORK-EOF
           PERFORM READ-WORK-RECORD
           PERFORM TRACE-ONE-OUTPUT UNTIL WORK-EOF = 1
           CLOSE WORK-FILE
           MOVE "rm -f GAMELINE-WORK" TO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
      *
           PERFORM REPORT-REGENERATE-LIST
           PERFORM REPORT-LINEAGE-TOTALS
      *
           IF OUTPUTS-STALE > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF OUTPUTS-UNSTAMPED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN
           .
      *
       READ-WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 1 TO WORK-EOF
           END-READ
           .
      *
      * ============================================================
      * One listed file: when it is one of the stamped outputs,
      * check every provenance stamp it carries and print its
      * lineage. Anything else in the directory is passed over.
      * ============================================================
       TRACE-ONE-OUTPUT.
           MOVE WORK-RECORD(1:10) TO OUT-DATE
           MOVE SPACES TO OUT-NAME
           MOVE WORK-RECORD(12:80) TO OUT-NAME
           IF OUT-NAME NOT = SPACES
               COMPUTE OUT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(OUT-NAME TRAILING))
               PERFORM CLASSIFY-OUTPUT-NAME
               IF OUT-KIND NOT = SPACE
                   PERFORM CHECK-OUTPUT-FILE
                       THRU CHECK-OUTPUT-FILE-EXIT
               END-IF
           END-IF
           PERFORM READ-WORK-RECORD
           .
      *
      * Sets OUT-KIND (E export, M master pedigree, R report print
      * file, S cycle spool, B baseline manifest; SPACE for a file
      * that is not an output), OUT-OWNER and OUT-REGEN.
       CLASSIFY-OUTPUT-NAME.
           MOVE SPACE TO OUT-KIND
           MOVE SPACES TO OUT-OWNER OUT-REGEN
           EVALUATE TRUE
               WHEN OUT-NAME = EXHIB-NAME
                   MOVE "E" TO OUT-KIND
                   MOVE "GAMEEXH" TO OUT-OWNER
                   MOVE "./gameexh with the set's --count and --seed"
                       TO OUT-REGEN
               WHEN OUT-NAME = "GAME015-MASTER-PROV"
                   MOVE "M" TO OUT-KIND
                   MOVE "GAMEIDX" TO OUT-OWNER
                   MOVE "./gameidx --load (reloads GAME015-MASTER)"
                       TO OUT-REGEN
               WHEN OUT-NAME = "GAME015-POSITIONS-PROV"
                   MOVE "M" TO OUT-KIND
                   MOVE "GAMEPOS" TO OUT-OWNER
                   MOVE "./gamepos --load (reloads GAME015-POSITIONS)"
                       TO OUT-REGEN
               WHEN OUT-LEN > 12 AND OUT-NAME(1:12) = "GAMES-PRINT-"
                   MOVE "R" TO OUT-KIND
                   MOVE "(report)" TO OUT-OWNER
               WHEN OUT-LEN > 12 AND OUT-NAME(1:12) = "GAMES-SPOOL-"
                   MOVE "S" TO OUT-KIND
                   MOVE "GAMEDRV" TO OUT-OWNER
                   MOVE "rerun the cycle's report steps (GAMEDRV)"
                       TO OUT-REGEN
               WHEN OUT-LEN > 18 AND OUT-NAME(1:9) = "BASELINE-"
                   AND OUT-NAME(OUT-LEN - 8:9) = "-MANIFEST"
                   MOVE "B" TO OUT-KIND
                   MOVE "GAMEBASE" TO OUT-OWNER
                   STRING "./gamebase --promote "
                       OUT-NAME(10:OUT-LEN - 18)
                       " and --approve (a new promotion)"
                       DELIMITED BY SIZE
                       INTO OUT-REGEN
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
      * ============================================================
      * Read one output through, checking each PROVENANCE stamp as
      * it passes. A print file's first page heading names the
      * program that printed it.
      * ============================================================
       CHECK-OUTPUT-FILE.
           ADD 1 TO OUTPUTS-LISTED
           MOVE 0 TO OUT-STAMPS OUT-STALE OUT-RECS
           MOVE OUT-NAME TO REPORT-LINE
           OPEN INPUT OUT-FILE
           IF FS-OUT NOT = "00"
               ADD 1 TO OUTPUTS-UNSTAMPED
               DISPLAY " "
               DISPLAY "  " FUNCTION TRIM(OUT-NAME) "  " OUT-DATE
                   "  " FUNCTION TRIM(OUT-OWNER)
               DISPLAY "      cannot be read (status " FS-OUT
                   ") - lineage unknown  ***"
               GO TO CHECK-OUTPUT-FILE-EXIT
           END-IF
           MOVE 0 TO OUT-EOF
           PERFORM READ-OUT-RECORD
           IF OUT-KIND = "R" AND OUT-EOF = 0
               AND OUT-RECORD(1:1) = "1"
               AND OUT-RECORD(26:9) NOT = SPACES
               MOVE OUT-RECORD(26:9) TO OUT-OWNER
           END-IF
           IF OUT-KIND = "R"
               IF OUT-OWNER = "(report)"
                   MOVE "rerun the report that printed it, with --print"
                       TO OUT-REGEN
               ELSE
                   STRING "rerun " FUNCTION TRIM(OUT-OWNER)
                       " with the same arguments and --print"
                       DELIMITED BY SIZE
                       INTO OUT-REGEN
                   END-STRING
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "  " FUNCTION TRIM(OUT-NAME) "  " OUT-DATE
               "  " FUNCTION TRIM(OUT-OWNER)
           PERFORM SCAN-OUT-RECORD UNTIL OUT-EOF = 1
           CLOSE OUT-FILE
      *
           EVALUATE TRUE
               WHEN OUT-STALE > 0
                   ADD 1 TO OUTPUTS-STALE
                   IF STALE-USED < 200
                       ADD 1 TO STALE-USED
                       MOVE OUT-NAME TO SL-NAME(STALE-USED)
                       MOVE OUT-REGEN TO SL-REGEN(STALE-USED)
                   END-IF
               WHEN OUT-STAMPS > 0
                   ADD 1 TO OUTPUTS-CURRENT
               WHEN OUT-KIND = "R" OR OUT-KIND = "S"
                   DISPLAY "      no provenance stamp (its reports "
                       "read no sealed input)"
               WHEN OTHER
                   ADD 1 TO OUTPUTS-UNSTAMPED
                   DISPLAY "      no provenance stamp - made before "
                       "stamping began; lineage unknown  ***"
           END-EVALUATE
           .
      *
       CHECK-OUTPUT-FILE-EXIT.
           EXIT
           .
      *
       READ-OUT-RECORD.
           READ OUT-FILE
               AT END
                   MOVE 1 TO OUT-EOF
               NOT AT END
                   ADD 1 TO OUT-RECS
           END-READ
           .
      *
      * A stamp may sit anywhere on the line: print files carry
      * the carriage-control byte ahead of it.
       SCAN-OUT-RECORD.
           MOVE SPACES TO STAMP-SKIP STAMP-REST
           UNSTRING OUT-RECORD DELIMITED BY "PROVENANCE INPUT="
               INTO STAMP-SKIP STAMP-REST
           END-UNSTRING
           IF STAMP-REST NOT = SPACES
               PERFORM CHECK-ONE-STAMP
           END-IF
           PERFORM READ-OUT-RECORD
           .
      *
      * ============================================================
      * Compare one stamp with its input's TRAILER as it is now.
      * ============================================================
       CHECK-ONE-STAMP.
           ADD 1 TO OUT-STAMPS
           ADD 1 TO STAMPS-CHECKED
           MOVE SPACES TO STAMP-INPUT STAMP-TOK-2 STAMP-TOK-3
           UNSTRING STAMP-REST DELIMITED BY ALL SPACES
               INTO STAMP-INPUT STAMP-TOK-2 STAMP-TOK-3
           END-UNSTRING
           MOVE 0 TO STAMP-COUNT STAMP-CHECKSUM
           MOVE SPACES TO SEAL-FIELD SEAL-VALUE
           UNSTRING STAMP-TOK-2 DELIMITED BY "="
               INTO SEAL-FIELD SEAL-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(SEAL-FIELD) = "COUNT"
               AND SEAL-VALUE NOT = SPACES
               COMPUTE STAMP-COUNT = FUNCTION NUMVAL(SEAL-VALUE)
           END-IF
           MOVE SPACES TO SEAL-FIELD SEAL-VALUE
           UNSTRING STAMP-TOK-3 DELIMITED BY "="
               INTO SEAL-FIELD SEAL-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(SEAL-FIELD) = "CHECKSUM"
               AND SEAL-VALUE NOT = SPACES
               COMPUTE STAMP-CHECKSUM = FUNCTION NUMVAL(SEAL-VALUE)
           END-IF
      *
           PERFORM FIND-INPUT-SEAL
           EVALUATE TRUE
               WHEN IE-STATE(IE-FOUND) = "M"
                   MOVE "INPUT MISSING" TO STAMP-STATUS
                   ADD 1 TO OUT-STALE
               WHEN IE-STATE(IE-FOUND) = "U"
                   MOVE "INPUT UNSEALED" TO STAMP-STATUS
                   ADD 1 TO OUT-STALE
               WHEN IE-COUNT(IE-FOUND) NOT = STAMP-COUNT
                   OR IE-CHECKSUM(IE-FOUND) NOT = STAMP-CHECKSUM
                   MOVE "STALE" TO STAMP-STATUS
                   ADD 1 TO OUT-STALE
               WHEN OTHER
                   MOVE "current" TO STAMP-STATUS
           END-EVALUATE
      *
           MOVE STAMP-COUNT TO DISP-COUNT
           MOVE STAMP-CHECKSUM TO DISP-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "      " STAMP-INPUT(1:24) " COUNT="
               DISP-COUNT " CHECKSUM=" DISP-SUM "  "
               FUNCTION TRIM(STAMP-STATUS)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF STAMP-INPUT(25:16) NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(STAMP-INPUT)
               MOVE SPACES TO REPORT-LINE(7:24)
           END-IF
           IF STAMP-STATUS = "current"
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING) "  ***"
           END-IF
           IF STAMP-STATUS = "STALE"
               MOVE IE-COUNT(IE-FOUND) TO DISP-COUNT2
               MOVE IE-CHECKSUM(IE-FOUND) TO DISP-SUM2
               DISPLAY "        (now COUNT="
                   FUNCTION TRIM(DISP-COUNT2) " CHECKSUM="
                   FUNCTION TRIM(DISP-SUM2) ")"
           END-IF
           .
      *
      * Sets IE-FOUND to the input's entry, reading the input's
      * TRAILER the first time it is named. Once the table is full
      * its last entry is reused.
       FIND-INPUT-SEAL.
           MOVE 0 TO IE-FOUND
           PERFORM VARYING IE-IDX FROM 1 BY 1
               UNTIL IE-IDX > INPUT-USED OR IE-FOUND > 0
               IF IE-NAME(IE-IDX) = STAMP-INPUT
                   MOVE IE-IDX TO IE-FOUND
               END-IF
           END-PERFORM
           IF IE-FOUND = 0
               IF INPUT-USED < 50
                   ADD 1 TO INPUT-USED
               END-IF
               MOVE INPUT-USED TO IE-FOUND
               MOVE STAMP-INPUT TO IE-NAME(IE-FOUND)
               PERFORM READ-INPUT-TRAILER
           END-IF
           .
      *
      * The input's closing TRAILER record; a data record after it
      * means the file no longer ends with its seal.
       READ-INPUT-TRAILER.
           MOVE 0 TO IE-COUNT(IE-FOUND) IE-CHECKSUM(IE-FOUND)
           MOVE STAMP-INPUT TO IN-NAME
           OPEN INPUT IN-FILE
           IF FS-IN NOT = "00"
               MOVE "M" TO IE-STATE(IE-FOUND)
           ELSE
               MOVE 0 TO TRAILER-SEEN
               MOVE 0 TO IN-EOF
               PERFORM READ-INPUT-RECORD UNTIL IN-EOF = 1
               CLOSE IN-FILE
               IF TRAILER-SEEN = 1
                   MOVE "S" TO IE-STATE(IE-FOUND)
               ELSE
                   MOVE "U" TO IE-STATE(IE-FOUND)
               END-IF
           END-IF
           .
      *
       READ-INPUT-RECORD.
           READ IN-FILE
               AT END
                   MOVE 1 TO IN-EOF
               NOT AT END
                   IF IN-RECORD(1:8) = "TRAILER "
                       MOVE IN-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE SEAL-EXP-COUNT TO IE-COUNT(IE-FOUND)
                       MOVE SEAL-EXP-CHECKSUM
                           TO IE-CHECKSUM(IE-FOUND)
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       MOVE 0 TO TRAILER-SEEN
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * What to regenerate: every stale output once, with the run
      * that rebuilds it from the inputs as they are now.
      * ============================================================
       REPORT-REGENERATE-LIST.
           DISPLAY " "
           DISPLAY "Outputs to regenerate:"
           IF STALE-USED = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > STALE-USED
               DISPLAY "  " FUNCTION TRIM(SL-NAME(SL-IDX))
               DISPLAY "      " FUNCTION TRIM(SL-REGEN(SL-IDX))
           END-PERFORM
           .
      *
       REPORT-LINEAGE-TOTALS.
           DISPLAY " "
           MOVE OUTPUTS-LISTED TO DISPLAY-NUM
           DISPLAY "GAMELINE: " FUNCTION TRIM(DISPLAY-NUM)
               " output(s) traced."
           MOVE STAMPS-CHECKED TO DISPLAY-NUM
           DISPLAY "  provenance stamps checked  " DISPLAY-NUM
           MOVE OUTPUTS-CURRENT TO DISPLAY-NUM
           DISPLAY "  outputs current            " DISPLAY-NUM
           MOVE OUTPUTS-STALE TO DISPLAY-NUM
           DISPLAY "  outputs STALE              " DISPLAY-NUM
           MOVE OUTPUTS-UNSTAMPED TO DISPLAY-NUM
           DISPLAY "  lineage unknown            " DISPLAY-NUM
           IF OUTPUTS-STALE > 0
               DISPLAY "GAMELINE: *** stale output(s) - regenerate "
                   "them from the current inputs. ***"
           ELSE
               DISPLAY "GAMELINE: every stamped output is current."
           END-IF
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
                   WHEN "EXHIB-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO EXHIB-NAME
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
