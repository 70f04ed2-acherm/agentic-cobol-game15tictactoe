       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMESEAL.
      *
      * Nightly seal sweep and inventory of every persisted file in
      * the Game of 15 family. Each program checks the TRAILER
      * integrity seal only on the files it happens to read, and
      * GAMEAUDIT only covers UNIQUE, MASTER, HIST, LINE and the
      * memo; this sweep walks all of the suite's known data files
      * so a damaged file is caught the night it is damaged, not
      * the day somebody needs it.
      *
      * The files swept are the ones named through GAMES-SITE-CONFIG
      * (or their built-in defaults), together with whatever is
      * present of
      *
      *   - their rotated generations   <file>.G1 .. <file>.Gn
      *   - promoted baseline copies    BASELINE-<set>-<file>
      *     and the baseline manifests  BASELINE-<set>-MANIFEST
      *   - the prefix families         <solve-cache>-T..M..S..
      *                                 <ckpt-file>-<runid>
      *                                 GAMES-PRINT-<program>
      *                                 GAMES-PRINT-<cycle>-S<step>
      *                                 GAMES-SPOOL-<cycle>
      *
      * Every file found is listed with its data record count (the
      * TRAILER record is bookkeeping, not data), its last-modified
      * date, the program that owns it, and its seal status:
      *
      *   good             the TRAILER record matches the data
      *   BAD              the TRAILER count or checksum disagrees,
      *                    or data follows the TRAILER record
      *   MISSING TRAILER  a sealed file with no TRAILER record
      *   UNREADABLE       a sealed file that cannot be opened
      *   not sealed       a file the suite does not seal by
      *                    design (logs, CSV and JSON extracts,
      *                    checkpoints, manifests, indexed masters)
      *
      * Known files that are not present at all are listed after
      * the inventory; a file a site never produces is not an error.
      *
      * Every sealed file that fails raises a SEAL-FAIL alert
      * (SEVERE) on the operations monitor's feed (GAMES-ALERTS,
      * see GAMEALRT) naming the file and its seal status.
      *
      * Usage: ./gameseal
      *
      * GAMES-SITE-CONFIG keys (the file names, as elsewhere):
      *   HISTORY-FILE UNIQUE-FILE EXTRACT-FILE RESULT-JSON-FILE
      *   RESULT-CSV-FILE MEMO-FILE MEMO15-FILE SESSIONS-FILE
      *   LINE-FILE TRIPLES-FILE CKPT-FILE CATALOG-FILE
      *   SOLVE-CACHE-FILE EXHIB-FILE ROSTER-FILE POSITION-FILE
      *   QUIZ-RESULTS-FILE
      *   LEAGUE-SHEETS-FILE LEAGUE-GAMES-FILE VAR-HISTORY-FILE
      *   RUN-LOG-FILE APPROVAL-FILE CALENDAR-FILE ALERT-FILE
      *
      * Return codes:
      *   0  every sealed file present passed its seal
      *  16  the working directory could not be listed
      *  20  at least one sealed file is BAD, has lost its TRAILER
      *      record, or cannot be read
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-FILE ASSIGN TO "GAMESEAL-WORK"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-WORK.
           SELECT SCAN-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SCAN.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS FS-INDEXED.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAINEE-ID
               FILE STATUS IS FS-INDEXED.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-KEY
               FILE STATUS IS FS-INDEXED.
           SELECT POSITION-FILE ASSIGN TO DYNAMIC SCAN-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-KEY
               FILE STATUS IS FS-INDEXED.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT ALERT-FILE ASSIGN TO DYNAMIC ALERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-ALERT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD        PIC X(200).
      *
      * Any sequential member of the family; the memo caches and
      * the solve caches carry the longest records.
       FD  SCAN-FILE
           RECORDING MODE IS F.
       01  SCAN-RECORD        PIC X(19683).
      *
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-KEY.
               10  CAT-TARGET   PIC 99.
               10  CAT-MAXNUM   PIC 99.
               10  CAT-SETSIZE  PIC 9.
               10  CAT-VARIANT  PIC X.
               10  CAT-POOL     PIC X(8).
               10  CAT-PLAYERS  PIC 9.
           05  CAT-SOLVE        PIC X(8).
           05  CAT-METHOD       PIC X(8).
           05  CAT-P1           PIC 9(14).
           05  CAT-P2           PIC 9(14).
           05  CAT-DR           PIC 9(14).
           05  CAT-DATE         PIC X(10).
           05  CAT-ELAPSED      PIC 9(7).
           05  CAT-P3           PIC 9(14).
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
       FD  MASTER-FILE.
       01  MASTER-RECORD.
           05  MASTER-KEY     PIC X(9).
           05  MASTER-LEN     PIC 99.
           05  MASTER-OUTCOME PIC X(4).
      *
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05  PM-KEY         PIC 9(5).
           05  PM-BOARD       PIC X(9).
           05  PM-PLY         PIC 9.
           05  PM-MOVER       PIC 9.
           05  PM-STATUS      PIC X.
           05  PM-VALUE       PIC 9.
           05  PM-DIST        PIC 9.
           05  PM-BEST        PIC 9.
           05  PM-KEEP-COUNT  PIC 9.
           05  PM-KEEP        PIC X(9).
           05  PM-AVOID-COUNT PIC 9.
           05  PM-AVOID       PIC X(9).
      *
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
       01  FS-WORK            PIC XX VALUE SPACES.
       01  FS-SCAN            PIC XX VALUE SPACES.
       01  FS-INDEXED         PIC XX VALUE SPACES.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  WORK-EOF           PIC 9 VALUE 0.
       01  SCAN-EOF           PIC 9 VALUE 0.
       01  SHELL-COMMAND      PIC X(200) VALUE SPACES.
      *
      * The suite's known files: the GAMES-SITE-CONFIG key that
      * renames each (spaces for a fixed name), its default name,
      * how names match it (E exact, P exact or "<name>-..."), its
      * class (S sealed, N not sealed by design, C/R/M/P the indexed
      * catalog, roster, master and position master), and the
      * owning program.
       01  KNOWN-FILE-VALUES.
           05  FILLER PIC X(20) VALUE "HISTORY-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-HIST".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME015".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAME015-HIST-ARCHIVE".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEKEEP".
           05  FILLER PIC X(20) VALUE "UNIQUE-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-UNIQUE".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME015".
           05  FILLER PIC X(20) VALUE "EXTRACT-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-EXTRACT".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME015".
           05  FILLER PIC X(20) VALUE "RESULT-JSON-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-RESULT.JSON".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAME015".
           05  FILLER PIC X(20) VALUE "RESULT-CSV-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-RESULT.CSV".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAME015".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAME015-MASTER".
           05  FILLER PIC X(2)  VALUE "EM".
           05  FILLER PIC X(12) VALUE "GAMEIDX".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAME015-MASTER-PROV".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMEIDX".
           05  FILLER PIC X(20) VALUE "MEMO-FILE".
           05  FILLER PIC X(40) VALUE "GAME015TREE-MEMO".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME015TREE".
           05  FILLER PIC X(20) VALUE "SESSIONS-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-SESSIONS".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME015TREE".
           05  FILLER PIC X(20) VALUE "MEMO15-FILE".
           05  FILLER PIC X(40) VALUE "GAME15TREE-MEMO".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME15TREE".
           05  FILLER PIC X(20) VALUE "LINE-FILE".
           05  FILLER PIC X(40) VALUE "GAME15TREE-LINE".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAME15TREE".
           05  FILLER PIC X(20) VALUE "TRIPLES-FILE".
           05  FILLER PIC X(40) VALUE "GAMEN-TRIPLES.CSV".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEN".
           05  FILLER PIC X(20) VALUE "CKPT-FILE".
           05  FILLER PIC X(40) VALUE "GAMEN-CKPT".
           05  FILLER PIC X(2)  VALUE "PN".
           05  FILLER PIC X(12) VALUE "GAMEN".
           05  FILLER PIC X(20) VALUE "CATALOG-FILE".
           05  FILLER PIC X(40) VALUE "GAMEN-CATALOG".
           05  FILLER PIC X(2)  VALUE "EC".
           05  FILLER PIC X(12) VALUE "GAMEN".
           05  FILLER PIC X(20) VALUE "POOL-FILE".
           05  FILLER PIC X(40) VALUE "GAMEN-POOLS".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEN".
           05  FILLER PIC X(20) VALUE "SOLVE-CACHE-FILE".
           05  FILLER PIC X(40) VALUE "GAMEN-SOLVE".
           05  FILLER PIC X(2)  VALUE "PS".
           05  FILLER PIC X(12) VALUE "GAMEN".
           05  FILLER PIC X(20) VALUE "EXHIB-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-EXHIB".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMEEXH".
           05  FILLER PIC X(20) VALUE "ROSTER-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-ROSTER".
           05  FILLER PIC X(2)  VALUE "ER".
           05  FILLER PIC X(12) VALUE "GAMEROST".
           05  FILLER PIC X(20) VALUE "POSITION-FILE".
           05  FILLER PIC X(40) VALUE "GAME015-POSITIONS".
           05  FILLER PIC X(2)  VALUE "EP".
           05  FILLER PIC X(12) VALUE "GAMEPOS".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAME015-POSITIONS-PROV".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMEPOS".
           05  FILLER PIC X(20) VALUE "QUIZ-RESULTS-FILE".
           05  FILLER PIC X(40) VALUE "GAMEQUIZ-RESULTS".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMEQUIZ".
           05  FILLER PIC X(20) VALUE "LEAGUE-SHEETS-FILE".
           05  FILLER PIC X(40) VALUE "GAMELEAG-SHEETS".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMELEAG".
           05  FILLER PIC X(20) VALUE "LEAGUE-GAMES-FILE".
           05  FILLER PIC X(40) VALUE "GAMELEAG-GAMES".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMELEAG".
           05  FILLER PIC X(20) VALUE "VAR-HISTORY-FILE".
           05  FILLER PIC X(40) VALUE "GAMEVAR-HISTORY".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEVAR".
           05  FILLER PIC X(20) VALUE "RUN-LOG-FILE".
           05  FILLER PIC X(40) VALUE "GAMES-RUN-LOG".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "(shared)".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMES-RUN-LOG-ARCHIVE".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMELOG".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMEDRV-LOG".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEDRV".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMEDRV-LOG-ARCHIVE".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEKEEP".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMEDRV-CKPT".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEDRV".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMEDRV-CARDS".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEDRV".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMES-PRINT".
           05  FILLER PIC X(2)  VALUE "PN".
           05  FILLER PIC X(12) VALUE "(reports)".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMES-SPOOL".
           05  FILLER PIC X(2)  VALUE "PN".
           05  FILLER PIC X(12) VALUE "GAMEDRV".
           05  FILLER PIC X(20) VALUE "APPROVAL-FILE".
           05  FILLER PIC X(40) VALUE "GAMEBASE-APPROVALS".
           05  FILLER PIC X(2)  VALUE "ES".
           05  FILLER PIC X(12) VALUE "GAMEBASE".
           05  FILLER PIC X(20) VALUE "CALENDAR-FILE".
           05  FILLER PIC X(40) VALUE "GAMES-CALENDAR".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEDRV".
           05  FILLER PIC X(20) VALUE "ALERT-FILE".
           05  FILLER PIC X(40) VALUE "GAMES-ALERTS".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMEALRT".
           05  FILLER PIC X(20) VALUE SPACES.
           05  FILLER PIC X(40) VALUE "GAMES-SITE-CONFIG".
           05  FILLER PIC X(2)  VALUE "EN".
           05  FILLER PIC X(12) VALUE "GAMECFG".
       01  KNOWN-FILE-TABLE REDEFINES KNOWN-FILE-VALUES.
           05  KNOWN-FILE     OCCURS 37 TIMES.
               10  KF-KEY     PIC X(20).
               10  KF-NAME    PIC X(40).
               10  KF-MATCH   PIC X.
               10  KF-CLASS   PIC X.
               10  KF-OWNER   PIC X(12).
       01  KNOWN-FILE-COUNT   PIC 99 VALUE 37.
       01  KF-FOUND-TABLE.
           05  KF-FOUND       PIC 9 OCCURS 37 TIMES.
       01  KF-IDX             PIC 99.
       01  KF-LEN             PIC 99.
       01  KF-BEST-LEN        PIC 99.
      *
      * One listed file: "YYYY-MM-DD <name>" from the directory
      * listing, and what it turned out to be.
       01  INV-DATE           PIC X(10) VALUE SPACES.
       01  INV-NAME           PIC X(80) VALUE SPACES.
       01  INV-LEN            PIC 99 VALUE 0.
       01  INV-BASE-LEN       PIC 99 VALUE 0.
       01  INV-KF             PIC 99 VALUE 0.
       01  INV-CLASS          PIC X VALUE SPACE.
       01  INV-OWNER          PIC X(12) VALUE SPACES.
       01  INV-NOTE           PIC X(80) VALUE SPACES.
       01  INV-RECORDS        PIC 9(8) VALUE 0.
       01  INV-STATUS         PIC X(24) VALUE SPACES.
       01  LOOKUP-NAME        PIC X(40) VALUE SPACES.
       01  GEN-POS            PIC 99 VALUE 0.
       01  GEN-SCAN           PIC 99 VALUE 0.
       01  SCAN-NAME          PIC X(80) VALUE SPACES.
      *
      * Sweep totals
       01  FILES-LISTED       PIC 9(5) VALUE 0.
       01  FILES-SEALED       PIC 9(5) VALUE 0.
       01  FILES-GOOD         PIC 9(5) VALUE 0.
       01  FILES-FAILED       PIC 9(5) VALUE 0.
       01  FILES-UNSEALED     PIC 9(5) VALUE 0.
       01  FILES-ABSENT       PIC 9(5) VALUE 0.
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
       01  DISPLAY-NUM        PIC Z(7)9.
       01  REPORT-LINE        PIC X(132) VALUE SPACES.
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
           DISPLAY "GAMESEAL: seal sweep and inventory"
           DISPLAY "=================================="
      *
      *    The file dates live in the filesystem, not the records;
      *    the directory is listed through the system's find, as
      *    GAMEKEEP lists its checkpoints.
           MOVE SPACES TO SHELL-COMMAND
           STRING "find . -maxdepth 1 -type f -printf "
               "'%TY-%Tm-%Td %f\n' | LC_ALL=C sort -k2"
               " > GAMESEAL-WORK 2>/dev/null"
               DELIMITED BY SIZE
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
           OPEN INPUT WORK-FILE
           IF FS-WORK NOT = "00"
               DISPLAY "GAMESEAL: cannot list the working directory "
                   "(status " FS-WORK ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           DISPLAY " "
           DISPLAY "  File                                        "
               "  Records  Modified    Owner        Seal"
           DISPLAY "  --------------------------------------------"
               " --------  ----------  ------------ ---------------"
           MOVE 0 TO WORK-EOF
           PERFORM READ-WORK-RECORD
           PERFORM SWEEP-ONE-FILE UNTIL WORK-EOF = 1
           CLOSE WORK-FILE
           MOVE "rm -f GAMESEAL-WORK" TO SHELL-COMMAND
           CALL "SYSTEM" USING SHELL-COMMAND
           MOVE 0 TO RETURN-CODE
      *
           PERFORM REPORT-ABSENT-FILES
           PERFORM REPORT-SWEEP-TOTALS
      *
           IF FILES-FAILED > 0
               MOVE 20 TO RETURN-CODE
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
      * One listed file: work out which of the suite's files it is
      * (or is a generation, baseline copy or family member of),
      * check it by its class and print its inventory line. Files
      * that are not the suite's are passed over.
      * ============================================================
       SWEEP-ONE-FILE.
           MOVE WORK-RECORD(1:10) TO INV-DATE
           MOVE SPACES TO INV-NAME
           MOVE WORK-RECORD(12:80) TO INV-NAME
           IF INV-NAME NOT = SPACES
               COMPUTE INV-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(INV-NAME TRAILING))
               PERFORM CLASSIFY-FILE-NAME
               IF INV-CLASS NOT = SPACE
                   PERFORM CHECK-INVENTORY-FILE
                   PERFORM PRINT-INVENTORY-LINE
               END-IF
           END-IF
           PERFORM READ-WORK-RECORD
           .
      *
      * Sets INV-KF / INV-CLASS / INV-OWNER / INV-NOTE for
      * INV-NAME; INV-CLASS stays SPACE for a stranger.
       CLASSIFY-FILE-NAME.
           MOVE 0 TO INV-KF
           MOVE SPACE TO INV-CLASS
           MOVE SPACES TO INV-OWNER INV-NOTE
           IF INV-NAME(1:9) = "BASELINE-"
               PERFORM CLASSIFY-BASELINE-NAME
           ELSE
      *        A trailing .G<digits> marks a rotated generation.
               MOVE INV-LEN TO INV-BASE-LEN
               MOVE 0 TO GEN-POS
               PERFORM VARYING GEN-SCAN FROM INV-LEN BY -1
                   UNTIL GEN-SCAN < 3
                   OR INV-NAME(GEN-SCAN:1) IS NOT NUMERIC
                   CONTINUE
               END-PERFORM
               IF GEN-SCAN >= 3 AND GEN-SCAN < INV-LEN
                   AND INV-NAME(GEN-SCAN - 1:2) = ".G"
                   COMPUTE INV-BASE-LEN = GEN-SCAN - 2
                   MOVE GEN-SCAN TO GEN-POS
               END-IF
               MOVE SPACES TO LOOKUP-NAME
               MOVE INV-NAME(1:INV-BASE-LEN) TO LOOKUP-NAME
               PERFORM VARYING KF-IDX FROM 1 BY 1
                   UNTIL KF-IDX > KNOWN-FILE-COUNT OR INV-KF > 0
                   IF KF-NAME(KF-IDX) = LOOKUP-NAME
                       MOVE KF-IDX TO INV-KF
                   END-IF
               END-PERFORM
               IF INV-KF = 0 AND GEN-POS = 0
                   PERFORM VARYING KF-IDX FROM 1 BY 1
                       UNTIL KF-IDX > KNOWN-FILE-COUNT OR INV-KF > 0
                       IF KF-MATCH(KF-IDX) = "P"
                           COMPUTE KF-LEN = FUNCTION LENGTH(
                               FUNCTION TRIM(KF-NAME(KF-IDX)))
                           IF INV-LEN > KF-LEN + 1
                               AND INV-NAME(1:KF-LEN)
                                   = KF-NAME(KF-IDX)(1:KF-LEN)
                               AND INV-NAME(KF-LEN + 1:1) = "-"
                               MOVE KF-IDX TO INV-KF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               IF INV-KF > 0
                   MOVE KF-CLASS(INV-KF) TO INV-CLASS
                   MOVE KF-OWNER(INV-KF) TO INV-OWNER
                   IF GEN-POS > 0
                       STRING "generation "
                           INV-NAME(GEN-POS - 1:INV-LEN - GEN-POS + 2)
                           " of " FUNCTION TRIM(KF-NAME(INV-KF))
                           DELIMITED BY SIZE
                           INTO INV-NOTE
                       END-STRING
                   ELSE
                       MOVE 1 TO KF-FOUND(INV-KF)
                   END-IF
               END-IF
           END-IF
           .
      *
      * BASELINE-<set>-MANIFEST, or BASELINE-<set>-<file> for the
      * longest known <file> the name ends with (set names may
      * themselves contain hyphens).
       CLASSIFY-BASELINE-NAME.
           IF INV-LEN > 18
               AND INV-NAME(INV-LEN - 8:9) = "-MANIFEST"
               MOVE "N" TO INV-CLASS
               MOVE "GAMEBASE" TO INV-OWNER
               STRING "manifest of baseline set "
                   INV-NAME(10:INV-LEN - 18)
                   DELIMITED BY SIZE
                   INTO INV-NOTE
               END-STRING
           ELSE
               MOVE 0 TO KF-BEST-LEN
               PERFORM VARYING KF-IDX FROM 1 BY 1
                   UNTIL KF-IDX > KNOWN-FILE-COUNT
                   COMPUTE KF-LEN = FUNCTION LENGTH(
                       FUNCTION TRIM(KF-NAME(KF-IDX)))
                   IF INV-LEN > KF-LEN + 10
                       AND KF-LEN > KF-BEST-LEN
                       AND INV-NAME(INV-LEN - KF-LEN:1) = "-"
                       AND INV-NAME(INV-LEN - KF-LEN + 1:KF-LEN)
                           = KF-NAME(KF-IDX)(1:KF-LEN)
                       MOVE KF-IDX TO INV-KF
                       MOVE KF-LEN TO KF-BEST-LEN
                   END-IF
               END-PERFORM
               IF INV-KF > 0
                   MOVE KF-CLASS(INV-KF) TO INV-CLASS
                   MOVE KF-OWNER(INV-KF) TO INV-OWNER
                   STRING "baseline set "
                       INV-NAME(10:INV-LEN - KF-BEST-LEN - 10)
                       " copy of " FUNCTION TRIM(KF-NAME(INV-KF))
                       DELIMITED BY SIZE
                       INTO INV-NOTE
                   END-STRING
               END-IF
           END-IF
           .
      *
      * ============================================================
      * Count the file's records and, for a sealed file, check its
      * TRAILER seal the way every reader in the family does.
      * ============================================================
       CHECK-INVENTORY-FILE.
           MOVE 0 TO INV-RECORDS
           MOVE SPACES TO SCAN-NAME
           MOVE INV-NAME TO SCAN-NAME
           EVALUATE INV-CLASS
               WHEN "S"
                   PERFORM CHECK-SEALED-FILE
               WHEN "N"
                   PERFORM COUNT-PLAIN-FILE
               WHEN OTHER
                   PERFORM COUNT-INDEXED-FILE
           END-EVALUATE
           .
      *
       CHECK-SEALED-FILE.
           ADD 1 TO FILES-SEALED
           OPEN INPUT SCAN-FILE
           IF FS-SCAN NOT = "00"
               MOVE "UNREADABLE" TO INV-STATUS
               ADD 1 TO FILES-FAILED
           ELSE
               MOVE 0 TO SEAL-COUNT SEAL-CHECKSUM
               MOVE 0 TO SEAL-EXP-COUNT SEAL-EXP-CHECKSUM
               MOVE 0 TO TRAILER-SEEN AFTER-TRAILER
               MOVE 0 TO SCAN-EOF
               PERFORM SUM-SCAN-SEAL-RECORD UNTIL SCAN-EOF = 1
               CLOSE SCAN-FILE
               MOVE SEAL-COUNT TO INV-RECORDS
               EVALUATE TRUE
                   WHEN TRAILER-SEEN = 0
                       MOVE "MISSING TRAILER" TO INV-STATUS
                       ADD 1 TO FILES-FAILED
                   WHEN AFTER-TRAILER = 1
                       MOVE "BAD (data after TRAILER)"
                           TO INV-STATUS
                       ADD 1 TO FILES-FAILED
                   WHEN SEAL-EXP-COUNT NOT = SEAL-COUNT
                       MOVE "BAD (count)" TO INV-STATUS
                       ADD 1 TO FILES-FAILED
                   WHEN SEAL-EXP-CHECKSUM NOT = SEAL-CHECKSUM
                       MOVE "BAD (checksum)" TO INV-STATUS
                       ADD 1 TO FILES-FAILED
                   WHEN OTHER
                       MOVE "good" TO INV-STATUS
                       ADD 1 TO FILES-GOOD
               END-EVALUATE
           END-IF
           IF INV-STATUS NOT = "good"
               PERFORM RAISE-SEAL-ALERT
           END-IF
           .
      *
       RAISE-SEAL-ALERT.
           MOVE "SEVERE" TO AR-SEVERITY
           MOVE "SEAL-FAIL" TO AR-CODE
           MOVE INV-NAME TO AR-FILE
           MOVE "TRAILER" TO AR-RECORD
           STRING "seal sweep: " FUNCTION TRIM(INV-STATUS)
               " - rebuild it or recover with ./gamercvr"
               DELIMITED BY SIZE
               INTO AR-TEXT
           END-STRING
           PERFORM RAISE-ALERT
           .
      *
      * Data after a TRAILER record is damage in its own right, but
      * it is still counted so the inventory shows what is there.
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
       COUNT-PLAIN-FILE.
           ADD 1 TO FILES-UNSEALED
           MOVE "not sealed" TO INV-STATUS
           OPEN INPUT SCAN-FILE
           IF FS-SCAN NOT = "00"
               MOVE "not sealed, unreadable" TO INV-STATUS
           ELSE
               MOVE 0 TO SCAN-EOF
               PERFORM COUNT-PLAIN-RECORD UNTIL SCAN-EOF = 1
               CLOSE SCAN-FILE
           END-IF
           .
      *
       COUNT-PLAIN-RECORD.
           READ SCAN-FILE
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   IF SCAN-RECORD(1:8) NOT = "TRAILER "
                       ADD 1 TO INV-RECORDS
                   END-IF
           END-READ
           .
      *
      * The indexed masters are rebuilt from their sealed sources
      * rather than sealed themselves; they are counted through
      * their own key.
       COUNT-INDEXED-FILE.
           ADD 1 TO FILES-UNSEALED
           MOVE "not sealed (indexed)" TO INV-STATUS
           MOVE 0 TO SCAN-EOF
           EVALUATE INV-CLASS
               WHEN "C"
                   OPEN INPUT CATALOG-FILE
                   IF FS-INDEXED = "00"
                       PERFORM COUNT-CATALOG-RECORD
                           UNTIL SCAN-EOF = 1
                       CLOSE CATALOG-FILE
                   END-IF
               WHEN "R"
                   OPEN INPUT ROSTER-FILE
                   IF FS-INDEXED = "00"
                       PERFORM COUNT-ROSTER-RECORD
                           UNTIL SCAN-EOF = 1
                       CLOSE ROSTER-FILE
                   END-IF
               WHEN "P"
                   OPEN INPUT POSITION-FILE
                   IF FS-INDEXED = "00"
                       PERFORM COUNT-POSITION-RECORD
                           UNTIL SCAN-EOF = 1
                       CLOSE POSITION-FILE
                   END-IF
               WHEN OTHER
                   OPEN INPUT MASTER-FILE
                   IF FS-INDEXED = "00"
                       PERFORM COUNT-MASTER-RECORD
                           UNTIL SCAN-EOF = 1
                       CLOSE MASTER-FILE
                   END-IF
           END-EVALUATE
           IF FS-INDEXED NOT = "00" AND FS-INDEXED NOT = "10"
               MOVE "not sealed, unreadable" TO INV-STATUS
           END-IF
           .
      *
       COUNT-CATALOG-RECORD.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   ADD 1 TO INV-RECORDS
           END-READ
           .
      *
       COUNT-ROSTER-RECORD.
           READ ROSTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   ADD 1 TO INV-RECORDS
           END-READ
           .
      *
       COUNT-POSITION-RECORD.
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   ADD 1 TO INV-RECORDS
           END-READ
           .
      *
       COUNT-MASTER-RECORD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO SCAN-EOF
               NOT AT END
                   ADD 1 TO INV-RECORDS
           END-READ
           .
      *
       PRINT-INVENTORY-LINE.
           ADD 1 TO FILES-LISTED
           MOVE INV-RECORDS TO DISPLAY-NUM
           MOVE SPACES TO REPORT-LINE
           STRING "  " INV-NAME(1:44) " " DISPLAY-NUM "  "
               INV-DATE "  " INV-OWNER " "
               FUNCTION TRIM(INV-STATUS)
               DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           IF INV-LEN > 44
               DISPLAY "  " FUNCTION TRIM(INV-NAME)
               MOVE SPACES TO REPORT-LINE(3:44)
           END-IF
           IF INV-STATUS(1:4) = "good" OR INV-STATUS(1:4) = "not "
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
           ELSE
               DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
                   "  ***"
           END-IF
           IF INV-NOTE NOT = SPACES
               DISPLAY "      (" FUNCTION TRIM(INV-NOTE) ")"
           END-IF
           .
      *
      * ============================================================
      * Known files not present at all: listed for the record, not
      * counted as failures (a site that never runs GAMEEXH has no
      * exhibition file).
      * ============================================================
       REPORT-ABSENT-FILES.
           DISPLAY " "
           DISPLAY "Known files not present:"
           PERFORM VARYING KF-IDX FROM 1 BY 1
               UNTIL KF-IDX > KNOWN-FILE-COUNT
               IF KF-FOUND(KF-IDX) = 0
                   ADD 1 TO FILES-ABSENT
                   MOVE SPACES TO REPORT-LINE
                   MOVE KF-NAME(KF-IDX) TO REPORT-LINE(3:40)
                   IF KF-MATCH(KF-IDX) = "P"
                       STRING FUNCTION TRIM(KF-NAME(KF-IDX)) "*"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE(3:44)
                       END-STRING
                   END-IF
                   MOVE KF-OWNER(KF-IDX) TO REPORT-LINE(48:12)
                   DISPLAY FUNCTION TRIM(REPORT-LINE TRAILING)
               END-IF
           END-PERFORM
           IF FILES-ABSENT = 0
               DISPLAY "  (none)"
           END-IF
           .
      *
       REPORT-SWEEP-TOTALS.
           DISPLAY " "
           MOVE FILES-LISTED TO DISPLAY-NUM
           DISPLAY "GAMESEAL: " FUNCTION TRIM(DISPLAY-NUM)
               " file(s) inventoried."
           MOVE FILES-SEALED TO DISPLAY-NUM
           DISPLAY "  sealed files checked   "
               DISPLAY-NUM
           MOVE FILES-GOOD TO DISPLAY-NUM
           DISPLAY "  seals good             "
               DISPLAY-NUM
           MOVE FILES-FAILED TO DISPLAY-NUM
           DISPLAY "  seals FAILED           "
               DISPLAY-NUM
           MOVE FILES-UNSEALED TO DISPLAY-NUM
           DISPLAY "  not sealed by design   "
               DISPLAY-NUM
           IF FILES-FAILED > 0
               DISPLAY "GAMESEAL: *** sealed file(s) failed - "
                   "recover each with ./gamercvr <file> before "
                   "they are read. ***"
           ELSE
               DISPLAY "GAMESEAL: every sealed file passed."
           END-IF
           .
      *
      * ============================================================
      * The position-weighted additive record sum behind every
      * TRAILER seal: SUM((ORD(char) - 1) * position) over the
      * record with trailing spaces trimmed.
      * ============================================================
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
      * Read GAMES-SITE-CONFIG (when present): every file-name key
      * renames its entry in the known-file table.
      * ============================================================
       LOAD-SITE-CONFIG.
           MOVE ZEROS TO KF-FOUND-TABLE
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
               IF CONFIG-KEY NOT = SPACES
                   AND FUNCTION TRIM(CONFIG-VALUE) NOT = SPACES
                   PERFORM VARYING KF-IDX FROM 1 BY 1
                       UNTIL KF-IDX > KNOWN-FILE-COUNT
                       IF KF-KEY(KF-IDX) = FUNCTION TRIM(CONFIG-KEY)
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO KF-NAME(KF-IDX)
                       END-IF
                   END-PERFORM
                   IF FUNCTION TRIM(CONFIG-KEY) = "ALERT-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO ALERT-NAME
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CONFIG-RECORD
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
           MOVE "GAMESEAL" TO AR-PROGRAM
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
               DISPLAY "GAMESEAL: cannot append to "
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
