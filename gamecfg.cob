       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMECFG.
      *
      * Site-configuration validator. Every program in the family
      * reads GAMES-SITE-CONFIG the same forgiving way: a key it
      * does not own is passed over, and a numeric key whose value
      * fails TEST-NUMVAL keeps its built-in default. That is right
      * for a program (the file is shared, and most keys belong to
      * someone else) but it means "RUN-LOG-FLIE=" or "GEN-KEEP=3O"
      * is never reported anywhere - the cycle just runs on the
      * defaults. This program reads the file against the master
      * list of every key the family honors and reports:
      *
      *   - unknown keys (no program owns them)
      *   - records that are not KEY=VALUE
      *   - duplicate keys (every reader keeps the LAST value)
      *   - non-numeric or fractional values for numeric keys
      *   - numeric values outside the range the owner can use
      *   - Y/N switches whose value does not start with Y or N
      *   - choice keys (ENGINE-LEVEL, MOVE-NOTATION) set to a
      *     word the owner does not know
      *   - file names that are blank, contain a blank, or are
      *     longer than the owning program's name field
      *   - two different keys resolving to the same physical
      *     file (configured or built-in default name), or a key
      *     naming one of the driver's own fixed files
      *
      * A finding on a known key also names the programs that read
      * it, so the operator knows which steps would have run on the
      * default.
      *
      * Run it as the first card of the GAMEDRV deck, with COND or
      * OPTION STOPONFAIL behind it, and a bad configuration stops
      * the cycle before any step runs on it.
      *
      * Usage: ./gamecfg [config-file]
      *   config-file  Defaults to GAMES-SITE-CONFIG; name a
      *                candidate file to check it before it is
      *                installed.
      *
      * Return codes:
      *   0  configuration is clean (or absent: every program runs
      *      on its built-in defaults)
      *   8  one or more errors were reported
      *  16  a config file named on the command line is missing
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC CONFIG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-NAME        PIC X(40) VALUE "GAMES-SITE-CONFIG".
       01  CONFIG-NAMED       PIC 9 VALUE 0.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CMD-LINE           PIC X(80) VALUE SPACES.
      *
      * The record being checked. The key is held wider than the
      * programs' own X(20) so an over-long key is reported as
      * unknown rather than silently truncated into a known one.
       01  CFG-KEY            PIC X(40) VALUE SPACES.
       01  CFG-VALUE          PIC X(80) VALUE SPACES.
       01  CFG-WORK           PIC X(80) VALUE SPACES.
       01  CFG-UPPER-KEY      PIC X(40) VALUE SPACES.
       01  CFG-VALUE-LEN      PIC 999 VALUE 0.
       01  CFG-TALLY          PIC 999 VALUE 0.
       01  CFG-NUMVAL         PIC S9(4).
       01  CFG-NUMBER         PIC S9(11)V9(4) VALUE 0.
       01  CFG-WHOLE          PIC S9(11) VALUE 0.
       01  CFG-LIST-ITEM      PIC X(80) VALUE SPACES.
       01  CFG-LIST-PTR       PIC 999 VALUE 0.
       01  CFG-LIST-COUNT     PIC 99 VALUE 0.
      *
      * ============================================================
      * Master key list: every GAMES-SITE-CONFIG key a program in
      * the family honors. Kind F is a file name, P a file-name
      * prefix (suffixes are added per variant), L a comma list of
      * file names, N a whole number within MIN..MAX, Y a Y/N
      * switch (the owners read the first character), C one of a
      * fixed set of words (CHECK-CHOICE-VALUE). MAXLEN is
      * the width of the owner's receiving field; DEFAULT is the
      * owner's built-in name, used for the collision check when
      * the key is not configured. OWNERS names the programs that
      * read the key, in up to four 36-byte parts, each reported on
      * a line of its own.
      * ============================================================
       01  KEY-TABLE-VALUES.
           05  FILLER         PIC X(20) VALUE "RUN-LOG-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMES-RUN-LOG".
           05  FILLER         PIC X(36)
               VALUE "GAME015 GAME015TREE GAME15TREE GAMEN".
           05  FILLER         PIC X(36)
               VALUE "GAMEKEEP GAMELEAG GAMEPLAN GAMEPOS".
           05  FILLER         PIC X(36)
               VALUE "GAMEQRY GAMEQUIZ GAMERCVR GAMERECON".
           05  FILLER         PIC X(36)
               VALUE "GAMEROST GAMEVAR".
      *
           05  FILLER         PIC X(20) VALUE "RUN-LOG-ENABLED".
           05  FILLER         PIC X(1)  VALUE "Y".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 1.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36)
               VALUE "GAME015 GAME015TREE GAME15TREE GAMEN".
           05  FILLER         PIC X(36)
               VALUE "GAMELEAG GAMEPOS GAMEQUIZ GAMERCVR".
           05  FILLER         PIC X(36) VALUE "GAMERECON GAMEROST".
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "HISTORY-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-HIST".
           05  FILLER         PIC X(36) VALUE "GAME015 GAMEKEEP".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "HISTORY-ENABLED".
           05  FILLER         PIC X(1)  VALUE "Y".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 1.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAME015".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "UNIQUE-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-UNIQUE".
           05  FILLER         PIC X(36) VALUE "GAME015 GAMEQUIZ".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "EXTRACT-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-EXTRACT".
           05  FILLER         PIC X(36) VALUE "GAME015".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "RESULT-JSON-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-RESULT.JSON".
           05  FILLER         PIC X(36) VALUE "GAME015".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "RESULT-CSV-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-RESULT.CSV".
           05  FILLER         PIC X(36) VALUE "GAME015 GAMERECON".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "GEN-KEEP".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 9.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAME015 GAMEN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "MEMO-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015TREE-MEMO".
           05  FILLER         PIC X(36)
               VALUE "GAME015TREE GAMEEXH GAMEQUIZ".
           05  FILLER         PIC X(36) VALUE "GAMELEAG GAMEPOS".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "SESSIONS-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-SESSIONS".
           05  FILLER         PIC X(36) VALUE "GAME015TREE GAMESESS".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "MEMO15-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME15TREE-MEMO".
           05  FILLER         PIC X(36) VALUE "GAME15TREE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "LINE-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME15TREE-LINE".
           05  FILLER         PIC X(36) VALUE "GAME15TREE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "TRIPLES-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEN-TRIPLES.CSV".
           05  FILLER         PIC X(36) VALUE "GAMEN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CKPT-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEN-CKPT".
           05  FILLER         PIC X(36) VALUE "GAMEN GAMEKEEP".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CATALOG-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEN-CATALOG".
           05  FILLER         PIC X(36) VALUE "GAMEN GAMEEQV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "SOLVE-CACHE-FILE".
           05  FILLER         PIC X(1)  VALUE "P".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 20.
           05  FILLER         PIC X(24) VALUE "GAMEN-SOLVE".
           05  FILLER         PIC X(36) VALUE "GAMEN GAMEREF".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CKPT-INTERVAL".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 9999999999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "TRACTABLE-MAX-NUM".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 3.
           05  FILLER         PIC 9(10) VALUE 15.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "HIST-KEEP-DAYS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 9999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEKEEP".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "DRVLOG-KEEP-DAYS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 9999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEKEEP".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CKPT-KEEP-DAYS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 9999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEKEEP".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "BASELINE-FILES".
           05  FILLER         PIC X(1)  VALUE "L".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 80.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEBASE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "PLAN-WINDOW-RUNS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 99.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEPLAN GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "PLAN-GROWTH-PCT".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEPLAN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "PLAN-WINDOW-SECS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 9999999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEPLAN GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "EXHIB-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-EXHIB".
           05  FILLER         PIC X(36) VALUE "GAMEEXH GAMELINE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "MAXTIME-SECS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 999999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEDRV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "ROSTER-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-ROSTER".
           05  FILLER         PIC X(36)
               VALUE "GAME015TREE GAMESESS GAMEROST".
           05  FILLER         PIC X(36) VALUE "GAMEQUIZ".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "QUIZ-RESULTS-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEQUIZ-RESULTS".
           05  FILLER         PIC X(36) VALUE "GAMEQUIZ".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "ENGINE-LEVEL".
           05  FILLER         PIC X(1)  VALUE "C".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 7.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAME015TREE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CLUB-ERROR-PCT".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 100.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAME015TREE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "MAX-PARALLEL-STEPS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 16.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEDRV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "VAR-HISTORY-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEVAR-HISTORY".
           05  FILLER         PIC X(36) VALUE "GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "VAR-TOLERANCE-PCT".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "VAR-MIN-SECS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 99999.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "VAR-TREND-CYCLES".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 30.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEVAR".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "POOL-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEN-POOLS".
           05  FILLER         PIC X(36) VALUE "GAMEN GAMEEQV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "MOVE-NOTATION".
           05  FILLER         PIC X(1)  VALUE "C".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 6.
           05  FILLER         PIC X(24) VALUE "NUMBER".
           05  FILLER         PIC X(36)
               VALUE "GAME015TREE GAMEVIEW GAMEIDX".
           05  FILLER         PIC X(36)
               VALUE "GAMEMIST GAMEPUZ GAMEREF GAMEPOS".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "LEAGUE-SHEETS-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMELEAG-SHEETS".
           05  FILLER         PIC X(36) VALUE "GAMELEAG".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "LEAGUE-GAMES-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMELEAG-GAMES".
           05  FILLER         PIC X(36) VALUE "GAMELEAG".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "POSITION-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAME015-POSITIONS".
           05  FILLER         PIC X(36) VALUE "GAMEPOS".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "PRINT-PAGE-LINES".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 20.
           05  FILLER         PIC 9(10) VALUE 200.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36)
               VALUE "GAMEREF GAMEPUZ GAMEMIST GAMEVIEW".
           05  FILLER         PIC X(36)
               VALUE "GAMESESS GAMELOG GAMEQRY GAMEDRV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "APPROVAL-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMEBASE-APPROVALS".
           05  FILLER         PIC X(36) VALUE "GAMEBASE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "APPROVAL-EXPIRY-DAYS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 365.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEBASE".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "CALENDAR-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMES-CALENDAR".
           05  FILLER         PIC X(36) VALUE "GAMEDRV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "SOLVE-PART-NUMS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 9.
           05  FILLER         PIC 9(10) VALUE 13.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEN".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "ALERT-FILE".
           05  FILLER         PIC X(1)  VALUE "F".
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(10) VALUE 0.
           05  FILLER         PIC 9(3)  VALUE 40.
           05  FILLER         PIC X(24) VALUE "GAMES-ALERTS".
           05  FILLER         PIC X(36)
               VALUE "GAMEALRT GAMEAUDIT GAMEMEMCK GAMELOG".
           05  FILLER         PIC X(36)
               VALUE "GAMEDRIFT GAMERECON GAMESEAL GAMEDRV".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
           05  FILLER         PIC X(20) VALUE "ALERT-REPEAT-HOURS".
           05  FILLER         PIC X(1)  VALUE "N".
           05  FILLER         PIC 9(10) VALUE 1.
           05  FILLER         PIC 9(10) VALUE 720.
           05  FILLER         PIC 9(3)  VALUE 0.
           05  FILLER         PIC X(24) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE "GAMEALRT".
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
           05  FILLER         PIC X(36) VALUE SPACES.
      *
       01  KEY-TABLE REDEFINES KEY-TABLE-VALUES.
           05  KEY-ENTRY      OCCURS 49 TIMES.
               10  KT-KEY     PIC X(20).
               10  KT-KIND    PIC X(1).
               10  KT-MIN     PIC 9(10).
               10  KT-MAX     PIC 9(10).
               10  KT-MAXLEN  PIC 9(3).
               10  KT-DEFAULT PIC X(24).
               10  KT-OWNERS  PIC X(144).
               10  KT-OWNER-LINES REDEFINES KT-OWNERS.
                   15  KT-OWNER-PART PIC X(36) OCCURS 4 TIMES.
       01  KEY-TABLE-SIZE     PIC 99 VALUE 49.
      *
      * Per-key results of this pass: the line that set the key
      * (0 = not configured) and the file name it resolves to.
       01  KEY-STATE-TABLE.
           05  KEY-STATE      OCCURS 49 TIMES.
               10  KS-LINE    PIC 9(4).
               10  KS-FILE    PIC X(80).
      *
      * Files the driver itself owns under fixed names; no key may
      * point at one of them.
       01  FIXED-FILE-VALUES.
           05  FILLER         PIC X(20) VALUE "GAMES-SITE-CONFIG".
           05  FILLER         PIC X(20) VALUE "GAMEDRV-LOG".
           05  FILLER         PIC X(20) VALUE "GAMEDRV-CKPT".
           05  FILLER         PIC X(20) VALUE "GAMEDRV-CARDS".
       01  FIXED-FILE-TABLE REDEFINES FIXED-FILE-VALUES.
           05  FIXED-FILE     PIC X(20) OCCURS 4 TIMES.
       01  FIXED-FILE-COUNT   PIC 9 VALUE 4.
      *
       01  KEY-IDX            PIC 99.
       01  KEY-IDX-2          PIC 99.
       01  FIX-IDX            PIC 9.
       01  KEY-MATCH          PIC 99 VALUE 0.
       01  OWNER-IDX          PIC 99.
       01  OWNER-MATCH        PIC 99 VALUE 0.
       01  OWNER-PART         PIC 9 VALUE 0.
      *
      * Line bookkeeping and the findings tally
       01  LINE-NUM           PIC 9(4) VALUE 0.
       01  RECORD-COUNT       PIC 9(4) VALUE 0.
       01  LINE-DISP          PIC Z(3)9.
       01  LINE-DISP-2        PIC Z(3)9.
       01  KEYS-SET           PIC 9(4) VALUE 0.
       01  ERROR-COUNT        PIC 9(4) VALUE 0.
       01  FINDING-KEY        PIC X(20) VALUE SPACES.
       01  FINDING-TEXT       PIC X(100) VALUE SPACES.
       01  NUM-DISP           PIC Z(9)9.
       01  NUM-DISP-2         PIC Z(9)9.
       01  LEN-DISP           PIC ZZ9.
       01  DISPLAY-NUM        PIC Z(3)9.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           IF CMD-LINE NOT = SPACES
               UNSTRING CMD-LINE DELIMITED BY ALL SPACES
                   INTO CONFIG-NAME
               END-UNSTRING
               MOVE 1 TO CONFIG-NAMED
           END-IF
      *
           DISPLAY "GAMECFG: site configuration check of "
               FUNCTION TRIM(CONFIG-NAME)
           DISPLAY "========================================"
               "========"
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-TABLE-SIZE
               MOVE 0 TO KS-LINE(KEY-IDX)
               MOVE KT-DEFAULT(KEY-IDX) TO KS-FILE(KEY-IDX)
           END-PERFORM
      *
           OPEN INPUT CONFIG-FILE
           IF FS-CONFIG NOT = "00"
               IF CONFIG-NAMED = 1
                   DISPLAY "GAMECFG: cannot open "
                       FUNCTION TRIM(CONFIG-NAME)
                       " (status " FS-CONFIG ")."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   DISPLAY "GAMECFG: no GAMES-SITE-CONFIG - every "
                       "program runs on its built-in defaults."
                   MOVE 0 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
      *
           MOVE 0 TO CONFIG-EOF
           PERFORM READ-CONFIG-RECORD
           PERFORM CHECK-CONFIG-RECORD THRU CHECK-CONFIG-RECORD-EXIT
               UNTIL CONFIG-EOF = 1
           CLOSE CONFIG-FILE
           MOVE LINE-NUM TO RECORD-COUNT
      *
           PERFORM CHECK-FILE-COLLISIONS
      *
           DISPLAY " "
           MOVE RECORD-COUNT TO DISPLAY-NUM
           DISPLAY "Records read:  " DISPLAY-NUM
           MOVE KEYS-SET TO DISPLAY-NUM
           DISPLAY "Keys set:      " DISPLAY-NUM
           MOVE ERROR-COUNT TO DISPLAY-NUM
           DISPLAY "Errors:        " DISPLAY-NUM
           IF ERROR-COUNT = 0
               DISPLAY "GAMECFG: configuration is clean."
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "GAMECFG: *** configuration has errors - "
                   "correct it before the cycle runs. ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
      *
       READ-CONFIG-RECORD.
           READ CONFIG-FILE
               AT END
                   MOVE 1 TO CONFIG-EOF
               NOT AT END
                   ADD 1 TO LINE-NUM
           END-READ
           .
      *
      * ============================================================
      * One configuration record: split it the way every owner
      * does (UNSTRING at "="), find the key in the master list,
      * and check its value against the key's kind.
      * ============================================================
       CHECK-CONFIG-RECORD.
           IF CONFIG-RECORD = SPACES
               OR CONFIG-RECORD(1:1) = "*"
               GO TO CHECK-CONFIG-NEXT
           END-IF
           MOVE SPACES TO CFG-KEY CFG-VALUE
           MOVE 0 TO CFG-TALLY
           INSPECT CONFIG-RECORD TALLYING CFG-TALLY FOR ALL "="
           UNSTRING CONFIG-RECORD DELIMITED BY "="
               INTO CFG-KEY CFG-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(CFG-KEY) TO CFG-KEY
           IF CFG-TALLY = 0 OR CFG-KEY = SPACES
               MOVE CFG-KEY TO FINDING-KEY
               MOVE "record is not KEY=VALUE (owners ignore it)"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
               GO TO CHECK-CONFIG-NEXT
           END-IF
           MOVE CFG-KEY TO FINDING-KEY
      *
           PERFORM FIND-KEY-ENTRY
           IF KEY-MATCH = 0
               MOVE FUNCTION UPPER-CASE(CFG-KEY) TO CFG-UPPER-KEY
               MOVE CFG-UPPER-KEY TO CFG-KEY
               PERFORM FIND-KEY-ENTRY
               IF KEY-MATCH NOT = 0
                   MOVE "key must be upper case (owners ignore it)"
                       TO FINDING-TEXT
               ELSE
                   MOVE "unknown key - no program reads it"
                       TO FINDING-TEXT
               END-IF
               PERFORM REPORT-FINDING
               GO TO CHECK-CONFIG-NEXT
           END-IF
      *
           IF KS-LINE(KEY-MATCH) NOT = 0
               MOVE KS-LINE(KEY-MATCH) TO LINE-DISP-2
               MOVE SPACES TO FINDING-TEXT
               STRING "duplicate of line "
                   FUNCTION TRIM(LINE-DISP-2)
                   " - the owners keep only the later value"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           ELSE
               ADD 1 TO KEYS-SET
           END-IF
           MOVE LINE-NUM TO KS-LINE(KEY-MATCH)
      *
           EVALUATE KT-KIND(KEY-MATCH)
               WHEN "N"
                   PERFORM CHECK-NUMERIC-VALUE
               WHEN "Y"
                   PERFORM CHECK-SWITCH-VALUE
               WHEN "L"
                   PERFORM CHECK-LIST-VALUE
               WHEN "C"
                   PERFORM CHECK-CHOICE-VALUE
               WHEN OTHER
                   PERFORM CHECK-FILE-VALUE
           END-EVALUATE
           .
      *
       CHECK-CONFIG-NEXT.
           PERFORM READ-CONFIG-RECORD
           .
      *
       CHECK-CONFIG-RECORD-EXIT.
           EXIT
           .
      *
       FIND-KEY-ENTRY.
           MOVE 0 TO KEY-MATCH
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-TABLE-SIZE OR KEY-MATCH NOT = 0
               IF KT-KEY(KEY-IDX) = CFG-KEY
                   MOVE KEY-IDX TO KEY-MATCH
               END-IF
           END-PERFORM
           .
      *
      * A numeric key must pass TEST-NUMVAL (the owners' own test),
      * be a whole number, and sit inside the range its owner can
      * hold and use.
       CHECK-NUMERIC-VALUE.
           IF CFG-VALUE = SPACES
               MOVE "numeric key has no value (default kept)"
                   TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               COMPUTE CFG-NUMVAL = FUNCTION TEST-NUMVAL(CFG-VALUE)
               IF CFG-NUMVAL NOT = 0
                   MOVE SPACES TO FINDING-TEXT
                   STRING "value '" FUNCTION TRIM(CFG-VALUE)
                       "' is not numeric (owner keeps its default)"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               ELSE
                   COMPUTE CFG-NUMBER = FUNCTION NUMVAL(CFG-VALUE)
                   MOVE CFG-NUMBER TO CFG-WHOLE
                   IF CFG-WHOLE NOT = CFG-NUMBER
                       MOVE SPACES TO FINDING-TEXT
                       STRING "value '" FUNCTION TRIM(CFG-VALUE)
                           "' is not a whole number"
                           DELIMITED BY SIZE
                           INTO FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FINDING
                   ELSE
                       IF CFG-WHOLE < KT-MIN(KEY-MATCH)
                           OR CFG-WHOLE > KT-MAX(KEY-MATCH)
                           MOVE KT-MIN(KEY-MATCH) TO NUM-DISP
                           MOVE KT-MAX(KEY-MATCH) TO NUM-DISP-2
                           MOVE SPACES TO FINDING-TEXT
                           STRING "value '"
                               FUNCTION TRIM(CFG-VALUE)
                               "' is out of range "
                               FUNCTION TRIM(NUM-DISP) " to "
                               FUNCTION TRIM(NUM-DISP-2)
                               DELIMITED BY SIZE
                               INTO FINDING-TEXT
                           END-STRING
                           PERFORM REPORT-FINDING
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
      *
      * The owners read only the first character of a switch, so
      * anything but a leading Y or N (" Y", "on", "1") quietly
      * leaves the switch at Y.
       CHECK-SWITCH-VALUE.
           IF CFG-VALUE(1:1) NOT = "Y" AND CFG-VALUE(1:1) NOT = "N"
               MOVE SPACES TO FINDING-TEXT
               STRING "value '" FUNCTION TRIM(CFG-VALUE)
                   "' must start with Y or N"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF
           .
      *
      * A choice key must name one of the words its owner knows
      * (case does not matter); anything else leaves the owner on
      * its default.
       CHECK-CHOICE-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CFG-VALUE))
               TO CFG-WORK
           EVALUATE KT-KEY(KEY-MATCH)
               WHEN "ENGINE-LEVEL"
                   IF CFG-WORK NOT = "NOVICE"
                       AND CFG-WORK NOT = "CLUB"
                       AND CFG-WORK NOT = "PERFECT"
                       MOVE SPACES TO FINDING-TEXT
                       STRING "value '" FUNCTION TRIM(CFG-VALUE)
                           "' must be NOVICE, CLUB or PERFECT"
                           DELIMITED BY SIZE
                           INTO FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FINDING
                   END-IF
               WHEN "MOVE-NOTATION"
                   IF CFG-WORK NOT = "NUMBER"
                       AND CFG-WORK NOT = "GRID"
                       MOVE SPACES TO FINDING-TEXT
                       STRING "value '" FUNCTION TRIM(CFG-VALUE)
                           "' must be NUMBER or GRID"
                           DELIMITED BY SIZE
                           INTO FINDING-TEXT
                       END-STRING
                       PERFORM REPORT-FINDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
      *
      * A file name (or prefix) must be present, free of blanks,
      * and fit the owner's name field; the resolved name is kept
      * for the collision check.
       CHECK-FILE-VALUE.
           MOVE FUNCTION TRIM(CFG-VALUE) TO CFG-WORK
           IF CFG-WORK = SPACES
               MOVE "file name is blank" TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               MOVE CFG-WORK TO KS-FILE(KEY-MATCH)
               PERFORM CHECK-NAME-TEXT
           END-IF
           .
      *
      * A comma list of file names: every item is checked as a
      * name, and the list as a whole must fit the owner's field.
       CHECK-LIST-VALUE.
           MOVE FUNCTION TRIM(CFG-VALUE) TO CFG-LIST-ITEM
           IF CFG-LIST-ITEM = SPACES
               MOVE "file list is blank" TO FINDING-TEXT
               PERFORM REPORT-FINDING
           ELSE
               MOVE 1 TO CFG-LIST-PTR
               MOVE 0 TO CFG-LIST-COUNT
               PERFORM CHECK-ONE-LIST-ITEM
                   UNTIL CFG-LIST-PTR > 80 OR CFG-LIST-COUNT > 40
           END-IF
           .
      *
       CHECK-ONE-LIST-ITEM.
           MOVE SPACES TO CFG-WORK
           UNSTRING CFG-VALUE DELIMITED BY ","
               INTO CFG-WORK WITH POINTER CFG-LIST-PTR
           END-UNSTRING
           ADD 1 TO CFG-LIST-COUNT
           MOVE FUNCTION TRIM(CFG-WORK) TO CFG-WORK
           IF CFG-WORK = SPACES
               IF CFG-LIST-PTR <= 80
                   AND CFG-VALUE(CFG-LIST-PTR:) NOT = SPACES
                   MOVE "file list has an empty entry"
                       TO FINDING-TEXT
                   PERFORM REPORT-FINDING
               ELSE
                   MOVE 81 TO CFG-LIST-PTR
               END-IF
           ELSE
               MOVE 0 TO CFG-TALLY
               COMPUTE CFG-VALUE-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(CFG-WORK))
               INSPECT CFG-WORK(1:CFG-VALUE-LEN)
                   TALLYING CFG-TALLY FOR ALL SPACE
               IF CFG-TALLY > 0
                   MOVE SPACES TO FINDING-TEXT
                   STRING "list entry '" FUNCTION TRIM(CFG-WORK)
                       "' contains a blank"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-IF
           .
      *
       CHECK-NAME-TEXT.
           COMPUTE CFG-VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CFG-WORK))
           MOVE 0 TO CFG-TALLY
           INSPECT CFG-WORK(1:CFG-VALUE-LEN)
               TALLYING CFG-TALLY FOR ALL SPACE
           IF CFG-TALLY > 0
               MOVE SPACES TO FINDING-TEXT
               STRING "file name '" FUNCTION TRIM(CFG-WORK)
                   "' contains a blank"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF
           IF CFG-VALUE-LEN > KT-MAXLEN(KEY-MATCH)
               MOVE KT-MAXLEN(KEY-MATCH) TO LEN-DISP
               MOVE SPACES TO FINDING-TEXT
               STRING "file name is longer than "
                   FUNCTION TRIM(LEN-DISP)
                   " characters and would be truncated"
                   DELIMITED BY SIZE
                   INTO FINDING-TEXT
               END-STRING
               PERFORM REPORT-FINDING
           END-IF
           .
      *
      * ============================================================
      * Two different keys resolving to one physical file mean two
      * programs write over each other (HISTORY-FILE and
      * SESSIONS-FILE both naming one file interleaves history and
      * session records and breaks both seals). Configured names
      * and built-in defaults are compared alike, and no key may
      * name one of the driver's fixed files.
      * ============================================================
       CHECK-FILE-COLLISIONS.
           MOVE 0 TO LINE-NUM
           PERFORM VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-TABLE-SIZE
               IF KS-FILE(KEY-IDX) NOT = SPACES
                   PERFORM CHECK-ONE-FILE-KEY
               END-IF
           END-PERFORM
           .
      *
       CHECK-ONE-FILE-KEY.
           MOVE KT-KEY(KEY-IDX) TO FINDING-KEY
           MOVE KS-LINE(KEY-IDX) TO LINE-NUM
           COMPUTE KEY-IDX-2 = KEY-IDX + 1
           PERFORM VARYING KEY-IDX-2 FROM KEY-IDX-2 BY 1
               UNTIL KEY-IDX-2 > KEY-TABLE-SIZE
               IF KS-FILE(KEY-IDX-2) = KS-FILE(KEY-IDX)
                   MOVE SPACES TO FINDING-TEXT
                   STRING "names the same file as "
                       FUNCTION TRIM(KT-KEY(KEY-IDX-2)) " ("
                       FUNCTION TRIM(KS-FILE(KEY-IDX)) ")"
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-PERFORM
           PERFORM VARYING FIX-IDX FROM 1 BY 1
               UNTIL FIX-IDX > FIXED-FILE-COUNT
               IF KS-FILE(KEY-IDX) = FIXED-FILE(FIX-IDX)
                   MOVE SPACES TO FINDING-TEXT
                   STRING "names the driver's own file "
                       FUNCTION TRIM(FIXED-FILE(FIX-IDX))
                       DELIMITED BY SIZE
                       INTO FINDING-TEXT
                   END-STRING
                   PERFORM REPORT-FINDING
               END-IF
           END-PERFORM
           .
      *
       REPORT-FINDING.
           ADD 1 TO ERROR-COUNT
           IF LINE-NUM = 0
               DISPLAY "  (default) " FINDING-KEY " "
                   FUNCTION TRIM(FINDING-TEXT)
           ELSE
               MOVE LINE-NUM TO LINE-DISP
               DISPLAY "  line " LINE-DISP "  " FINDING-KEY " "
                   FUNCTION TRIM(FINDING-TEXT)
           END-IF
           MOVE 0 TO OWNER-MATCH
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
               UNTIL OWNER-IDX > KEY-TABLE-SIZE OR OWNER-MATCH NOT = 0
               IF KT-KEY(OWNER-IDX) = FINDING-KEY
                   MOVE OWNER-IDX TO OWNER-MATCH
               END-IF
           END-PERFORM
           IF OWNER-MATCH NOT = 0
               DISPLAY "             read by "
                   FUNCTION TRIM(KT-OWNER-PART(OWNER-MATCH, 1))
               PERFORM VARYING OWNER-PART FROM 2 BY 1
                   UNTIL OWNER-PART > 4
                   IF KT-OWNER-PART(OWNER-MATCH, OWNER-PART)
                       NOT = SPACES
                       DISPLAY "                     "
                           FUNCTION TRIM(
                           KT-OWNER-PART(OWNER-MATCH, OWNER-PART))
                   END-IF
               END-PERFORM
           END-IF
           .
