      * variant's cache file (GAMEN-SOLVE-T..M..S..<rule>): the
      * cache carries the variant's pool, winning sets, and the
      * full position-value table, so the handout never re-solves.
      * A pool above 15 numbers (GAMEN's partitioned valuation) is
      * too large to hold: its cache is read through once, seal
      * and all, keeping only the positions the card looks at -
      * those with at most three numbers taken.
      *
      * Either card ends with a provenance line naming the file it
      * was built from and that file's TRAILER count and checksum
      * (PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n), so GAMELINE
      * can tell when a rebuilt memo or solve cache has left a
      * printed card stale.
      *
      * Usage: ./gameref [--print]
      *        ./gameref --variant T,M[,S] [--misere | --scoring]
      *                  [--print]
      *   T,M,S  target sum, max number (default auto, T-3 capped
      *          to 3..15; up to 20 when given) and set size
      *          (default 3) of the variant,
      *          exactly as the GAMEN --solve run was given them;
      *          --misere and --scoring select the matching rule's
      *          cache (letters M and C).
      *   --print  (with either form) write the card to a paged
      *          print file instead of the console: report REF01
      *          for the 0.15 card, REF02 for a variant, one page
      *          per first move.
      *   --notation N  (with either form) NUMBER or GRID: under
      *          GRID the 0.15 card gives every move as a board
      *          square A1..C3 - rows A-C top to bottom, columns
      *          1-3 left to right of the 2 7 6 / 9 5 1 / 4 3 8
      *          board. A --variant card always prints numbers,
      *          its pool having no board. Defaults to the
      *          MOVE-NOTATION key, else NUMBER.
      *
      * Honors the SOLVE-CACHE-FILE key of GAMES-SITE-CONFIG, the
      * same key GAMEN writes the caches under, its MOVE-NOTATION
      * key, and PRINT-PAGE-LINES (lines per printed page, default
      * 60).
      *
      * Return codes:
      *   0  reference printed
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRINT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PRINT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD       PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
       01  OUTPUT-LINE        PIC X(132) VALUE SPACES.
       01  LINE-POS           PIC 999.
       01  DISP-DIGIT         PIC 9.
      *
      * Print file (--print): the report goes to a paged print file
      * under the family's standard page heading instead of the
      * console. Run by GAMEDRV, the cycle ID and step number come
      * from the driver and name the file, so the driver can gather
      * the cycle's reports into one spool; run by hand, the file
      * is GAMES-PRINT-GAMEREF and the cycle shows as ADHOC.
      * Every print record carries ASA carriage control in column
      * 1 ("1" new page, blank next line), so the file prints
      * through asa(1) or any FBA-aware spooler; columns 100-133 of
      * a heading line are left for the spool's sheet number.
       01  PRINT-MODE         PIC 9 VALUE 0.
       01  PRINT-NAME         PIC X(40) VALUE SPACES.
       01  FS-PRINT           PIC XX VALUE SPACES.
       01  PRINT-TEXT         PIC X(132) VALUE SPACES.
       01  PRINT-TITLE        PIC X(80) VALUE SPACES.
       01  PRINT-PAGE-LINES   PIC 9(3) VALUE 60.
       01  PRINT-LINE-COUNT   PIC 9(3) VALUE 0.
       01  PRINT-HEAD-LINES   PIC 9(3) VALUE 4.
       01  PRINT-PAGE-NUM     PIC 9(6) VALUE 0.
       01  PRINT-STEP         PIC X(4) VALUE SPACES.
       01  PRINT-TALLY        PIC 99 VALUE 0.
       01  PRINT-NUMVAL       PIC S9(4).
       01  PRINT-STAMP        PIC X(21).
       01  PRINT-PAGES-DISP   PIC Z(5)9.
       01  PAGE-HEADING.
           05  PH-CONTROL     PIC X     VALUE "1".
           05  FILLER         PIC X(7)  VALUE "REPORT ".
           05  PH-REPORT-ID   PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(9)  VALUE " PROGRAM ".
           05  PH-PROGRAM     PIC X(9)  VALUE "GAMEREF".
           05  FILLER         PIC X(5)  VALUE " RUN ".
           05  PH-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER         PIC X     VALUE SPACE.
           05  PH-RUN-TIME    PIC X(8)  VALUE SPACES.
           05  FILLER         PIC X(7)  VALUE " CYCLE ".
           05  PH-CYCLE-ID    PIC X(15) VALUE SPACES.
           05  FILLER         PIC X(6)  VALUE " PAGE ".
           05  PH-PAGE        PIC Z(5)9.
           05  FILLER         PIC X(41) VALUE SPACES.
      *
      * Move notation, from the MOVE-NOTATION key or --notation
      * (the command line wins): NUMBER reads and prints the
      * magic-square numbers, GRID the board squares A1..C3.
      * SQUARE-NAME gives the square of each number 1-9.
       01  MOVE-NOTATION      PIC X(6) VALUE "NUMBER".
       01  SQUARE-DATA        PIC X(18)
               VALUE "B3A1C2C1B2A3A2C3B1".
       01  SQUARE-TABLE REDEFINES SQUARE-DATA.
           05  SQUARE-NAME    PIC XX OCCURS 9 TIMES.
       01  MOVE-NUM           PIC 99.
       01  MOVE-TEXT          PIC X(10) VALUE SPACES.
       01  NOTATION-TALLY     PIC 99 VALUE 0.
       01  NOTATION-BEFORE    PIC X(80) VALUE SPACES.
       01  NOTATION-AFTER     PIC X(80) VALUE SPACES.
       01  NOTATION-ARG       PIC X(20) VALUE SPACES.
       01  NOTATION-LEN       PIC 99.
       01  VAL-TEXT           PIC X(12) VALUE SPACES.
       01  DISP-VAL           PIC 9.
      *
       01  VMEMO-TABLE.
           05  VMEMO-VAL      PIC 9 OCCURS 14348907 TIMES.
       01  VMEMO-X REDEFINES VMEMO-TABLE PIC X(14348907).
       01  VPOOL-SIZE         PIC 9(10).
       01  CHUNK-OFF          PIC 9(10).
       01  CHUNK-LEN          PIC 9(10).
      *
      * Variant pool ownership and classification state
       01  VOWNER-TABLE.
           05  VOWNER         PIC 9 OCCURS 20 TIMES.
       01  VPOS-KEY           PIC 9(10).
       01  VPOW3              PIC 9(10).
       01  V-FETCH-VAL        PIC 9.
      *
      * Above VMEMO-MAX-NUM numbers only the card's own positions
      * are kept, in key order (key + 1, as VMEMO-VAL is indexed).
       01  VMEMO-MAX-NUM      PIC 99 VALUE 15.
       01  VSPARSE-COUNT      PIC 9(4) COMP VALUE 0.
       01  VSPARSE-TABLE.
           05  VSPARSE-ENTRY  OCCURS 4000 TIMES.
               10  VSPARSE-KEY PIC 9(10) COMP.
               10  VSPARSE-VAL PIC 9.
       01  VSPARSE-PTR        PIC 9(4) COMP.
       01  VSPARSE-LO         PIC 9(4) COMP.
       01  VSPARSE-HI         PIC 9(4) COMP.
       01  VSPARSE-MID        PIC 9(4) COMP.
       01  VSPARSE-I          PIC 9(4) COMP.
       01  VSPARSE-HOLD       PIC 9(10) COMP.
       01  VSPARSE-A          PIC 99.
       01  VSPARSE-B          PIC 99.
       01  VSPARSE-C          PIC 99.
       01  VSPARSE-OFF        PIC 9(5).
       01  VKEY-I             PIC 99.
       01  V-MOVE-ONE         PIC 99.
       01  V-MOVE-TWO         PIC 99.
       01  V-WINNER           PIC 9.
       01  MATCH-OK           PIC 9.
       01  VKEEP-COUNT        PIC 99.
       01  VKEEP-NUMS         PIC 99 OCCURS 20 TIMES.
       01  VAVOID-COUNT       PIC 99.
       01  VAVOID-NUMS        PIC 99 OCCURS 20 TIMES.
       01  DT1                PIC Z9.
       01  DT2                PIC Z9.
      *
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
       01  SEAL-DISP          PIC Z(8)9.
       01  SEAL-DISP2         PIC Z(9)9.
      *
      * Provenance: each sealed input as its seal was checked
       01  PROV-INPUT-NAME    PIC X(40) VALUE SPACES.
       01  PROV-TABLE.
           05  PROV-ENTRY     OCCURS 1 TIMES.
               10  PROV-NAME      PIC X(40).
               10  PROV-COUNT     PIC 9(8).
               10  PROV-CHECKSUM  PIC 9(9).
       01  PROV-USED          PIC 9 VALUE 0.
       01  PROV-IDX           PIC 9.
       01  PROV-LINE          PIC X(100) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-SITE-CONFIG
           PERFORM TAKE-NOTATION-OPTION
           PERFORM TAKE-PRINT-OPTION
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG1 ARG2 ARG3
           END-UNSTRING
           IF ARG1 = "--variant"
               PERFORM VARIANT-REFERENCE
               STOP RUN
           END-IF
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GAME015TREE-MEMO" TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
      *
           MOVE "REF01" TO PH-REPORT-ID
           MOVE "Game of 0.15 - Opening Reference" TO PRINT-TITLE
           PERFORM OPEN-PRINT-FILE
           MOVE PRINT-TITLE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "================================" TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           INITIALIZE OWNER-TABLE
           MOVE MEMO-VAL(1) TO DISP-VAL
           PERFORM DECODE-VALUE
           STRING "Empty board: " FUNCTION TRIM(VAL-TEXT)
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-KEEP-LEGEND
      *
           PERFORM VARYING MOVE-ONE FROM 1 BY 1
               UNTIL MOVE-ONE > 9
               PERFORM PRINT-FIRST-MOVE-BLOCK
           END-PERFORM
           PERFORM PRINT-PROVENANCE-LINES
           PERFORM CLOSE-PRINT-FILE
           STOP RUN
           .
      *
       PRINT-KEEP-LEGEND.
           MOVE "A move 'keeps' when the position's value is"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "unchanged afterwards; an 'avoid' move hands"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "the opponent a better value." TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
      * ============================================================
      * One block per first move: the depth-one position's value,
      * P2's keep/avoid reply split, then one line per reply with
      * the depth-two position's value and P1's keep/avoid
      * follow-up split. Each block starts a new printed page.
      * ============================================================
       PRINT-FIRST-MOVE-BLOCK.
           MOVE 1 TO OWNER(MOVE-ONE)
           MOVE POS-VAL TO DISP-VAL
           PERFORM DECODE-VALUE-DIST
      *
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE MOVE-ONE TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING "First move " FUNCTION TRIM(MOVE-TEXT) "  ["
               FUNCTION TRIM(VAL-TEXT) "]"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
      *
           MOVE 2 TO CUR-PLAYER
           MOVE 2 TO TRIAL-DEPTH
      *
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           MOVE MOVE-TWO TO MOVE-NUM
           PERFORM FORMAT-MOVE
           STRING "  reply " FUNCTION TRIM(MOVE-TEXT) " ["
               FUNCTION TRIM(VAL-TEXT) "]  keep:"
               DELIMITED BY SIZE
               INTO OUTPUT-LINE WITH POINTER LINE-POS
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           PERFORM APPEND-AVOID-LIST
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
      *
           MOVE 0 TO OWNER(MOVE-TWO)
           .
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           PERFORM APPEND-AVOID-LIST
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
       APPEND-KEEP-LIST.
                       INTO OUTPUT-LINE WITH POINTER LINE-POS
                   END-STRING
               END-IF
               MOVE KEEP-NUMS(IDX) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING " " FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POS
               END-STRING
           END-PERFORM
                       INTO OUTPUT-LINE WITH POINTER LINE-POS
                   END-STRING
               END-IF
               MOVE AVOID-NUMS(IDX) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING " " FUNCTION TRIM(MOVE-TEXT) DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POS
               END-STRING
           END-PERFORM
           MOVE VTARGET TO DT1
           MOVE VMAX TO DT2
           IF VMISERE = 1
               STRING "Game of " FUNCTION TRIM(DT1)
                   " (pool 1-" FUNCTION TRIM(DT2)
                   ", sets of " VSETSIZE
                   ", misere) - Opening Reference"
                   DELIMITED BY SIZE
                   INTO PRINT-TITLE
               END-STRING
           ELSE IF VSCORING = 1
               STRING "Game of " FUNCTION TRIM(DT1)
                   " (pool 1-" FUNCTION TRIM(DT2)
                   ", sets of " VSETSIZE
                   ", scoring) - Opening Reference"
                   DELIMITED BY SIZE
                   INTO PRINT-TITLE
               END-STRING
           ELSE
               STRING "Game of " FUNCTION TRIM(DT1)
                   " (pool 1-" FUNCTION TRIM(DT2)
                   ", sets of " VSETSIZE
                   ") - Opening Reference"
                   DELIMITED BY SIZE
                   INTO PRINT-TITLE
               END-STRING
           END-IF END-IF
           MOVE "REF02" TO PH-REPORT-ID
           PERFORM OPEN-PRINT-FILE
           MOVE PRINT-TITLE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           MOVE "========================================"
               TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           INITIALIZE VOWNER-TABLE
           MOVE 1 TO VPOS-KEY
           PERFORM FETCH-V-POS-VAL
           MOVE V-FETCH-VAL TO DISP-VAL
           PERFORM DECODE-VALUE
           STRING "Empty pool: " FUNCTION TRIM(VAL-TEXT)
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
           PERFORM PRINT-KEEP-LEGEND
      *
           PERFORM VARYING V-MOVE-ONE FROM 1 BY 1
               UNTIL V-MOVE-ONE > VMAX
               PERFORM PRINT-V-FIRST-MOVE-BLOCK
           END-PERFORM
           PERFORM PRINT-PROVENANCE-LINES
           PERFORM CLOSE-PRINT-FILE
           .
      *
       PARSE-VARIANT-ARGS.
               END-IF
               COMPUTE VSETSIZE = FUNCTION NUMVAL(VS-TOK)
           END-IF
           IF VMAX < 3 OR VMAX > 20
               DISPLAY "GAMEREF: variant max-number must be 3-20."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM
      *
           COMPUTE VPOOL-SIZE = 3 ** VMAX
           IF VMAX > VMEMO-MAX-NUM
               PERFORM BUILD-V-SPARSE-KEYS
               MOVE 1 TO VSPARSE-PTR
           END-IF
           MOVE 0 TO CHUNK-OFF
           PERFORM UNTIL CHUNK-OFF >= VPOOL-SIZE
               COMPUTE CHUNK-LEN = VPOOL-SIZE - CHUNK-OFF
                       STOP RUN
               END-READ
               PERFORM FOLD-VCACHE-SEAL
               IF VMAX > VMEMO-MAX-NUM
                   PERFORM TAKE-V-SPARSE-VALUE
                       UNTIL VSPARSE-PTR > VSPARSE-COUNT
                       OR VSPARSE-KEY(VSPARSE-PTR)
                           > CHUNK-OFF + CHUNK-LEN
               ELSE
                   MOVE VCACHE-RECORD(1:CHUNK-LEN)
                       TO VMEMO-X(CHUNK-OFF + 1:CHUNK-LEN)
               END-IF
               ADD CHUNK-LEN TO CHUNK-OFF
           END-PERFORM
      *    The TRAILER seal closes the cache; a missing or wrong
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VCACHE-NAME TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       FOLD-VCACHE-SEAL.
           MOVE 1 TO VOWNER(V-MOVE-ONE)
           PERFORM COMPUTE-V-POS-KEY
           ADD 1 TO VPOS-KEY
           PERFORM FETCH-V-POS-VAL
           MOVE V-FETCH-VAL TO V-POS-VAL
           MOVE V-POS-VAL TO DISP-VAL
           PERFORM DECODE-VALUE
      *
           PERFORM START-NEW-PAGE
           PERFORM EMIT-REPORT-LINE
           MOVE V-MOVE-ONE TO DT1
           STRING "First move " FUNCTION TRIM(DT1) "  ["
               FUNCTION TRIM(VAL-TEXT) "]"
               DELIMITED BY SIZE
               INTO PRINT-TEXT
           END-STRING
           PERFORM EMIT-REPORT-LINE
      *
           MOVE 2 TO CUR-PLAYER
           MOVE 2 TO V-TRIAL-DEPTH
           MOVE 2 TO VOWNER(V-MOVE-TWO)
           PERFORM COMPUTE-V-POS-KEY
           ADD 1 TO VPOS-KEY
           PERFORM FETCH-V-POS-VAL
           MOVE V-FETCH-VAL TO V-POS-VAL
           MOVE V-POS-VAL TO DISP-VAL
           PERFORM DECODE-VALUE
      *
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           PERFORM APPEND-V-AVOID-LIST
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
      *
           MOVE 0 TO VOWNER(V-MOVE-TWO)
           .
               INTO OUTPUT-LINE WITH POINTER LINE-POS
           END-STRING
           PERFORM APPEND-V-AVOID-LIST
           MOVE OUTPUT-LINE TO PRINT-TEXT
           PERFORM EMIT-REPORT-LINE
           .
      *
       APPEND-V-KEEP-LIST.
       V-CLASSIFY-MOVES.
           PERFORM COMPUTE-V-POS-KEY
           ADD 1 TO VPOS-KEY
           PERFORM FETCH-V-POS-VAL
           MOVE V-FETCH-VAL TO V-PARENT-VAL
           MOVE 0 TO VKEEP-COUNT
           MOVE 0 TO VAVOID-COUNT
           PERFORM VARYING V-TRIAL-NUM FROM 1 BY 1
                       ELSE
                           PERFORM COMPUTE-V-POS-KEY
                           ADD 1 TO VPOS-KEY
                           PERFORM FETCH-V-POS-VAL
                           MOVE V-FETCH-VAL TO V-TRIAL-VAL
                       END-IF
                   ELSE
                       PERFORM V-CHECK-WIN
                       ELSE
                           PERFORM COMPUTE-V-POS-KEY
                           ADD 1 TO VPOS-KEY
                           PERFORM FETCH-V-POS-VAL
                           MOVE V-FETCH-VAL TO V-TRIAL-VAL
                       END-IF END-IF
                   END-IF
                   MOVE 0 TO VOWNER(V-TRIAL-NUM)
               MULTIPLY 3 BY VPOW3
           END-PERFORM
           .
      *
      *
      * The value at VPOS-KEY (key + 1): straight from the table,
      * or above VMEMO-MAX-NUM by binary search of the kept
      * positions.
       FETCH-V-POS-VAL.
           IF VMAX <= VMEMO-MAX-NUM
               MOVE VMEMO-VAL(VPOS-KEY) TO V-FETCH-VAL
           ELSE
               MOVE 0 TO V-FETCH-VAL
               MOVE 1 TO VSPARSE-LO
               MOVE VSPARSE-COUNT TO VSPARSE-HI
               PERFORM UNTIL VSPARSE-LO > VSPARSE-HI
                   COMPUTE VSPARSE-MID =
                       (VSPARSE-LO + VSPARSE-HI) / 2
                   IF VSPARSE-KEY(VSPARSE-MID) = VPOS-KEY
                       MOVE VSPARSE-VAL(VSPARSE-MID) TO V-FETCH-VAL
                       MOVE VSPARSE-HI TO VSPARSE-LO
                       ADD 1 TO VSPARSE-LO
                   ELSE IF VSPARSE-KEY(VSPARSE-MID) < VPOS-KEY
                       COMPUTE VSPARSE-LO = VSPARSE-MID + 1
                   ELSE
                       COMPUTE VSPARSE-HI = VSPARSE-MID - 1
                   END-IF END-IF
               END-PERFORM
           END-IF
           .
      *
      * Every position the card looks at: the empty pool, Player
      * 1 on one number, then Player 2 on another, then Player 1
      * on a third - each key once, sorted ascending.
       BUILD-V-SPARSE-KEYS.
           MOVE 0 TO VSPARSE-COUNT
           INITIALIZE VOWNER-TABLE
           PERFORM ADD-V-SPARSE-KEY
           PERFORM VARYING VSPARSE-A FROM 1 BY 1
               UNTIL VSPARSE-A > VMAX
               MOVE 1 TO VOWNER(VSPARSE-A)
               PERFORM ADD-V-SPARSE-KEY
               PERFORM VARYING VSPARSE-B FROM 1 BY 1
                   UNTIL VSPARSE-B > VMAX
                   IF VOWNER(VSPARSE-B) = 0
                       MOVE 2 TO VOWNER(VSPARSE-B)
                       PERFORM ADD-V-SPARSE-KEY
                       PERFORM VARYING VSPARSE-C FROM VSPARSE-A BY 1
                           UNTIL VSPARSE-C > VMAX
                           IF VOWNER(VSPARSE-C) = 0
                               MOVE 1 TO VOWNER(VSPARSE-C)
                               PERFORM ADD-V-SPARSE-KEY
                               MOVE 0 TO VOWNER(VSPARSE-C)
                           END-IF
                       END-PERFORM
                       MOVE 0 TO VOWNER(VSPARSE-B)
                   END-IF
               END-PERFORM
               MOVE 0 TO VOWNER(VSPARSE-A)
           END-PERFORM
           .
      *
      * Insert the current position's key in order.
       ADD-V-SPARSE-KEY.
           PERFORM COMPUTE-V-POS-KEY
           ADD 1 TO VPOS-KEY
           ADD 1 TO VSPARSE-COUNT
           MOVE VSPARSE-COUNT TO VSPARSE-I
           PERFORM UNTIL VSPARSE-I = 1
               OR VSPARSE-KEY(VSPARSE-I - 1) < VPOS-KEY
               MOVE VSPARSE-ENTRY(VSPARSE-I - 1)
                   TO VSPARSE-ENTRY(VSPARSE-I)
               SUBTRACT 1 FROM VSPARSE-I
           END-PERFORM
           MOVE VPOS-KEY TO VSPARSE-KEY(VSPARSE-I)
           MOVE 0 TO VSPARSE-VAL(VSPARSE-I)
           .
      *
      * Take the next kept position's value from the chunk now in
      * VCACHE-RECORD (it covers keys CHUNK-OFF + 1 onward).
       TAKE-V-SPARSE-VALUE.
           COMPUTE VSPARSE-OFF = VSPARSE-KEY(VSPARSE-PTR) - CHUNK-OFF
           MOVE VCACHE-RECORD(VSPARSE-OFF:1)
               TO VSPARSE-VAL(VSPARSE-PTR)
           ADD 1 TO VSPARSE-PTR
           .
      *
       V-CHECK-WIN.
           MOVE 0 TO WIN-FOUND
           .
      *
      * ============================================================
      * Move notation. --notation NUMBER|GRID, anywhere on the
      * command line, overrides the MOVE-NOTATION key for the run
      * and is lifted out of CMD-LINE so the remaining arguments
      * parse as before. GRID squares are A1..C3 - rows A to C top
      * to bottom, columns 1 to 3 left to right - of the board
      * layout 2 7 6 / 9 5 1 / 4 3 8: A1 is 2, B2 is 5, C3 is 8.
      * ============================================================
       TAKE-NOTATION-OPTION.
           MOVE 0 TO NOTATION-TALLY
           INSPECT CMD-LINE TALLYING NOTATION-TALLY
               FOR ALL "--notation"
           IF NOTATION-TALLY > 0
               MOVE SPACES TO NOTATION-BEFORE NOTATION-AFTER
               UNSTRING CMD-LINE DELIMITED BY "--notation"
                   INTO NOTATION-BEFORE NOTATION-AFTER
               END-UNSTRING
               MOVE FUNCTION TRIM(NOTATION-AFTER) TO NOTATION-AFTER
               MOVE SPACES TO NOTATION-ARG
               UNSTRING NOTATION-AFTER DELIMITED BY ALL SPACES
                   INTO NOTATION-ARG
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(NOTATION-ARG)
                   TO NOTATION-ARG
               IF NOTATION-ARG NOT = "NUMBER"
                   AND NOTATION-ARG NOT = "GRID"
                   DISPLAY "GAMEREF: --notation must be NUMBER or "
                       "GRID."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE NOTATION-ARG TO MOVE-NOTATION
               COMPUTE NOTATION-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(NOTATION-ARG)) + 1
               MOVE SPACES TO CMD-LINE
               STRING FUNCTION TRIM(NOTATION-BEFORE) " "
                   NOTATION-AFTER(NOTATION-LEN:)
                   DELIMITED BY SIZE
                   INTO CMD-LINE
               END-STRING
               MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
           END-IF
           .
      *
      * Number MOVE-NUM as the notation in force (0.0n, or its
      * grid square) into MOVE-TEXT.
       FORMAT-MOVE.
           MOVE SPACES TO MOVE-TEXT
           IF MOVE-NOTATION = "GRID"
               MOVE SQUARE-NAME(MOVE-NUM) TO MOVE-TEXT
           ELSE
               MOVE MOVE-NUM TO DISP-DIGIT
               STRING "0.0" DISP-DIGIT DELIMITED BY SIZE
                   INTO MOVE-TEXT
               END-STRING
           END-IF
           .
      *
      * ============================================================
      * Print file. --print, anywhere on the command line, sends
      * the report to the print file and is lifted out of CMD-LINE
      * so the remaining arguments parse as before. Report lines
      * are built in PRINT-TEXT and handed to EMIT-REPORT-LINE,
      * which displays them, or writes them under a page heading
      * every PRINT-PAGE-LINES lines (heading included) with
      * --print. START-NEW-PAGE marks a control break: the next
      * line starts a fresh page unless the current one is still
      * empty. Operator messages stay on the console either way.
      * ============================================================
       TAKE-PRINT-OPTION.
           MOVE 0 TO PRINT-TALLY
           INSPECT CMD-LINE TALLYING PRINT-TALLY FOR ALL "--print"
           IF PRINT-TALLY > 0
               MOVE 1 TO PRINT-MODE
               INSPECT CMD-LINE REPLACING ALL "--print" BY SPACES
               MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
           END-IF
           .
      *
       OPEN-PRINT-FILE.
           IF PRINT-MODE = 1
               MOVE SPACES TO PH-CYCLE-ID PRINT-STEP PRINT-NAME
               ACCEPT PH-CYCLE-ID FROM ENVIRONMENT "GAMES_CYCLE_ID"
               ACCEPT PRINT-STEP FROM ENVIRONMENT "GAMES_STEP"
               IF PH-CYCLE-ID = SPACES OR PRINT-STEP = SPACES
                   MOVE "ADHOC" TO PH-CYCLE-ID
                   MOVE "GAMES-PRINT-GAMEREF" TO PRINT-NAME
               ELSE
                   STRING "GAMES-PRINT-" FUNCTION TRIM(PH-CYCLE-ID)
                       "-S" PRINT-STEP
                       DELIMITED BY SIZE
                       INTO PRINT-NAME
                   END-STRING
               END-IF
               MOVE FUNCTION CURRENT-DATE TO PRINT-STAMP
               STRING PRINT-STAMP(1:4) "-" PRINT-STAMP(5:2) "-"
                   PRINT-STAMP(7:2)
                   DELIMITED BY SIZE
                   INTO PH-RUN-DATE
               END-STRING
               STRING PRINT-STAMP(9:2) ":" PRINT-STAMP(11:2) ":"
                   PRINT-STAMP(13:2)
                   DELIMITED BY SIZE
                   INTO PH-RUN-TIME
               END-STRING
               OPEN OUTPUT PRINT-FILE
               IF FS-PRINT NOT = "00"
                   DISPLAY "GAMEREF: cannot create print file "
                       FUNCTION TRIM(PRINT-NAME)
                       " (status " FS-PRINT ") - printing to the "
                       "console."
                   MOVE 0 TO PRINT-MODE
               END-IF
               MOVE 0 TO PRINT-PAGE-NUM
               MOVE PRINT-PAGE-LINES TO PRINT-LINE-COUNT
           END-IF
           .
      *
       EMIT-REPORT-LINE.
           IF PRINT-MODE = 0
               IF PRINT-TEXT = SPACES
                   DISPLAY " "
               ELSE
                   DISPLAY FUNCTION TRIM(PRINT-TEXT TRAILING)
               END-IF
           ELSE
               IF PRINT-LINE-COUNT >= PRINT-PAGE-LINES
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               IF PRINT-TEXT NOT = SPACES
                   OR PRINT-LINE-COUNT > PRINT-HEAD-LINES
                   MOVE SPACES TO PRINT-RECORD
                   MOVE PRINT-TEXT TO PRINT-RECORD(2:)
                   WRITE PRINT-RECORD
                   ADD 1 TO PRINT-LINE-COUNT
               END-IF
           END-IF
           MOVE SPACES TO PRINT-TEXT
           .
      *
       START-NEW-PAGE.
           IF PRINT-MODE = 1
               AND PRINT-LINE-COUNT > PRINT-HEAD-LINES
               MOVE PRINT-PAGE-LINES TO PRINT-LINE-COUNT
           END-IF
           .
      *
       WRITE-PAGE-HEADING.
           ADD 1 TO PRINT-PAGE-NUM
           MOVE PRINT-PAGE-NUM TO PH-PAGE
           WRITE PRINT-RECORD FROM PAGE-HEADING
           MOVE SPACES TO PRINT-RECORD
           MOVE PRINT-TITLE TO PRINT-RECORD(2:)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           MOVE ALL "-" TO PRINT-RECORD(2:89)
           WRITE PRINT-RECORD
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE PRINT-HEAD-LINES TO PRINT-LINE-COUNT
           .
      *
       CLOSE-PRINT-FILE.
           IF PRINT-MODE = 1
               CLOSE PRINT-FILE
               MOVE PRINT-PAGE-NUM TO PRINT-PAGES-DISP
               DISPLAY "GAMEREF: report " FUNCTION TRIM(PH-REPORT-ID)
                   " printed to " FUNCTION TRIM(PRINT-NAME) ", "
                   FUNCTION TRIM(PRINT-PAGES-DISP) " page(s)."
           END-IF
           .
      *
      * ============================================================
      * Read GAMES-SITE-CONFIG (when present) and apply the keys
      * this program owns.
      * ============================================================
                   WHEN "SOLVE-CACHE-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO SOLVE-BASE-NAME
                   WHEN "MOVE-NOTATION"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-VALUE))
                           TO CONFIG-VALUE
                       IF CONFIG-VALUE = "NUMBER"
                           OR CONFIG-VALUE = "GRID"
                           MOVE CONFIG-VALUE TO MOVE-NOTATION
                       END-IF
                   WHEN "PRINT-PAGE-LINES"
                       COMPUTE PRINT-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF PRINT-NUMVAL = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 20
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 200
                               COMPUTE PRINT-PAGE-LINES =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   * SEAL-I, 1000000000)
           END-PERFORM
           .
      *
      * Remember the input just accepted (PROV-INPUT-NAME) with the
      * count and checksum its TRAILER record carried.
       NOTE-PROVENANCE.
           ADD 1 TO PROV-USED
           MOVE PROV-INPUT-NAME TO PROV-NAME(PROV-USED)
           MOVE SEAL-EXP-COUNT TO PROV-COUNT(PROV-USED)
           MOVE SEAL-EXP-CHECKSUM TO PROV-CHECKSUM(PROV-USED)
           .
      *
       BUILD-PROVENANCE-LINE.
           MOVE PROV-COUNT(PROV-IDX) TO SEAL-DISP
           MOVE PROV-CHECKSUM(PROV-IDX) TO SEAL-DISP2
           MOVE SPACES TO PROV-LINE
           STRING "PROVENANCE INPUT="
               FUNCTION TRIM(PROV-NAME(PROV-IDX))
               " COUNT=" FUNCTION TRIM(SEAL-DISP)
               " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
               DELIMITED BY SIZE
               INTO PROV-LINE
           END-STRING
           .
      *
      * The report's sources, last: one provenance line per sealed
      * input, for GAMELINE to compare with the inputs later.
       PRINT-PROVENANCE-LINES.
           PERFORM EMIT-REPORT-LINE
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-USED
               PERFORM BUILD-PROVENANCE-LINE
               MOVE PROV-LINE TO PRINT-TEXT
               PERFORM EMIT-REPORT-LINE
           END-PERFORM
           .
      *
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
