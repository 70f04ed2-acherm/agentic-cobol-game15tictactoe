       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEEQV.
      *
      * Structural equivalence finder over the GAMEN variant
      * catalog. The Game of 15 is tic-tac-toe under a renumbering,
      * and many cataloged variants are likewise one game under two
      * names: the same number of numbers in play and the same
      * winning sets once the numbers are relabeled (for a
      * contiguous pool, target T and target k*(MAX+1)-T are always
      * such a pair). GAMEN-CATALOG keys every row separately, so
      * the same game gets solved twice.
      *
      * For every cataloged row this program rebuilds the winning-
      * set collection the way GENERATE-SETS in GAMEN does (every
      * SETSIZE distinct numbers of the row's pool that sum to the
      * target; the pool is 1..MAXNUM, or the --pool definition in
      * GAMEN-POOLS), then groups the rows whose collections are
      * identical up to a one-to-one renumbering of the pool. Only
      * rows with the same rule (standard, misere, scoring) and
      * player count can share a class - the rule is part of the
      * game.
      *
      * Each class of two or more rows is printed with its members'
      * verdicts and counters and with the renumbering that carries
      * the class's first member onto each other member. A class
      * whose members disagree is flagged: equivalent games have the
      * same value under best play and the same outcome counters, so
      * one of the disagreeing rows is wrong. Verdicts are compared
      * where both rows were solved (three-player verdicts are not
      * compared: the stated three-player rule breaks ties by the
      * lowest number, which a renumbering changes); counters are
      * compared between EXACT rows only, since SAMPLE rows are
      * estimates. Rows with no equivalent are listed after the
      * classes.
      *
      * Usage: ./gameeqv
      *
      * GAMES-SITE-CONFIG keys:
      *   CATALOG-FILE  the variant catalog      (GAMEN-CATALOG)
      *   POOL-FILE     number-pool definitions  (GAMEN-POOLS)
      *
      * Return codes:
      *   0  every row compared, no class in conflict
      *   4  a row could not be rebuilt (its pool is no longer
      *      defined, or is not a usable pool) and was left out
      *   8  at least one class carries conflicting verdicts or
      *      counters
      *  16  the catalog cannot be opened
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS FS-CATALOG.
           SELECT POOL-FILE ASSIGN TO DYNAMIC POOL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POOL.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * GAMEN's keyed variant catalog (layout as in GAMEN).
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
      * Number-pool definitions: <ID>=<n>,<n>,... per record.
       FD  POOL-FILE
           RECORDING MODE IS F.
       01  POOL-RECORD        PIC X(80).
      *
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  FS-CATALOG         PIC XX VALUE SPACES.
       01  FS-POOL            PIC XX VALUE SPACES.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CATALOG-NAME       PIC X(40) VALUE "GAMEN-CATALOG".
       01  POOL-FILE-NAME     PIC X(40) VALUE "GAMEN-POOLS".
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  CATALOG-EOF        PIC 9 VALUE 0.
       01  POOL-EOF           PIC 9 VALUE 0.
      *
      * The pool definitions, read once: each pool's numbers in
      * ascending order (GAMEN's slot order). PD-COUNT stays 0 for
      * a definition GAMEN itself would refuse.
       01  POOL-DEF-TABLE.
           05  POOL-DEF       OCCURS 200 TIMES.
               10  PD-ID      PIC X(8).
               10  PD-COUNT   PIC 99.
               10  PD-VAL     PIC 99 OCCURS 15 TIMES.
       01  POOL-DEF-COUNT     PIC 999 VALUE 0.
       01  POOL-REC-ID        PIC X(20) VALUE SPACES.
       01  POOL-REC-LIST      PIC X(80) VALUE SPACES.
       01  POOL-TOKEN         PIC X(10) VALUE SPACES.
       01  POOL-PTR           PIC 99.
       01  POOL-NUMBER        PIC 99.
       01  POOL-BAD           PIC 9.
       01  POOL-SWAP          PIC 99.
       01  PD-IDX             PIC 999.
       01  PD-FOUND           PIC 999.
       01  NUMVAL-CHECK       PIC S9(4).
      *
      * One entry per cataloged row. VE-MAP carries the class's
      * first member onto this row: slot i of the first member's
      * pool becomes slot VE-MAP(i) of this one's.
       01  VARIANT-TABLE.
           05  VARIANT-ENTRY  OCCURS 500 TIMES.
               10  VE-TARGET  PIC 99.
               10  VE-MAXNUM  PIC 99.
               10  VE-SETSIZE PIC 9.
               10  VE-VARIANT PIC X.
               10  VE-POOL    PIC X(8).
               10  VE-PLAYERS PIC 9.
               10  VE-SOLVE   PIC X(8).
               10  VE-METHOD  PIC X(8).
               10  VE-P1      PIC 9(14).
               10  VE-P2      PIC 9(14).
               10  VE-P3      PIC 9(14).
               10  VE-DR      PIC 9(14).
               10  VE-NOTE    PIC X(40).
               10  VE-N       PIC 99.
               10  VE-SETS    PIC 9(4).
               10  VE-CLASS   PIC 999.
               10  VE-VAL     PIC 99 OCCURS 15 TIMES.
               10  VE-DEG     PIC 9(4) OCCURS 15 TIMES.
               10  VE-DEG-SIG PIC X(60).
               10  VE-MAP     PIC 99 OCCURS 15 TIMES.
       01  VARIANT-COUNT      PIC 999 VALUE 0.
       01  ROWS-SKIPPED       PIC 999 VALUE 0.
       01  ROWS-DROPPED       PIC 9(5) VALUE 0.
      *
      * The classes: first member, member count, and the first
      * member's winning sets, kept as bit masks over its slots in
      * the shared SET-MASK-POOL.
       01  CLASS-TABLE.
           05  CLASS-ENTRY    OCCURS 500 TIMES.
               10  CL-FIRST   PIC 999.
               10  CL-MEMBERS PIC 999.
               10  CL-SET-START PIC 9(7).
               10  CL-VERDICT-CONFLICT PIC 9.
               10  CL-COUNTER-CONFLICT PIC 9.
       01  CLASS-COUNT        PIC 999 VALUE 0.
       01  SET-MASK-POOL.
           05  POOL-MASK      PIC 9(5) COMP OCCURS 150000 TIMES.
       01  SET-MASK-USED      PIC 9(7) VALUE 0.
       01  SHARED-CLASSES     PIC 999 VALUE 0.
       01  CONFLICT-CLASSES   PIC 999 VALUE 0.
      *
      * The row being classified: its pool, winning sets (slot
      * lists and bit masks), slot degrees, and a flag per mask
      * value saying whether that set is one of its winning sets.
       01  CUR-N              PIC 99.
       01  CUR-VAL-TABLE.
           05  CUR-VAL        PIC 99 OCCURS 15 TIMES.
       01  CUR-SET-COUNT      PIC 9(4).
       01  CUR-SET-TABLE.
           05  CUR-SET        OCCURS 3003 TIMES.
               10  CUR-GS     PIC 99 OCCURS 5 TIMES.
               10  CUR-MASK   PIC 9(5) COMP.
       01  CUR-DEG-TABLE.
           05  CUR-DEG        PIC 9(4) OCCURS 15 TIMES.
       01  CUR-USED-TABLE.
           05  CUR-USED       PIC 9 OCCURS 15 TIMES.
       01  MASK-SEEN-TABLE.
           05  MASK-SEEN      PIC 9 OCCURS 32768 TIMES.
       01  POW2-TABLE.
           05  POW2           PIC 9(5) COMP OCCURS 15 TIMES.
      *
      * Winning-set generation: GEN-IX holds the current SETSIZE
      * slots in increasing order, stepped like an odometer.
       01  GEN-IX-TABLE.
           05  GEN-IX         PIC 99 OCCURS 5 TIMES.
       01  GEN-DONE           PIC 9.
       01  GEN-SUM            PIC 999.
       01  GEN-K              PIC 9.
       01  GEN-LIMIT          PIC 99.
      *
      * The class's first member, unpacked for one comparison:
      * its sets as slot lists, its slots in descending degree
      * order, and the sets listed by the search depth at which
      * their last slot is placed.
       01  REP-ROW            PIC 999.
       01  REP-SET-TABLE.
           05  REP-SET        OCCURS 3003 TIMES.
               10  REP-GS     PIC 99 OCCURS 5 TIMES.
               10  REP-CLOSE  PIC 99.
       01  REP-ORDER-TABLE.
           05  REP-ORDER      PIC 99 OCCURS 15 TIMES.
           05  REP-POS        PIC 99 OCCURS 15 TIMES.
       01  CLOSE-TABLE.
           05  CLOSE-START    PIC 9(4) OCCURS 16 TIMES.
           05  CLOSE-SET      PIC 9(4) OCCURS 3003 TIMES.
      *
      * The renumbering search: at depth D the D-th slot of
      * REP-ORDER is given an image among the current row's
      * unused slots of the same degree.
       01  MATCH-DEPTH        PIC 99.
       01  MATCH-STATE        PIC 9.
           88  MATCH-SEARCHING    VALUE 0.
           88  MATCH-FOUND        VALUE 1.
           88  MATCH-FAILED       VALUE 2.
       01  MATCH-OK           PIC 9.
       01  MATCH-SEARCH-TABLE.
           05  MATCH-NEXT     PIC 99 OCCURS 16 TIMES.
           05  MATCH-CAND     PIC 99 OCCURS 16 TIMES.
       01  IMAGE-TABLE.
           05  IMAGE          PIC 99 OCCURS 15 TIMES.
       01  IMAGE-MASK         PIC 9(5) COMP.
      *
       01  IDX                PIC 9(4).
       01  JDX                PIC 9(4).
       01  KDX                PIC 9(7).
       01  SLOT               PIC 99.
       01  SLOT2              PIC 99.
       01  CLX                PIC 999.
       01  ROW                PIC 999.
       01  WORK-MASK          PIC 9(5) COMP.
       01  WORK-BIT           PIC 9(5) COMP.
       01  SORT-DEG-TABLE.
           05  SORT-DEG       PIC 9(4) OCCURS 15 TIMES.
       01  SORT-SWAP          PIC 9(4).
       01  SIG-POS            PIC 99.
      *
      * Conflict checks within a class
       01  FIRST-SOLVED       PIC 999.
       01  FIRST-EXACT        PIC 999.
      *
      * Report formatting
       01  HIGHEST-RC         PIC 99 VALUE 0.
       01  LABEL-TEXT         PIC X(16) VALUE SPACES.
       01  RULE-TEXT          PIC X(14) VALUE SPACES.
       01  PLAYERS-TEXT       PIC X(13) VALUE SPACES.
       01  SOLVE-TEXT         PIC X(8) VALUE SPACES.
       01  MAP-LINE           PIC X(132) VALUE SPACES.
       01  MAP-POS            PIC 999.
       01  DT1                PIC Z9.
       01  DT2                PIC Z9.
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISPLAY-SETS       PIC Z(3)9.
       01  COUNT-DISP-1       PIC Z(13)9.
       01  COUNT-DISP-2       PIC Z(13)9.
       01  COUNT-DISP-3       PIC Z(13)9.
       01  COUNT-DISP-4       PIC Z(13)9.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LOAD-SITE-CONFIG
           MOVE 1 TO POW2(1)
           PERFORM VARYING SLOT FROM 2 BY 1 UNTIL SLOT > 15
               COMPUTE POW2(SLOT) = POW2(SLOT - 1) * 2
           END-PERFORM
           PERFORM LOAD-POOL-DEFINITIONS THRU LOAD-POOL-DEFINITIONS-EXIT
      *
           OPEN INPUT CATALOG-FILE
           IF FS-CATALOG NOT = "00"
               DISPLAY "GAMEEQV: cannot open "
                   FUNCTION TRIM(CATALOG-NAME)
                   " (status " FS-CATALOG ")."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO CATALOG-EOF
           PERFORM READ-CATALOG-NEXT
           PERFORM CLASSIFY-CATALOG-ROW THRU CLASSIFY-CATALOG-ROW-EXIT
               UNTIL CATALOG-EOF = 1
           CLOSE CATALOG-FILE
      *
           DISPLAY "GAMEEQV: structural equivalence of the cataloged "
               "variants"
           DISPLAY "================================================="
               "========"
           MOVE VARIANT-COUNT TO DISPLAY-NUM
           DISPLAY "Catalog:            " FUNCTION TRIM(CATALOG-NAME)
           DISPLAY "Variants read:      " DISPLAY-NUM
           IF ROWS-DROPPED > 0
               MOVE ROWS-DROPPED TO DISPLAY-NUM
               DISPLAY "Variants not read:  " DISPLAY-NUM
                   "  (beyond the 500-row table)"
               MOVE 4 TO HIGHEST-RC
           END-IF
      *
           PERFORM VARYING CLX FROM 1 BY 1
               UNTIL CLX > CLASS-COUNT
               IF CL-MEMBERS(CLX) > 1
                   ADD 1 TO SHARED-CLASSES
                   PERFORM CHECK-CLASS-CONFLICTS
                   PERFORM PRINT-CLASS
               END-IF
           END-PERFORM
           PERFORM PRINT-SINGLE-VARIANTS
           PERFORM PRINT-SKIPPED-ROWS
      *
           DISPLAY " "
           MOVE SHARED-CLASSES TO DISPLAY-NUM
           DISPLAY "Classes of two or more variants: " DISPLAY-NUM
           MOVE CONFLICT-CLASSES TO DISPLAY-NUM
           DISPLAY "Classes in conflict:             " DISPLAY-NUM
           IF CONFLICT-CLASSES > 0
               MOVE 8 TO HIGHEST-RC
           ELSE
               IF ROWS-SKIPPED > 0 AND HIGHEST-RC < 4
                   MOVE 4 TO HIGHEST-RC
               END-IF
           END-IF
           MOVE HIGHEST-RC TO RETURN-CODE
           STOP RUN
           .
      *
       READ-CATALOG-NEXT.
           READ CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 1 TO CATALOG-EOF
           END-READ
           .
      *
      * ============================================================
      * One catalog row: copy it into the variant table, rebuild
      * its winning sets, and either place it in the first class
      * it is a renumbering of or open a new class with it.
      * ============================================================
       CLASSIFY-CATALOG-ROW.
           IF VARIANT-COUNT >= 500
               ADD 1 TO ROWS-DROPPED
               PERFORM READ-CATALOG-NEXT
               GO TO CLASSIFY-CATALOG-ROW-EXIT
           END-IF
           ADD 1 TO VARIANT-COUNT
           MOVE VARIANT-COUNT TO ROW
           INITIALIZE VARIANT-ENTRY(ROW)
           MOVE CAT-TARGET TO VE-TARGET(ROW)
           MOVE CAT-MAXNUM TO VE-MAXNUM(ROW)
           MOVE CAT-SETSIZE TO VE-SETSIZE(ROW)
           MOVE CAT-VARIANT TO VE-VARIANT(ROW)
           MOVE CAT-POOL TO VE-POOL(ROW)
           MOVE CAT-PLAYERS TO VE-PLAYERS(ROW)
           IF CAT-PLAYERS NOT = 3
               MOVE 2 TO VE-PLAYERS(ROW)
           END-IF
           MOVE CAT-SOLVE TO VE-SOLVE(ROW)
           IF CAT-SOLVE = "N/A"
               MOVE SPACES TO VE-SOLVE(ROW)
           END-IF
           MOVE CAT-METHOD TO VE-METHOD(ROW)
           MOVE CAT-P1 TO VE-P1(ROW)
           MOVE CAT-P2 TO VE-P2(ROW)
           MOVE CAT-P3 TO VE-P3(ROW)
           MOVE CAT-DR TO VE-DR(ROW)
           PERFORM READ-CATALOG-NEXT
      *
           PERFORM BUILD-ROW-POOL
           IF VE-NOTE(ROW) NOT = SPACES
               ADD 1 TO ROWS-SKIPPED
               GO TO CLASSIFY-CATALOG-ROW-EXIT
           END-IF
           PERFORM GENERATE-ROW-SETS THRU GENERATE-ROW-SETS-EXIT
           IF VE-NOTE(ROW) NOT = SPACES
               ADD 1 TO ROWS-SKIPPED
               GO TO CLASSIFY-CATALOG-ROW-EXIT
           END-IF
           PERFORM BUILD-DEGREE-SIGNATURE
      *
           MOVE 0 TO VE-CLASS(ROW)
           PERFORM VARYING CLX FROM 1 BY 1
               UNTIL CLX > CLASS-COUNT OR VE-CLASS(ROW) NOT = 0
               PERFORM TRY-CLASS-MATCH THRU TRY-CLASS-MATCH-EXIT
           END-PERFORM
           IF VE-CLASS(ROW) = 0
               PERFORM OPEN-NEW-CLASS THRU OPEN-NEW-CLASS-EXIT
           END-IF
           .
      *
       CLASSIFY-CATALOG-ROW-EXIT.
           EXIT
           .
      *
      * The row's pool in slot order: 1..MAXNUM for the contiguous
      * range, else the numbers of its GAMEN-POOLS definition.
       BUILD-ROW-POOL.
           INITIALIZE CUR-VAL-TABLE
           IF VE-POOL(ROW) = SPACES
               IF VE-MAXNUM(ROW) < 3 OR VE-MAXNUM(ROW) > 15
                   MOVE "max-number outside 3..15"
                       TO VE-NOTE(ROW)
               ELSE
                   MOVE VE-MAXNUM(ROW) TO CUR-N
                   PERFORM VARYING SLOT FROM 1 BY 1
                       UNTIL SLOT > CUR-N
                       MOVE SLOT TO CUR-VAL(SLOT)
                   END-PERFORM
               END-IF
           ELSE
               MOVE 0 TO PD-FOUND
               PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > POOL-DEF-COUNT OR PD-FOUND > 0
                   IF PD-ID(PD-IDX) = VE-POOL(ROW)
                       MOVE PD-IDX TO PD-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN PD-FOUND = 0
                       STRING "pool not defined in "
                           FUNCTION TRIM(POOL-FILE-NAME)
                           DELIMITED BY SIZE
                           INTO VE-NOTE(ROW)
                       END-STRING
                   WHEN PD-COUNT(PD-FOUND) = 0
                       MOVE "pool definition is not usable"
                           TO VE-NOTE(ROW)
                   WHEN PD-VAL(PD-FOUND, PD-COUNT(PD-FOUND))
                           NOT = VE-MAXNUM(ROW)
      *                The definition has been edited since the row
      *                was cataloged; its sets are not the row's.
                       MOVE "pool redefined since cataloged"
                           TO VE-NOTE(ROW)
                   WHEN OTHER
                       MOVE PD-COUNT(PD-FOUND) TO CUR-N
                       PERFORM VARYING SLOT FROM 1 BY 1
                           UNTIL SLOT > CUR-N
                           MOVE PD-VAL(PD-FOUND, SLOT)
                               TO CUR-VAL(SLOT)
                       END-PERFORM
               END-EVALUATE
           END-IF
           IF VE-NOTE(ROW) = SPACES
               MOVE CUR-N TO VE-N(ROW)
               PERFORM VARYING SLOT FROM 1 BY 1
                   UNTIL SLOT > CUR-N
                   MOVE CUR-VAL(SLOT) TO VE-VAL(ROW, SLOT)
               END-PERFORM
           END-IF
           .
      *
      * ============================================================
      * Every SETSIZE distinct slots whose numbers sum to the
      * target, in increasing slot order - the collection GAMEN's
      * GENERATE-SETS builds - with each set's bit mask, the slot
      * degrees, and the mask flags used by the renumbering search.
      * ============================================================
       GENERATE-ROW-SETS.
           MOVE 0 TO CUR-SET-COUNT
           INITIALIZE CUR-DEG-TABLE
           INITIALIZE MASK-SEEN-TABLE
           IF VE-SETSIZE(ROW) < 3 OR VE-SETSIZE(ROW) > 5
               OR VE-SETSIZE(ROW) > CUR-N
               MOVE "set size outside 3..5" TO VE-NOTE(ROW)
               GO TO GENERATE-ROW-SETS-EXIT
           END-IF
           PERFORM VARYING GEN-K FROM 1 BY 1
               UNTIL GEN-K > VE-SETSIZE(ROW)
               MOVE GEN-K TO GEN-IX(GEN-K)
           END-PERFORM
           MOVE 0 TO GEN-DONE
           PERFORM TEST-AND-ADVANCE-SET UNTIL GEN-DONE = 1
           MOVE CUR-SET-COUNT TO VE-SETS(ROW)
           .
      *
       GENERATE-ROW-SETS-EXIT.
           EXIT
           .
      *
       TEST-AND-ADVANCE-SET.
           MOVE 0 TO GEN-SUM
           PERFORM VARYING GEN-K FROM 1 BY 1
               UNTIL GEN-K > VE-SETSIZE(ROW)
               ADD CUR-VAL(GEN-IX(GEN-K)) TO GEN-SUM
           END-PERFORM
           IF GEN-SUM = VE-TARGET(ROW)
               ADD 1 TO CUR-SET-COUNT
               MOVE 0 TO CUR-MASK(CUR-SET-COUNT)
               PERFORM VARYING GEN-K FROM 1 BY 1
                   UNTIL GEN-K > VE-SETSIZE(ROW)
                   MOVE GEN-IX(GEN-K) TO SLOT
                   MOVE SLOT TO CUR-GS(CUR-SET-COUNT, GEN-K)
                   ADD POW2(SLOT) TO CUR-MASK(CUR-SET-COUNT)
                   ADD 1 TO CUR-DEG(SLOT)
               END-PERFORM
               MOVE 1 TO MASK-SEEN(CUR-MASK(CUR-SET-COUNT) + 1)
           END-IF
      *    Step the rightmost slot that still has room, and restart
      *    every slot to its right just above it.
           MOVE VE-SETSIZE(ROW) TO GEN-K
           COMPUTE GEN-LIMIT = CUR-N - VE-SETSIZE(ROW) + GEN-K
           PERFORM UNTIL GEN-K = 0
               OR GEN-IX(GEN-K) < GEN-LIMIT
               SUBTRACT 1 FROM GEN-K
               IF GEN-K > 0
                   COMPUTE GEN-LIMIT = CUR-N - VE-SETSIZE(ROW)
                       + GEN-K
               END-IF
           END-PERFORM
           IF GEN-K = 0
               MOVE 1 TO GEN-DONE
           ELSE
               ADD 1 TO GEN-IX(GEN-K)
               PERFORM VARYING GEN-K FROM GEN-K BY 1
                   UNTIL GEN-K >= VE-SETSIZE(ROW)
                   COMPUTE GEN-IX(GEN-K + 1) = GEN-IX(GEN-K) + 1
               END-PERFORM
           END-IF
           .
      *
      * The slot degrees sorted high to low, as text: two rows
      * with different signatures cannot be renumberings of each
      * other, so most pairs never reach the search.
       BUILD-DEGREE-SIGNATURE.
           MOVE CUR-DEG-TABLE TO SORT-DEG-TABLE
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > CUR-N
               MOVE CUR-DEG(SLOT) TO VE-DEG(ROW, SLOT)
           END-PERFORM
           PERFORM VARYING SLOT FROM 2 BY 1 UNTIL SLOT > CUR-N
               PERFORM VARYING SLOT2 FROM SLOT BY -1
                   UNTIL SLOT2 < 2
                   OR SORT-DEG(SLOT2 - 1) >= SORT-DEG(SLOT2)
                   MOVE SORT-DEG(SLOT2) TO SORT-SWAP
                   MOVE SORT-DEG(SLOT2 - 1) TO SORT-DEG(SLOT2)
                   MOVE SORT-SWAP TO SORT-DEG(SLOT2 - 1)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO VE-DEG-SIG(ROW)
           MOVE 1 TO SIG-POS
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > CUR-N
               STRING SORT-DEG(SLOT) DELIMITED BY SIZE
                   INTO VE-DEG-SIG(ROW) WITH POINTER SIG-POS
               END-STRING
           END-PERFORM
           .
      *
       OPEN-NEW-CLASS.
           IF SET-MASK-USED + CUR-SET-COUNT > 150000
               OR CLASS-COUNT >= 500
               MOVE "too many distinct games to hold"
                   TO VE-NOTE(ROW)
               ADD 1 TO ROWS-SKIPPED
               GO TO OPEN-NEW-CLASS-EXIT
           END-IF
           ADD 1 TO CLASS-COUNT
           MOVE ROW TO CL-FIRST(CLASS-COUNT)
           MOVE 1 TO CL-MEMBERS(CLASS-COUNT)
           MOVE 0 TO CL-VERDICT-CONFLICT(CLASS-COUNT)
           MOVE 0 TO CL-COUNTER-CONFLICT(CLASS-COUNT)
           COMPUTE CL-SET-START(CLASS-COUNT) = SET-MASK-USED + 1
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > CUR-SET-COUNT
               ADD 1 TO SET-MASK-USED
               MOVE CUR-MASK(IDX) TO POOL-MASK(SET-MASK-USED)
           END-PERFORM
           MOVE CLASS-COUNT TO VE-CLASS(ROW)
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > CUR-N
               MOVE SLOT TO VE-MAP(ROW, SLOT)
           END-PERFORM
           .
      *
       OPEN-NEW-CLASS-EXIT.
           EXIT
           .
      *
      * ============================================================
      * Is the current row a renumbering of class CLX's first
      * member? Same rule, players, pool size, set size, set count
      * and degree signature first; then a depth-first search for a
      * slot-to-slot map under which every one of the first
      * member's winning sets lands on one of this row's.
      * ============================================================
       TRY-CLASS-MATCH.
           MOVE CL-FIRST(CLX) TO REP-ROW
           IF VE-VARIANT(REP-ROW) NOT = VE-VARIANT(ROW)
               OR VE-PLAYERS(REP-ROW) NOT = VE-PLAYERS(ROW)
               OR VE-N(REP-ROW) NOT = VE-N(ROW)
               OR VE-SETSIZE(REP-ROW) NOT = VE-SETSIZE(ROW)
               OR VE-SETS(REP-ROW) NOT = VE-SETS(ROW)
               OR VE-DEG-SIG(REP-ROW) NOT = VE-DEG-SIG(ROW)
               GO TO TRY-CLASS-MATCH-EXIT
           END-IF
           PERFORM UNPACK-CLASS-SETS
           PERFORM ORDER-REP-SLOTS
      *
           INITIALIZE CUR-USED-TABLE
           INITIALIZE IMAGE-TABLE
           INITIALIZE MATCH-SEARCH-TABLE
           MOVE 1 TO MATCH-DEPTH
           MOVE 1 TO MATCH-NEXT(1)
           MOVE 0 TO MATCH-STATE
           PERFORM MATCH-STEP THRU MATCH-STEP-EXIT
               UNTIL NOT MATCH-SEARCHING
           IF MATCH-FOUND
               MOVE CLX TO VE-CLASS(ROW)
               ADD 1 TO CL-MEMBERS(CLX)
               PERFORM VARYING SLOT FROM 1 BY 1
                   UNTIL SLOT > VE-N(ROW)
                   MOVE IMAGE(SLOT) TO VE-MAP(ROW, SLOT)
               END-PERFORM
           END-IF
           .
      *
       TRY-CLASS-MATCH-EXIT.
           EXIT
           .
      *
      * The first member's masks back into slot lists.
       UNPACK-CLASS-SETS.
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > VE-SETS(REP-ROW)
               COMPUTE KDX = CL-SET-START(CLX) + IDX - 1
               MOVE POOL-MASK(KDX) TO WORK-MASK
               MOVE 0 TO GEN-K
               PERFORM VARYING SLOT FROM 1 BY 1
                   UNTIL SLOT > VE-N(REP-ROW)
                   DIVIDE WORK-MASK BY 2 GIVING WORK-MASK
                       REMAINDER WORK-BIT
                   IF WORK-BIT = 1
                       ADD 1 TO GEN-K
                       MOVE SLOT TO REP-GS(IDX, GEN-K)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *
      * Search order: the first member's slots by descending
      * degree (slots in no winning set go last, where they can
      * never force a retreat); each set is checked at the depth
      * its last slot is placed.
       ORDER-REP-SLOTS.
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > VE-N(REP-ROW)
               MOVE SLOT TO REP-ORDER(SLOT)
           END-PERFORM
           PERFORM VARYING SLOT FROM 2 BY 1
               UNTIL SLOT > VE-N(REP-ROW)
               PERFORM VARYING SLOT2 FROM SLOT BY -1
                   UNTIL SLOT2 < 2
                   OR VE-DEG(REP-ROW, REP-ORDER(SLOT2 - 1))
                       >= VE-DEG(REP-ROW, REP-ORDER(SLOT2))
                   MOVE REP-ORDER(SLOT2) TO SORT-SWAP
                   MOVE REP-ORDER(SLOT2 - 1) TO REP-ORDER(SLOT2)
                   MOVE SORT-SWAP TO REP-ORDER(SLOT2 - 1)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > VE-N(REP-ROW)
               MOVE SLOT TO REP-POS(REP-ORDER(SLOT))
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > VE-SETS(REP-ROW)
               MOVE 0 TO REP-CLOSE(IDX)
               PERFORM VARYING GEN-K FROM 1 BY 1
                   UNTIL GEN-K > VE-SETSIZE(REP-ROW)
                   IF REP-POS(REP-GS(IDX, GEN-K)) > REP-CLOSE(IDX)
                       MOVE REP-POS(REP-GS(IDX, GEN-K))
                           TO REP-CLOSE(IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO JDX
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > VE-N(REP-ROW)
               COMPUTE CLOSE-START(SLOT) = JDX + 1
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > VE-SETS(REP-ROW)
                   IF REP-CLOSE(IDX) = SLOT
                       ADD 1 TO JDX
                       MOVE IDX TO CLOSE-SET(JDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           COMPUTE CLOSE-START(VE-N(REP-ROW) + 1) = JDX + 1
           .
      *
      * One step of the search. A step at a depth first gives back
      * the image it holds there, then tries the next unused slot
      * of the right degree; with none left it retreats a depth.
       MATCH-STEP.
           MOVE REP-ORDER(MATCH-DEPTH) TO SLOT
           IF MATCH-CAND(MATCH-DEPTH) > 0
               MOVE 0 TO CUR-USED(MATCH-CAND(MATCH-DEPTH))
               MOVE 0 TO MATCH-CAND(MATCH-DEPTH)
           END-IF
           PERFORM VARYING SLOT2 FROM MATCH-NEXT(MATCH-DEPTH) BY 1
               UNTIL SLOT2 > VE-N(ROW)
               OR (CUR-USED(SLOT2) = 0
                   AND CUR-DEG(SLOT2) = VE-DEG(REP-ROW, SLOT))
               CONTINUE
           END-PERFORM
           IF SLOT2 > VE-N(ROW)
               MOVE 1 TO MATCH-NEXT(MATCH-DEPTH)
               SUBTRACT 1 FROM MATCH-DEPTH
               IF MATCH-DEPTH = 0
                   SET MATCH-FAILED TO TRUE
               END-IF
               GO TO MATCH-STEP-EXIT
           END-IF
           MOVE SLOT2 TO MATCH-CAND(MATCH-DEPTH)
           MOVE 1 TO CUR-USED(SLOT2)
           COMPUTE MATCH-NEXT(MATCH-DEPTH) = SLOT2 + 1
           MOVE SLOT2 TO IMAGE(SLOT)
           PERFORM CHECK-CLOSING-SETS
           IF MATCH-OK = 1
               IF MATCH-DEPTH = VE-N(ROW)
                   SET MATCH-FOUND TO TRUE
               ELSE
                   ADD 1 TO MATCH-DEPTH
                   MOVE 1 TO MATCH-NEXT(MATCH-DEPTH)
                   MOVE 0 TO MATCH-CAND(MATCH-DEPTH)
               END-IF
           END-IF
           .
      *
       MATCH-STEP-EXIT.
           EXIT
           .
      *
      * Every first-member set completed at this depth must map
      * onto one of the current row's winning sets. The set counts
      * are equal, so a full map that passes is a renumbering.
       CHECK-CLOSING-SETS.
           MOVE 1 TO MATCH-OK
           PERFORM VARYING JDX FROM CLOSE-START(MATCH-DEPTH) BY 1
               UNTIL JDX >= CLOSE-START(MATCH-DEPTH + 1)
               OR MATCH-OK = 0
               MOVE CLOSE-SET(JDX) TO IDX
               MOVE 0 TO IMAGE-MASK
               PERFORM VARYING GEN-K FROM 1 BY 1
                   UNTIL GEN-K > VE-SETSIZE(ROW)
                   ADD POW2(IMAGE(REP-GS(IDX, GEN-K)))
                       TO IMAGE-MASK
               END-PERFORM
               IF MASK-SEEN(IMAGE-MASK + 1) = 0
                   MOVE 0 TO MATCH-OK
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Equivalent games share their value under best play and
      * their outcome counters. Compare each member with the first
      * member that carries the same kind of figure.
      * ============================================================
       CHECK-CLASS-CONFLICTS.
           MOVE 0 TO FIRST-SOLVED
           MOVE 0 TO FIRST-EXACT
           PERFORM VARYING ROW FROM 1 BY 1
               UNTIL ROW > VARIANT-COUNT
               IF VE-CLASS(ROW) = CLX
                   IF VE-SOLVE(ROW) NOT = SPACES
                       AND VE-PLAYERS(ROW) = 2
                       IF FIRST-SOLVED = 0
                           MOVE ROW TO FIRST-SOLVED
                       ELSE
                           IF VE-SOLVE(ROW)
                               NOT = VE-SOLVE(FIRST-SOLVED)
                               MOVE 1 TO CL-VERDICT-CONFLICT(CLX)
                           END-IF
                       END-IF
                   END-IF
                   IF VE-METHOD(ROW) = "EXACT"
                       IF FIRST-EXACT = 0
                           MOVE ROW TO FIRST-EXACT
                       ELSE
                           IF VE-P1(ROW) NOT = VE-P1(FIRST-EXACT)
                               OR VE-P2(ROW) NOT = VE-P2(FIRST-EXACT)
                               OR VE-P3(ROW) NOT = VE-P3(FIRST-EXACT)
                               OR VE-DR(ROW) NOT = VE-DR(FIRST-EXACT)
                               MOVE 1 TO CL-COUNTER-CONFLICT(CLX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF CL-VERDICT-CONFLICT(CLX) = 1
               OR CL-COUNTER-CONFLICT(CLX) = 1
               ADD 1 TO CONFLICT-CLASSES
           END-IF
           .
      *
      * ============================================================
      * One class: what the game is, each member's figures, the
      * renumbering from the first member onto each other member,
      * and any conflict.
      * ============================================================
       PRINT-CLASS.
           MOVE CL-FIRST(CLX) TO REP-ROW
           PERFORM SET-RULE-TEXT
           MOVE SHARED-CLASSES TO DISPLAY-NUM
           MOVE VE-N(REP-ROW) TO DT2
           MOVE VE-SETS(REP-ROW) TO DISPLAY-SETS
           DISPLAY " "
           DISPLAY "Class " FUNCTION TRIM(DISPLAY-NUM) " - "
               FUNCTION TRIM(DT2) " numbers, "
               FUNCTION TRIM(DISPLAY-SETS) " winning sets of "
               VE-SETSIZE(REP-ROW) ", "
               FUNCTION TRIM(RULE-TEXT) ", "
               FUNCTION TRIM(PLAYERS-TEXT)
           DISPLAY "  Variant          Solve     Method  "
               "        P1-WINS         P2-WINS         P3-WINS"
               "           DRAWS"
           PERFORM VARYING ROW FROM 1 BY 1
               UNTIL ROW > VARIANT-COUNT
               IF VE-CLASS(ROW) = CLX
                   PERFORM PRINT-MEMBER-LINE
               END-IF
           END-PERFORM
           MOVE REP-ROW TO ROW
           PERFORM BUILD-ROW-LABEL
           DISPLAY "  Numbers of " FUNCTION TRIM(LABEL-TEXT)
               " as they fall in each other member:"
           PERFORM VARYING ROW FROM 1 BY 1
               UNTIL ROW > VARIANT-COUNT
               IF VE-CLASS(ROW) = CLX AND ROW NOT = REP-ROW
                   PERFORM PRINT-MAP-LINE
               END-IF
           END-PERFORM
           IF CL-VERDICT-CONFLICT(CLX) = 1
               DISPLAY "  ** CONFLICT: members carry different solve "
                   "verdicts - one of them is wrong."
           END-IF
           IF CL-COUNTER-CONFLICT(CLX) = 1
               DISPLAY "  ** CONFLICT: EXACT members carry different "
                   "outcome counters - one of them is wrong."
           END-IF
           IF VE-PLAYERS(REP-ROW) = 3
               DISPLAY "  (three-player verdicts depend on the "
                   "lowest-number tie-break and are not compared)"
           END-IF
           .
      *
       PRINT-MEMBER-LINE.
           PERFORM BUILD-ROW-LABEL
           MOVE VE-SOLVE(ROW) TO SOLVE-TEXT
           IF SOLVE-TEXT = SPACES
               MOVE "unsolved" TO SOLVE-TEXT
           END-IF
           MOVE VE-P1(ROW) TO COUNT-DISP-1
           MOVE VE-P2(ROW) TO COUNT-DISP-2
           MOVE VE-P3(ROW) TO COUNT-DISP-3
           MOVE VE-DR(ROW) TO COUNT-DISP-4
           DISPLAY "  " LABEL-TEXT " " SOLVE-TEXT "  "
               VE-METHOD(ROW) COUNT-DISP-1 "  " COUNT-DISP-2
               "  " COUNT-DISP-3 "  " COUNT-DISP-4
           .
      *
      * "    T12 1..9         1>9 2>8 3>7 ..." - each number of the
      * first member followed by the number it becomes here.
       PRINT-MAP-LINE.
           PERFORM BUILD-ROW-LABEL
           MOVE SPACES TO MAP-LINE
           MOVE 1 TO MAP-POS
           STRING "    " LABEL-TEXT " " DELIMITED BY SIZE
               INTO MAP-LINE WITH POINTER MAP-POS
           END-STRING
           PERFORM VARYING SLOT FROM 1 BY 1
               UNTIL SLOT > VE-N(ROW)
               MOVE VE-VAL(REP-ROW, SLOT) TO DT1
               MOVE VE-VAL(ROW, VE-MAP(ROW, SLOT)) TO DT2
               STRING " " FUNCTION TRIM(DT1) ">" FUNCTION TRIM(DT2)
                   DELIMITED BY SIZE
                   INTO MAP-LINE WITH POINTER MAP-POS
               END-STRING
           END-PERFORM
           DISPLAY FUNCTION TRIM(MAP-LINE TRAILING)
           .
      *
      * "T15 1..9" for the contiguous range, "T30 PRIMES30" for a
      * named pool.
       BUILD-ROW-LABEL.
           MOVE SPACES TO LABEL-TEXT
           MOVE VE-TARGET(ROW) TO DT1
           IF VE-POOL(ROW) = SPACES
               MOVE VE-MAXNUM(ROW) TO DT2
               STRING "T" FUNCTION TRIM(DT1) " 1.."
                   FUNCTION TRIM(DT2)
                   DELIMITED BY SIZE
                   INTO LABEL-TEXT
               END-STRING
           ELSE
               STRING "T" FUNCTION TRIM(DT1) " "
                   FUNCTION TRIM(VE-POOL(ROW))
                   DELIMITED BY SIZE
                   INTO LABEL-TEXT
               END-STRING
           END-IF
           .
      *
       SET-RULE-TEXT.
           EVALUATE VE-VARIANT(REP-ROW)
               WHEN "M"
                   MOVE "misere rule" TO RULE-TEXT
               WHEN "C"
                   MOVE "scoring rule" TO RULE-TEXT
               WHEN OTHER
                   MOVE "standard rule" TO RULE-TEXT
           END-EVALUATE
           IF VE-PLAYERS(REP-ROW) = 3
               MOVE "three players" TO PLAYERS-TEXT
           ELSE
               MOVE "two players" TO PLAYERS-TEXT
           END-IF
           .
      *
       PRINT-SINGLE-VARIANTS.
           IF CLASS-COUNT > SHARED-CLASSES
               DISPLAY " "
               DISPLAY "Variants with no equivalent in the catalog:"
               PERFORM VARYING CLX FROM 1 BY 1
                   UNTIL CLX > CLASS-COUNT
                   IF CL-MEMBERS(CLX) = 1
                       MOVE CL-FIRST(CLX) TO REP-ROW
                       MOVE REP-ROW TO ROW
                       PERFORM BUILD-ROW-LABEL
                       PERFORM SET-RULE-TEXT
                       MOVE VE-N(ROW) TO DT2
                       MOVE VE-SETS(ROW) TO DISPLAY-SETS
                       DISPLAY "  " LABEL-TEXT " "
                           FUNCTION TRIM(DT2) " numbers, "
                           FUNCTION TRIM(DISPLAY-SETS)
                           " winning sets of " VE-SETSIZE(ROW) ", "
                           FUNCTION TRIM(RULE-TEXT) ", "
                           FUNCTION TRIM(PLAYERS-TEXT)
                   END-IF
               END-PERFORM
           END-IF
           .
      *
       PRINT-SKIPPED-ROWS.
           IF ROWS-SKIPPED > 0
               DISPLAY " "
               DISPLAY "Variants not compared:"
               PERFORM VARYING ROW FROM 1 BY 1
                   UNTIL ROW > VARIANT-COUNT
                   IF VE-NOTE(ROW) NOT = SPACES
                       PERFORM BUILD-ROW-LABEL
                       DISPLAY "  " LABEL-TEXT " set size "
                           VE-SETSIZE(ROW) " variant "
                           VE-VARIANT(ROW) " - "
                           FUNCTION TRIM(VE-NOTE(ROW))
                   END-IF
               END-PERFORM
           END-IF
           .
      *
      * ============================================================
      * Read every pool definition once, validated as GAMEN
      * validates the one it is given: 3 to 15 distinct whole
      * numbers from 1 to 99, held in ascending order.
      * ============================================================
       LOAD-POOL-DEFINITIONS.
           MOVE 0 TO POOL-DEF-COUNT
           OPEN INPUT POOL-FILE
           IF FS-POOL NOT = "00"
               GO TO LOAD-POOL-DEFINITIONS-EXIT
           END-IF
           MOVE 0 TO POOL-EOF
           PERFORM READ-POOL-RECORD
           PERFORM TAKE-POOL-DEFINITION UNTIL POOL-EOF = 1
           CLOSE POOL-FILE
           .
      *
       LOAD-POOL-DEFINITIONS-EXIT.
           EXIT
           .
      *
       READ-POOL-RECORD.
           READ POOL-FILE
               AT END
                   MOVE 1 TO POOL-EOF
           END-READ
           .
      *
       TAKE-POOL-DEFINITION.
           IF POOL-RECORD NOT = SPACES
               AND POOL-RECORD(1:1) NOT = "*"
               AND POOL-DEF-COUNT < 200
               MOVE SPACES TO POOL-REC-ID POOL-REC-LIST
               UNSTRING POOL-RECORD DELIMITED BY "="
                   INTO POOL-REC-ID POOL-REC-LIST
               END-UNSTRING
               ADD 1 TO POOL-DEF-COUNT
               MOVE POOL-DEF-COUNT TO PD-IDX
               INITIALIZE POOL-DEF(PD-IDX)
               MOVE FUNCTION TRIM(POOL-REC-ID) TO PD-ID(PD-IDX)
               INSPECT POOL-REC-LIST REPLACING ALL "," BY SPACE
               MOVE FUNCTION TRIM(POOL-REC-LIST) TO POOL-REC-LIST
               MOVE 0 TO POOL-BAD
               MOVE 1 TO POOL-PTR
               MOVE "X" TO POOL-TOKEN
               PERFORM TAKE-POOL-NUMBER
                   UNTIL POOL-TOKEN = SPACES OR POOL-PTR > 80
                   OR POOL-BAD = 1
               PERFORM VARYING SLOT FROM 2 BY 1
                   UNTIL SLOT > PD-COUNT(PD-IDX)
                   PERFORM VARYING SLOT2 FROM SLOT BY -1
                       UNTIL SLOT2 < 2
                       OR PD-VAL(PD-IDX, SLOT2 - 1)
                           <= PD-VAL(PD-IDX, SLOT2)
                       MOVE PD-VAL(PD-IDX, SLOT2) TO POOL-SWAP
                       MOVE PD-VAL(PD-IDX, SLOT2 - 1)
                           TO PD-VAL(PD-IDX, SLOT2)
                       MOVE POOL-SWAP TO PD-VAL(PD-IDX, SLOT2 - 1)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING SLOT FROM 2 BY 1
                   UNTIL SLOT > PD-COUNT(PD-IDX)
                   IF PD-VAL(PD-IDX, SLOT) = PD-VAL(PD-IDX, SLOT - 1)
                       MOVE 1 TO POOL-BAD
                   END-IF
               END-PERFORM
               IF POOL-BAD = 1 OR PD-COUNT(PD-IDX) < 3
                   MOVE 0 TO PD-COUNT(PD-IDX)
               END-IF
           END-IF
           PERFORM READ-POOL-RECORD
           .
      *
       TAKE-POOL-NUMBER.
           MOVE SPACES TO POOL-TOKEN
           UNSTRING POOL-REC-LIST DELIMITED BY ALL SPACES
               INTO POOL-TOKEN WITH POINTER POOL-PTR
           END-UNSTRING
           IF POOL-TOKEN NOT = SPACES
               COMPUTE NUMVAL-CHECK = FUNCTION TEST-NUMVAL(POOL-TOKEN)
               IF NUMVAL-CHECK NOT = 0
                   MOVE 1 TO POOL-BAD
               ELSE
                   IF FUNCTION NUMVAL(POOL-TOKEN) < 1
                       OR FUNCTION NUMVAL(POOL-TOKEN) > 99
                       OR FUNCTION NUMVAL(POOL-TOKEN) NOT =
                           FUNCTION INTEGER(FUNCTION NUMVAL(POOL-TOKEN))
                       OR PD-COUNT(PD-IDX) = 15
                       MOVE 1 TO POOL-BAD
                   ELSE
                       COMPUTE POOL-NUMBER =
                           FUNCTION NUMVAL(POOL-TOKEN)
                       ADD 1 TO PD-COUNT(PD-IDX)
                       MOVE POOL-NUMBER
                           TO PD-VAL(PD-IDX, PD-COUNT(PD-IDX))
                   END-IF
               END-IF
           END-IF
           .
      *
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
               IF FUNCTION TRIM(CONFIG-VALUE) NOT = SPACES
                   EVALUATE FUNCTION TRIM(CONFIG-KEY)
                       WHEN "CATALOG-FILE"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO CATALOG-NAME
                       WHEN "POOL-FILE"
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO POOL-FILE-NAME
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-CONFIG-RECORD
           .
