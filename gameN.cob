      *
      * Generator for "Game of N" variants.
      * Given a target sum and number range, defines a game where
      * two players alternate picking numbers (or, with --players 3,
      * three players pick in rotation); first to collect three
      * numbers summing to the target wins.
      *
      * Usage: ./gameN <target-sum> [<max-number>] [--setsize N]
      *                [--handicap P,N] [--solve] [--misere]
      *                [--scoring] [--sample N [--seed S]]
      *                [--runid X] [--pool ID] [--players N]
      *        ./gameN --batch <start> <end> [--setsize N] [--solve]
      *                [--misere] [--scoring] [--pool ID]
      *                [--players N]
      *        ./gameN --catalog
      *        ./gameN --convert-catalog
      *   target-sum   Integer sum needed to win (e.g. 15)
      *   max-number   Highest pickable number (default: auto)
      *   --handicap P,N  Pre-assign number N to player P (1 or 2,
      *                or 1 to 3 with --players 3)
      *                before play begins, so the enumeration covers
      *                only games reachable from that forced opening
      *                placement. Not supported together with
      *                variant's own cache file (GAMEN-SOLVE-T..M..
      *                S..<rule>), which GAMEREF --variant reads to
      *                print the variant's opening reference card.
      *                Pools of 16 to 20 numbers (max-number 16-20,
      *                or a --pool that size) are valued with
      *                --solve only: their 3**n position table does
      *                not fit in memory, so it is split into
      *                partitions on disk (see "Partitioned
      *                valuation" below), and no exact game counts
      *                are taken. Two players only, and not with
      *                --batch, --sample or --handicap.
      *                In --batch mode the comparison table gains a
      *                SOLVE column, so the table answers which
      *                target sums make a fair game.
      *                restart state and a resume only ever adopts
      *                its own half-finished work. Restart a killed
      *                run with the same --runid to resume it.
      *   --pool ID    Play over the exact numbers of pool ID from
      *                the pool definition file (GAMEN-POOLS, key
      *                POOL-FILE) instead of the contiguous range
      *                1..max-number - the primes under 30, even
      *                numbers only, a range with a gap. One record
      *                per pool, "*" comments:
      *                    PRIMES30=2,3,5,7,11,13,17,19,23,29
      *                    NOSEVEN=1,2,3,4,5,6,8,9,10
      *                An ID is 1-8 letters or digits; a pool holds
      *                3 to 15 distinct numbers from 1 to 99 (up to
      *                20 for a partitioned --solve). The
      *                pool replaces max-number (giving both is an
      *                error); every mode works over it, and the
      *                ID is carried in the catalog key, the
      *                solve-cache name (GAMEN-SOLVE-T..P<ID>S..),
      *                the run-log record (POOL=<ID>) and the
      *                triples CSV, so a pool's figures never mix
      *                with a contiguous variant of the same
      *                target.
      *   --players N  Number of players, 2 (default) or 3. With 3
      *                the players pick in rotation P1, P2, P3 and
      *                the first to complete a winning set wins; the
      *                plain enumeration, --solve, --sample and
      *                --batch all report P1, P2 and P3 wins and
      *                draws. Under --solve each player takes the
      *                move that is best for itself - its own win,
      *                else a draw, else any other result - and
      *                among equally good moves the lowest number,
      *                so the best-play outcome is well defined. The
      *                player count is carried in the catalog key,
      *                the run-log record (PLAYERS=3), the triples
      *                CSV and the solve cache (name suffix -3P),
      *                so three-player figures never mix with
      *                two-player ones. Three players are not
      *                supported with --misere or --scoring, and
      *                exact counts and --solve are limited to
      *                pools of 11 numbers (the position key then
      *                needs four states per number).
      *   --catalog    Print the keyed variant catalog
      *                (GAMEN-CATALOG): one row per target-sum /
      *                max-number / set-size / rule-variant / pool
      *                ever
      *                run here, with its solve verdict, outcome
      *                counters or sample estimates, run date, and
      *                elapsed seconds, plus a solved-versus-
      *                row) inserts or updates its own catalog row
      *                on the way out, so the catalog answers "have
      *                we already solved this variant?" without
      *                re-running it. A run whose catalog cannot be
      *                opened or created still reports its figures
      *                but ends with return code 4, so a skipped
      *                catalog update shows in GAMEDRV-LOG.
      *   --convert-catalog
      *                One-time conversion of a catalog written
      *                before the pool and player columns joined
      *                the key (target-sum / max-number / set-size
      *                / rule-variant only, no P3 counter), which
      *                the current layout cannot open. Every row is
      *                read through the old layout, staged in
      *                <catalog>-CONVERT, and written back under the
      *                new key with a blank pool, 2 players and a
      *                zero P3 counter; the staging file is removed
      *                once every row is in. A catalog already in
      *                the current layout, or none at all, is left
      *                alone. Return code 16 when the old catalog
      *                cannot be read or the new one created (the
      *                rows then stay in the staging file), 8 when
      *                rows were rejected on the write.
      *   --batch      Loop target-sum over start..end (auto-deriving
      *                max-number for each) and print one consolidated
      *                comparison table instead of a single report.
      *   ./gameN 10       (Game of 10, auto range)
      *   ./gameN --batch 6 12   (comparison table, targets 6-12)
      *   ./gameN 15 9 --handicap 1,5   (Player 1 pre-assigned 5)
      *   ./gameN 41 --pool PRIMES30    (primes under 30)
      *   ./gameN 15 9 --players 3      (three-person table)
      *   ./gameN 15 18 --solve         (partitioned valuation)
      *
      * Also writes GAMEN-TRIPLES.CSV, one row per generated winning
      * triple, for handing off to documentation/spreadsheet tools.
      * last checkpoint instead of restarting from move one. The
      * checkpoint is removed once the enumeration finishes cleanly.
      *
      * Partitioned valuation. Above 15 numbers the position table
      * is keyed exactly as before (base 3 over the pool's slots)
      * but held as 3**h partition files of 3**l positions each: the
      * partition is the ownership of the top h numbers, the offset
      * within it the ownership of the low l numbers (l is the
      * GAMES-SITE-CONFIG key SOLVE-PART-NUMS, 9 to 13, default 13,
      * raised as needed to keep h at 7 or under). Every move adds
      * an owner, so a position's successors all have higher keys;
      * the partitions are valued from the highest down, each offset
      * from the highest down, with the up-to-14 partitions a move
      * on a top number reaches read back from disk. Each finished
      * partition is written to <cache>-Pnnnn under a TRAILER seal
      * and noted in the partition checkpoint (<ckpt-file>-SOLVE,
      * which --runid scopes like the enumeration checkpoint), so a
      * run stopped by the batch window resumes at the next
      * partition when it is started again with the same arguments.
      * When the last partition is done they are copied, in key
      * order, into the usual solve-cache layout and removed. Each
      * finished partition also appends a PROGRESS=GAMEN record to
      * GAMES-RUN-LOG (partition, partitions done and total, and its
      * seconds) for GAMEPLAN's forecast of the remaining work, and
      * the run's own record carries PARTS= and, after a resume,
      * RESUMED= (partitions already done when it began). The
      * catalog row records the verdict with method VERDICT and zero
      * counters. A partition file that is missing or fails its seal
      * stops the run with return code 20; anything but a plain
      * two-player --solve above 15 numbers is refused with return
      * code 23.
      *
      * Every completed run also appends one line to GAMES-RUN-LOG,
      * the audit trail shared with GAME015, GAME015TREE, and
      * GAME15TREE, so the whole family's run history can be
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-KEY
               FILE STATUS IS FS-CATALOG.
           SELECT OLD-CATALOG-FILE ASSIGN TO DYNAMIC CATALOG-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CAT-KEY
               FILE STATUS IS FS-OLD-CATALOG.
           SELECT CONVERT-FILE ASSIGN TO DYNAMIC CONVERT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERT.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT POOL-FILE ASSIGN TO DYNAMIC POOL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-POOL.
           SELECT PART-FILE ASSIGN TO DYNAMIC PART-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PART.
           SELECT PART-CKPT-FILE ASSIGN TO DYNAMIC PART-CKPT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-PART-CKPT.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRIPLE-CSV-FILE
           RECORDING MODE IS F.
       01  TRIPLE-CSV-RECORD  PIC X(80).
      *
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
      * Number-pool definitions: <ID>=<n>,<n>,... per record.
       FD  POOL-FILE
           RECORDING MODE IS F.
       01  POOL-RECORD        PIC X(80).
      *
      * Per-variant solve cache: a header record naming the
      * variant, one SET= record per winning set, then the solved
      * position-value table in fixed chunks. GAMEREF reads this
      * to print a variant's opening reference without re-solving.
      * A --pool cache adds POOL=<ID> to the header and a NUMS=
      * record listing the pool in slot order, since its value
      * table is keyed over the pool's slots, not over 1..MAXNUM.
       FD  SOLVE-CACHE-FILE
           RECORDING MODE IS F.
       01  SOLVE-CACHE-RECORD PIC X(19683).
      *
      * One partition of a partitioned valuation: its positions in
      * 19683-character chunks, then a TRAILER seal.
       FD  PART-FILE
           RECORDING MODE IS F.
       01  PART-RECORD        PIC X(19683).
      *
      * Partition checkpoint: a SOLVE header naming the valuation,
      * then one DONE record per partition on disk.
       FD  PART-CKPT-FILE
           RECORDING MODE IS F.
       01  PART-CKPT-RECORD   PIC X(80).
      *
      * Variant catalog master, keyed by target-sum / max-number /
      * set-size / rule-variant / pool / players so six months of
      * variant work can be looked up instead of re-solved.
      * Inserted or updated at the end of every run; --catalog
      * prints it. CAT-POOL is blank for the contiguous range, and
      * CAT-MAXNUM holds the highest number in play either way.
      * CAT-P3 is zero on every two-player row.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD.
           05  CAT-KEY.
               10  CAT-MAXNUM   PIC 99.
               10  CAT-SETSIZE  PIC 9.
               10  CAT-VARIANT  PIC X.
               10  CAT-POOL     PIC X(8).
               10  CAT-PLAYERS  PIC 9.
           05  CAT-SOLVE        PIC X(8).
           05  CAT-METHOD       PIC X(8).
           05  CAT-P1           PIC 9(14).
           05  CAT-DR           PIC 9(14).
           05  CAT-DATE         PIC X(10).
           05  CAT-ELAPSED      PIC 9(7).
           05  CAT-P3           PIC 9(14).
      *
      * The catalog as written before the pool and player columns:
      * read only by --convert-catalog.
       FD  OLD-CATALOG-FILE.
       01  OLD-CATALOG-RECORD.
           05  OLD-CAT-KEY.
               10  OLD-CAT-TARGET   PIC 99.
               10  OLD-CAT-MAXNUM   PIC 99.
               10  OLD-CAT-SETSIZE  PIC 9.
               10  OLD-CAT-VARIANT  PIC X.
           05  OLD-CAT-SOLVE        PIC X(8).
           05  OLD-CAT-METHOD       PIC X(8).
           05  OLD-CAT-P1           PIC 9(14).
           05  OLD-CAT-P2           PIC 9(14).
           05  OLD-CAT-DR           PIC 9(14).
           05  OLD-CAT-DATE         PIC X(10).
           05  OLD-CAT-ELAPSED      PIC 9(7).
      *
      * --convert-catalog staging file: each old row already in the
      * current layout, held until the new catalog is written.
       FD  CONVERT-FILE
           RECORDING MODE IS F.
       01  CONVERT-RECORD.
           05  CV-KEY.
               10  CV-TARGET    PIC 99.
               10  CV-MAXNUM    PIC 99.
               10  CV-SETSIZE   PIC 9.
               10  CV-VARIANT   PIC X.
               10  CV-POOL      PIC X(8).
               10  CV-PLAYERS   PIC 9.
           05  CV-SOLVE         PIC X(8).
           05  CV-METHOD        PIC X(8).
           05  CV-P1            PIC 9(14).
           05  CV-P2            PIC 9(14).
           05  CV-DR            PIC 9(14).
           05  CV-DATE          PIC X(10).
           05  CV-ELAPSED       PIC 9(7).
           05  CV-P3            PIC 9(14).
      *
       FD  CKPT-FILE
           RECORDING MODE IS F.
               10  CK-P-SCORE   PIC 99 OCCURS 2 TIMES.
               10  CK-SETS-AT   PIC 99 OCCURS 15 TIMES.
               10  CK-SCORE-PLAYER PIC 9 OCCURS 15 TIMES.
           05  CK-POOL-ID     PIC X(8).
           05  CK-PLAYERS     PIC X.
           05  CK-P3-WINS     PIC 9(14).
           05  CK-U-P3-WINS   PIC 9(14).
      *
       WORKING-STORAGE SECTION.
      *
       01  CKPT-NAME          PIC X(40) VALUE "GAMEN-CKPT".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  CATALOG-NAME       PIC X(40) VALUE "GAMEN-CATALOG".
       01  POOL-FILE-NAME     PIC X(40) VALUE "GAMEN-POOLS".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
      * Variant catalog bookkeeping: --catalog report mode, file
       01  CAT-SOLVED-COUNT   PIC 9(4) VALUE 0.
       01  CAT-UNSOLVED-COUNT PIC 9(4) VALUE 0.
       01  CAT-VARIANT-CODE   PIC X VALUE "S".
       01  CATALOG-SKIPPED    PIC 9 VALUE 0.
      *
      * --convert-catalog bookkeeping
       01  FS-OLD-CATALOG     PIC XX VALUE SPACES.
       01  FS-CONVERT         PIC XX VALUE SPACES.
       01  CONVERT-NAME       PIC X(48) VALUE SPACES.
       01  CONVERT-COUNT      PIC 9(6) VALUE 0.
       01  CONVERT-LOADED     PIC 9(6) VALUE 0.
       01  CONVERT-REJECTS    PIC 9(6) VALUE 0.
      *
      * Start-of-run clock for the ELAPSED= figure in the run-log
      * record, so batch-window planning no longer reconstructs
      *
      * CSV export
       01  FS-TRIPLE-CSV      PIC XX VALUE SPACES.
       01  CSV-LINE           PIC X(80) VALUE SPACES.
       01  CSV-POS            PIC 999.
      *
      * Generation retention for the triple table: rotated once per
       01  CKPT-QUOT          PIC 9(10).
       01  CKPT-RMDR          PIC 9(10).
       01  RESUMED-FLAG       PIC 9 VALUE 0.
       01  CK-PLAYER-COUNT    PIC 9.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  TARGET-SUM         PIC 99 VALUE 0.
       01  MAX-NUM            PIC 99 VALUE 0.
      *
      * --pool ID: the numbers in play. The whole engine - winning
      * sets, owner table, position keys, symmetry - works over
      * pool slots 1..MAX-NUM, and POOL-VAL gives the number each
      * slot stands for. Without --pool the slots are the
      * contiguous range itself (POOL-VAL(n) = n), so every
      * contiguous variant behaves exactly as before. POOL-SLOT-OF
      * is the reverse lookup (0 = not in the pool), and POOL-TOP
      * the highest number in play.
       01  POOL-MODE          PIC 9 VALUE 0.
       01  POOL-ID            PIC X(8) VALUE SPACES.
       01  FS-POOL            PIC XX VALUE SPACES.
       01  POOL-EOF           PIC 9 VALUE 0.
       01  POOL-FOUND         PIC 9 VALUE 0.
       01  POOL-REC-ID        PIC X(20) VALUE SPACES.
       01  POOL-REC-LIST      PIC X(80) VALUE SPACES.
       01  POOL-TOKEN         PIC X(20) VALUE SPACES.
       01  POOL-PTR           PIC 99.
       01  POOL-NUMBER        PIC 999.
       01  POOL-COUNT         PIC 99 VALUE 0.
       01  POOL-TOP           PIC 99 VALUE 0.
       01  POOL-I             PIC 99.
       01  POOL-J             PIC 99.
       01  POOL-SWAP          PIC 99.
       01  POOL-VAL-TABLE.
           05  POOL-VAL       PIC 99 OCCURS 20 TIMES.
       01  POOL-SLOT-TABLE.
           05  POOL-SLOT-OF   PIC 99 OCCURS 99 TIMES.
       01  NEED-VAL           PIC S999.
       01  NEED-SLOT          PIC 99.
       01  POOL-LIST-LINE     PIC X(80) VALUE SPACES.
       01  POOL-LIST-POS      PIC 99.
      *
      * Pools up to this many pickable numbers are enumerated by the
      * plain DFS-STEP walk (checkpointable, and in SYM-MODE able to
      * dedup each completed game individually). Larger pools use
       01  HANDICAP-NUM-ARG   PIC X(10) VALUE SPACES.
       01  HANDICAP-PLAYER    PIC 9 VALUE 0.
       01  HANDICAP-NUM       PIC 99 VALUE 0.
       01  HANDICAP-SLOT      PIC 99 VALUE 0.
       01  START-DEPTH        PIC 99 VALUE 1.
      *
      * When the handicap is pre-assigned to a later player than
      * Player 1, the rotation that gives depth 1 to Player 1 must
      * be shifted by that many seats so the real search still
      * takes turns correctly.
       01  PLAYER-PARITY-SHIFT PIC 9 VALUE 0.
       01  EFFECTIVE-DEPTH    PIC 99.
      *
      * --players N: 2 (default) or 3 players picking in rotation.
      * TURN-PLAYER is the player on move at DEPTH (SET-TURN-
      * PLAYER). An owner table entry then runs 0..PLAYER-COUNT, so
      * the position key is base PLAYER-COUNT + 1 (POS-BASE); with
      * three players base 4 keeps the memo tables inside their
      * 3**15 slots only up to THREE-PLAYER-MAX-NUM numbers.
       01  PLAYER-COUNT       PIC 9 VALUE 2.
       01  TURN-PLAYER        PIC 9.
       01  POS-BASE           PIC 9 VALUE 3.
       01  THREE-PLAYER-MAX-NUM PIC 99 VALUE 11.
       01  LIMIT-MAX-NUM      PIC 99.
      * --solve with three players: each mover ranks a result by
      * what it means for itself (3 = own win, 2 = draw, 1 = any
      * other result) and keeps the first move of the best rank.
       01  RANK-CHILD         PIC 9.
       01  RANK-BEST          PIC 9.
      *
      * Holds the TEST-NUMVAL result (0 = valid numeric, nonzero =
      * position of the first invalid character) while validating an
      * argument string before it is trusted to FUNCTION NUMVAL.
               10  BR-NUMSETS     PIC 9999.
               10  BR-P1-WINS     PIC 9(14).
               10  BR-P2-WINS     PIC 9(14).
               10  BR-P3-WINS     PIC 9(14).
               10  BR-DRAWS       PIC 9(14).
               10  BR-TOTAL       PIC 9(14).
               10  BR-SOLVE       PIC X(8).
      * 1 = P2 wins, 2 = Draw, 3 = P1 wins) and the memo table is
      * keyed by the base-3 position key over numbers 1..MAX-NUM,
      * exactly as the tree programs key theirs - sized for the
      * largest supported pool, 3**15 positions. A three-player
      * valuation stores the best-play result itself (1, 2 or 3 =
      * that player wins, 4 = draw) under the base-4 key.
       01  SOLVE-MODE         PIC 9 VALUE 0.
       01  SOLVE-SPLIT-BEFORE PIC X(80) VALUE SPACES.
       01  SOLVE-SPLIT-AFTER  PIC X(80) VALUE SPACES.
       01  SAMPLE-I           PIC 9(9).
       01  SAMPLE-P1          PIC 9(9) VALUE 0.
       01  SAMPLE-P2          PIC 9(9) VALUE 0.
       01  SAMPLE-P3          PIC 9(9) VALUE 0.
       01  SAMPLE-DR          PIC 9(9) VALUE 0.
       01  SAMPLE-PCT         PIC ZZ9.99.
       01  EXACT-PCT          PIC ZZ9.99.
       01  GAME-WEIGHT        COMP-2.
       01  WSUM-P1            COMP-2.
       01  WSUM-P2            COMP-2.
       01  WSUM-P3            COMP-2.
       01  WSUM-DR            COMP-2.
       01  WSUM-TOT           COMP-2.
       01  FREE-COUNT         PIC 99.
       01  SOLVE-CACHE-NAME   PIC X(40) VALUE SPACES.
       01  POOL-SIZE          PIC 9(8).
       01  CHUNK-OFF          PIC 9(8).
       01  CHUNK-LEN          PIC 9(8).
       01  CACHE-LINE         PIC X(80) VALUE SPACES.
       01  CACHE-POS          PIC 999.
       01  TGT-2              PIC 99.
           05  SOLVE-BEST-VAL PIC 9 OCCURS 15 TIMES.
       01  SOLVE-CHILD-VAL    PIC 9.
       01  SOLVE-MM-DONE      PIC 9 VALUE 0.
      *
      * Partitioned valuation for pools of 16 to PARTITION-MAX-NUM
      * numbers (PART-MODE). PART-LOW-NUMS numbers key the offset
      * within a partition (PART-SIZE positions, PART-CHUNKS cache
      * chunks), the other PART-HIGH-NUMS the partition itself
      * (PART-COUNT of them). PART-CHILD holds the partitions a
      * move on a top number leads to, two per top number (one per
      * mover), at slot (top number - 1) * 2 + mover.
       01  PARTITION-MAX-NUM  PIC 99 VALUE 20.
       01  MEMORY-MAX-NUM     PIC 99 VALUE 15.
       01  PART-MODE          PIC 9 VALUE 0.
       01  SOLVE-PART-NUMS    PIC 99 VALUE 13.
       01  PART-LOW-NUMS      PIC 99 COMP.
       01  PART-HIGH-NUMS     PIC 99 COMP.
       01  PART-SIZE          PIC 9(8) COMP.
       01  PART-CHUNKS        PIC 9(4) COMP.
       01  PART-COUNT         PIC 9(5) COMP.
       01  PART-NUM           PIC S9(5) COMP.
       01  PART-NEXT          PIC S9(5) COMP.
       01  PART-LOAD-NUM      PIC 9(5) COMP.
       01  PART-LOAD-SLOT     PIC 99 COMP.
       01  PART-DONE-COUNT    PIC 9(5) COMP VALUE 0.
       01  PART-RESUMED-COUNT PIC 9(5) COMP VALUE 0.
       01  PART-LOWEST-DONE   PIC 9(5) COMP.
       01  PART-VAL-TABLE.
           05  PART-VAL       PIC 9 OCCURS 1594323 TIMES.
       01  PART-VAL-X REDEFINES PART-VAL-TABLE PIC X(1594323).
       01  PART-CHILD-TABLE.
           05  PART-CHILD     PIC X(1594323) OCCURS 14 TIMES.
       01  PART-VERIFIED-TABLE.
           05  PART-VERIFIED  PIC 9 OCCURS 2187 TIMES.
       01  PART-POW3-TABLE.
           05  PART-POW3      PIC 9(8) COMP OCCURS 20 TIMES.
       01  PART-OWNER-TABLE.
           05  PART-OWNER     PIC 9 OCCURS 20 TIMES.
       01  PART-OFFSET        PIC 9(8) COMP.
       01  PART-CHILD-OFF     PIC 9(8) COMP.
       01  PART-CHUNK-OFF     PIC 9(8) COMP.
       01  PART-CHUNK-I       PIC 9(4) COMP.
       01  PART-N1            PIC 99 COMP.
       01  PART-N2            PIC 99 COMP.
       01  PART-MOVER         PIC 9.
       01  PART-BEST          PIC 9.
       01  PART-CUT           PIC 9.
       01  PART-SWEEP-DONE    PIC 9.
       01  PART-CHILD-VAL     PIC 9.
       01  PART-X             PIC 99 COMP.
       01  PART-I             PIC 99 COMP.
       01  PART-J             PIC 99 COMP.
       01  PART-D             PIC 9 COMP.
       01  PART-SLOT          PIC 99 COMP.
       01  PART-STEP-DONE     PIC 9.
       01  PART-WIN           PIC 9.
       01  PART-MATCH         PIC 9.
       01  PART-SCORE-1       PIC 9(4) COMP.
       01  PART-SCORE-2       PIC 9(4) COMP.
       01  PART-QUOT          PIC 9(5) COMP.
      * The winning sets through each number, so a move's win check
      * looks only at the sets it can complete.
       01  PART-SET-INDEX.
           05  PSI-START      PIC 9(5) COMP OCCURS 20 TIMES.
           05  PSI-COUNT      PIC 9(5) COMP OCCURS 20 TIMES.
           05  PSI-SET        PIC 9(4) COMP OCCURS 15015 TIMES.
       01  PSI-NEXT           PIC 9(5) COMP.
       01  PSI-K              PIC 9(5) COMP.
       01  PSI-S              PIC 9(4) COMP.
       01  FS-PART            PIC XX VALUE SPACES.
       01  FS-PART-CKPT       PIC XX VALUE SPACES.
       01  PART-FILE-NAME     PIC X(50) VALUE SPACES.
       01  PART-CKPT-NAME     PIC X(40) VALUE SPACES.
       01  PART-CKPT-EOF      PIC 9 VALUE 0.
       01  PART-HEADER-LINE   PIC X(80) VALUE SPACES.
       01  PART-DISP          PIC 9(4).
       01  PART-NUM-DISP      PIC Z(4)9.
       01  PART-NUM-DISP2     PIC Z(4)9.
       01  PART-START-SECS    PIC 9(12) VALUE 0.
       01  PART-SECS          PIC 9(7) VALUE 0.
       01  PART-SEAL-OK       PIC 9.
       01  PART-SEAL-COUNT    PIC 9(8) VALUE 0.
       01  PART-SEAL-SUM      PIC 9(9) VALUE 0.
       01  PART-SEAL-LINE     PIC X(80) VALUE SPACES.
       01  PART-FREE          PIC 99 COMP.
       01  PART-HIGH-N1       PIC 99 COMP.
       01  PART-HIGH-N2       PIC 99 COMP.
       01  PART-SET-OWNER     PIC 9.
       01  SOLVE-ROOT-VAL     PIC 9.
       01  SOLVE-TEXT         PIC X(17) VALUE SPACES.
       01  SOLVE-CODE         PIC X(8) VALUE SPACES.
           05  CMEMO-P2       PIC 9(13) COMP OCCURS 14348907 TIMES.
       01  CNT-MEMO-DR-TABLE.
           05  CMEMO-DR       PIC 9(13) COMP OCCURS 14348907 TIMES.
      * Player 3's counts, used only with three players, whose
      * base-4 keys stop at 4**THREE-PLAYER-MAX-NUM.
       01  CNT-MEMO-P3-TABLE.
           05  CMEMO-P3       PIC 9(13) COMP OCCURS 4194304 TIMES.
      *
      * One accumulator row per stacked search depth: the counts of
      * completed games found so far below the position being
           05  ACC-ROW        OCCURS 15 TIMES.
               10  ACC-P1     PIC 9(13) COMP.
               10  ACC-P2     PIC 9(13) COMP.
               10  ACC-P3     PIC 9(13) COMP.
               10  ACC-DR     PIC 9(13) COMP.
       01  CNT-DONE           PIC 9 VALUE 0.
      *
       01  CMP-SET.
           05  CMP-N          PIC 99 OCCURS 5 TIMES.
      *
      * Owner of each number: 0=available, 1=Player1, 2=Player2,
      * 3=Player3
       01  OWNER-TABLE.
           05  OWNER          PIC 9 OCCURS 15 TIMES.
      *
       01  CUR-PLAYER         PIC 9.
       01  CUR-NUM            PIC 99.
       01  WIN-FOUND          PIC 9.
       01  IDX                PIC 9(4).
       01  QUOT               PIC 99.
       01  RMDR               PIC 99.
       01  DONE-FLAG          PIC 9 VALUE 0.
      * Game outcome counters
       01  P1-WINS            PIC 9(14) VALUE ZEROS.
       01  P2-WINS            PIC 9(14) VALUE ZEROS.
       01  P3-WINS            PIC 9(14) VALUE ZEROS.
       01  DRAWS              PIC 9(14) VALUE ZEROS.
       01  TOTAL-GAMES        PIC 9(14) VALUE ZEROS.
      *
       01  SYM-VALID          PIC 9 VALUE 0.
       01  U-P1-WINS          PIC 9(14) VALUE ZEROS.
       01  U-P2-WINS          PIC 9(14) VALUE ZEROS.
       01  U-P3-WINS          PIC 9(14) VALUE ZEROS.
       01  U-DRAWS            PIC 9(14) VALUE ZEROS.
       01  U-TOTAL            PIC 9(14) VALUE ZEROS.
       01  GAME-LEN-N         PIC 99.
       01  SYM-CMP-N          PIC 9.
      *
      * Working variables for CHECK-SYM-VALID's triple lookup
       01  TIDX               PIC 9(4).
       01  FOUND-MATCH        PIC 9.
       01  CMP-IDX            PIC 99.
      *
       01  DT3                PIC Z9.
      *
      * Summary of all numbers
       01  ALL-NUMS-SUM       PIC 9(4) VALUE 0.
       01  RATIO-DISPLAY      PIC X(30).
       01  DISP-SET-SIZE      PIC Z9.
      *
               PERFORM PRINT-CATALOG-REPORT
               STOP RUN
           END-IF
           IF CATALOG-MODE = 2
               PERFORM CONVERT-CATALOG THRU CONVERT-CATALOG-EXIT
               STOP RUN
           END-IF
           PERFORM LOAD-NUMBER-POOL
           PERFORM CHECK-PLAYER-LIMIT
           PERFORM CHECK-PARTITION-LIMIT
      *
      *    A --runid run keeps its restart state under its own
      *    file, so concurrent runs in one directory cannot
               IF RUN-LOG-ENABLED NOT = "N"
                   PERFORM WRITE-RUN-LOG-RECORD
               END-IF
               PERFORM NOTE-CATALOG-SKIPPED
               DISPLAY " "
               STOP RUN
           END-IF
           PERFORM WRITE-TRIPLE-CSV
           PERFORM DISPLAY-RULES
      *
           IF PART-MODE = 1
               MOVE MEMORY-MAX-NUM TO DISP2
               DISPLAY "(Above " FUNCTION TRIM(DISP2) " numbers "
                   "no game counts are taken; --solve values the"
               DISPLAY " variant in partitions on disk.)"
           ELSE
           IF SAMPLE-MODE = 1
               PERFORM RUN-SAMPLING
           ELSE
               MOVE 0 TO DONE-FLAG
               MOVE 0 TO P1-WINS
               MOVE 0 TO P2-WINS
               MOVE 0 TO P3-WINS
               MOVE 0 TO DRAWS
               PERFORM TRY-RESUME-CHECKPOINT
               IF RESUMED-FLAG = 1
               END-IF
               PERFORM DFS-STEP UNTIL DONE-FLAG = 1
               PERFORM DELETE-CHECKPOINT
               ADD P1-WINS P2-WINS P3-WINS DRAWS
                   GIVING TOTAL-GAMES
               DISPLAY "Results:"
               DISPLAY "========"
               DISPLAY "  Player 1 wins: " DISPLAY-NUM
               MOVE P2-WINS TO DISPLAY-NUM
               DISPLAY "  Player 2 wins: " DISPLAY-NUM
               IF PLAYER-COUNT = 3
                   MOVE P3-WINS TO DISPLAY-NUM
                   DISPLAY "  Player 3 wins: " DISPLAY-NUM
               END-IF
               MOVE DRAWS TO DISPLAY-NUM
               DISPLAY "  Draws:         " DISPLAY-NUM
               MOVE TOTAL-GAMES TO DISPLAY-NUM
                   " P2W=" FUNCTION TRIM(DISPLAY-NUM)
                   DELIMITED BY SIZE INTO RUN-OUTCOME
               END-STRING
               IF PLAYER-COUNT = 3
                   MOVE P3-WINS TO DISPLAY-NUM
                   STRING FUNCTION TRIM(RUN-OUTCOME)
                       " P3W=" FUNCTION TRIM(DISPLAY-NUM)
                       DELIMITED BY SIZE INTO RUN-OUTCOME
                   END-STRING
               END-IF
               MOVE DRAWS TO DISPLAY-NUM
               STRING FUNCTION TRIM(RUN-OUTCOME)
                   " DRAW=" FUNCTION TRIM(DISPLAY-NUM)
                   IF SYM-VALID = 1
                       DIVIDE P1-WINS BY 2 GIVING U-P1-WINS
                       DIVIDE P2-WINS BY 2 GIVING U-P2-WINS
                       DIVIDE P3-WINS BY 2 GIVING U-P3-WINS
                       DIVIDE DRAWS BY 2 GIVING U-DRAWS
                   ELSE
                       MOVE P1-WINS TO U-P1-WINS
                       MOVE P2-WINS TO U-P2-WINS
                       MOVE P3-WINS TO U-P3-WINS
                       MOVE DRAWS TO U-DRAWS
                   END-IF
               ELSE
                   MOVE 0 TO DONE-FLAG
                   MOVE 0 TO P1-WINS
                   MOVE 0 TO P2-WINS
                   MOVE 0 TO P3-WINS
                   MOVE 0 TO DRAWS
                   MOVE 0 TO U-P1-WINS
                   MOVE 0 TO U-P2-WINS
                   MOVE 0 TO U-P3-WINS
                   MOVE 0 TO U-DRAWS
                   PERFORM TRY-RESUME-CHECKPOINT
                   IF RESUMED-FLAG = 1
                   PERFORM DFS-STEP UNTIL DONE-FLAG = 1
                   PERFORM DELETE-CHECKPOINT
               END-IF
               ADD U-P1-WINS U-P2-WINS U-P3-WINS U-DRAWS
                   GIVING U-TOTAL
               DISPLAY "Unique results (modulo symmetry):"
               DISPLAY "=================================="
               DISPLAY "  Player 1 wins: " DISPLAY-NUM
               MOVE U-P2-WINS TO DISPLAY-NUM
               DISPLAY "  Player 2 wins: " DISPLAY-NUM
               IF PLAYER-COUNT = 3
                   MOVE U-P3-WINS TO DISPLAY-NUM
                   DISPLAY "  Player 3 wins: " DISPLAY-NUM
               END-IF
               MOVE U-DRAWS TO DISPLAY-NUM
               DISPLAY "  Draws:         " DISPLAY-NUM
               MOVE U-TOTAL TO DISPLAY-NUM
                   " UP2W=" FUNCTION TRIM(DISPLAY-NUM)
                   DELIMITED BY SIZE INTO RUN-OUTCOME
               END-STRING
               IF PLAYER-COUNT = 3
                   MOVE U-P3-WINS TO DISPLAY-NUM
                   STRING FUNCTION TRIM(RUN-OUTCOME)
                       " UP3W=" FUNCTION TRIM(DISPLAY-NUM)
                       DELIMITED BY SIZE INTO RUN-OUTCOME
                   END-STRING
               END-IF
               MOVE U-DRAWS TO DISPLAY-NUM
               STRING FUNCTION TRIM(RUN-OUTCOME)
                   " UDRAW=" FUNCTION TRIM(DISPLAY-NUM)
               END-STRING
           END-IF
           END-IF
           END-IF
      *
           IF SCORING-MODE = 1 AND SAMPLE-MODE = 0
               AND PART-MODE = 0
               IF MAX-NUM <= TRACTABLE-MAX-NUM
                   PERFORM PRINT-N-MARGIN-REPORT
               ELSE
           END-IF
      *
           IF SOLVE-MODE = 1
               IF PART-MODE = 1
                   PERFORM SOLVE-VARIANT-PARTITIONED
               ELSE
                   PERFORM SOLVE-VARIANT
               END-IF
               PERFORM SET-SOLVE-CODE
               DISPLAY " "
               DISPLAY "Value under best play: "
                   FUNCTION TRIM(SOLVE-TEXT)
               IF PLAYER-COUNT = 3
                   DISPLAY "  (each player takes its own win, else "
                       "a draw, else any result;"
                   DISPLAY "   equally good moves: the lowest "
                       "number first)"
               END-IF
               STRING FUNCTION TRIM(RUN-OUTCOME)
                   " SOLVE=" FUNCTION TRIM(SOLVE-CODE)
                   DELIMITED BY SIZE INTO RUN-OUTCOME
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           PERFORM NOTE-CATALOG-SKIPPED
      *
           DISPLAY " "
           STOP RUN
      *    leave every game-definition argument untouched.
           IF FUNCTION TRIM(CMD-LINE) = "--catalog"
               MOVE 1 TO CATALOG-MODE
           ELSE IF FUNCTION TRIM(CMD-LINE) = "--convert-catalog"
               MOVE 2 TO CATALOG-MODE
           ELSE
               PERFORM PARSE-GAME-ARGS
           END-IF END-IF
           .
      *
       PARSE-GAME-ARGS.
           IF CMD-LINE = SPACES
               DISPLAY "Usage: ./gameN <target> "
                   "[<max-number>] [--setsize N]"
               DISPLAY "              [--handicap P,N] [--pool ID]"
               DISPLAY "              [--players N]"
               DISPLAY "       ./gameN --batch <start> "
                   "<end> [--setsize N]"
               DISPLAY " "
                   "to player P (1 or 2)"
               DISPLAY "              before play begins "
                   "(not with --batch)"
               DISPLAY "  --pool ID   play over the numbers of "
                   "pool ID in the"
               DISPLAY "              pool definition file "
                   "instead of 1..max-number"
               DISPLAY "  --players N 2 (default) or 3 players "
                   "picking in rotation"
               DISPLAY "  --batch     loop target-sum over "
                   "start..end and print"
               DISPLAY "              one consolidated "
                   "  comparison table, targets 6-12"
               DISPLAY "  ./gameN 15 9 --handicap 1,5"
                   "  Player 1 pre-assigned 5"
               DISPLAY "  ./gameN 15 9 --players 3"
                   "  three players in rotation"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
                   MOVE SOLVE-SPLIT-BEFORE TO PARSE-LINE
               END-IF
           END-IF
      *
      *    --pool names the number pool; its numbers are read from
      *    the pool definition file once the site configuration
      *    (which may rename that file) has been applied.
           MOVE 0 TO FLAG-TALLY
           INSPECT PARSE-LINE TALLYING FLAG-TALLY
               FOR ALL "--pool"
           IF FLAG-TALLY > 0
               MOVE SPACES TO SOLVE-SPLIT-BEFORE
               MOVE SPACES TO SOLVE-SPLIT-AFTER
               UNSTRING PARSE-LINE DELIMITED BY "--pool"
                   INTO SOLVE-SPLIT-BEFORE SOLVE-SPLIT-AFTER
               END-UNSTRING
               MOVE FUNCTION TRIM(SOLVE-SPLIT-AFTER) TO FLAG-TAIL
               MOVE SPACES TO FLAG-VALUE
               MOVE 1 TO FLAG-PTR
               UNSTRING FLAG-TAIL DELIMITED BY ALL SPACES
                   INTO FLAG-VALUE WITH POINTER FLAG-PTR
               END-UNSTRING
               IF FLAG-VALUE = SPACES
                   DISPLAY "Error: --pool needs a pool ID."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FLAG-VALUE(9:) NOT = SPACES
                   DISPLAY "Error: --pool ID '"
                       FUNCTION TRIM(FLAG-VALUE)
                       "' is longer than 8 characters."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING POOL-I FROM 1 BY 1
                   UNTIL POOL-I > 8
                   IF FLAG-VALUE(POOL-I:1) NOT ALPHABETIC-UPPER
                       AND FLAG-VALUE(POOL-I:1) NOT NUMERIC
                       DISPLAY "Error: --pool ID '"
                           FUNCTION TRIM(FLAG-VALUE)
                           "' must be letters A-Z or digits."
                       MOVE 21 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               MOVE 1 TO POOL-MODE
               MOVE FLAG-VALUE TO POOL-ID
               MOVE SPACES TO PARSE-LINE
               IF FLAG-PTR <= 80
                   STRING FUNCTION TRIM(SOLVE-SPLIT-BEFORE) " "
                       FLAG-TAIL(FLAG-PTR:)
                       DELIMITED BY SIZE
                       INTO PARSE-LINE
                   END-STRING
               ELSE
                   MOVE SOLVE-SPLIT-BEFORE TO PARSE-LINE
               END-IF
           END-IF
      *
      *    --players N: 2 or 3.
           MOVE 0 TO FLAG-TALLY
           INSPECT PARSE-LINE TALLYING FLAG-TALLY
               FOR ALL "--players"
           IF FLAG-TALLY > 0
               MOVE SPACES TO SOLVE-SPLIT-BEFORE
               MOVE SPACES TO SOLVE-SPLIT-AFTER
               UNSTRING PARSE-LINE DELIMITED BY "--players"
                   INTO SOLVE-SPLIT-BEFORE SOLVE-SPLIT-AFTER
               END-UNSTRING
               MOVE FUNCTION TRIM(SOLVE-SPLIT-AFTER) TO FLAG-TAIL
               MOVE SPACES TO FLAG-VALUE
               MOVE 1 TO FLAG-PTR
               UNSTRING FLAG-TAIL DELIMITED BY ALL SPACES
                   INTO FLAG-VALUE WITH POINTER FLAG-PTR
               END-UNSTRING
               IF FLAG-VALUE NOT = "2" AND FLAG-VALUE NOT = "3"
                   DISPLAY "Error: --players must be 2 or 3."
                   MOVE 22 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FLAG-VALUE(1:1) TO PLAYER-COUNT
               COMPUTE POS-BASE = PLAYER-COUNT + 1
               MOVE SPACES TO PARSE-LINE
               IF FLAG-PTR <= 80
                   STRING FUNCTION TRIM(SOLVE-SPLIT-BEFORE) " "
                       FLAG-TAIL(FLAG-PTR:)
                       DELIMITED BY SIZE
                       INTO PARSE-LINE
                   END-STRING
               ELSE
                   MOVE SOLVE-SPLIT-BEFORE TO PARSE-LINE
               END-IF
           END-IF
           IF PLAYER-COUNT = 3
               AND (MISERE-MODE = 1 OR SCORING-MODE = 1)
      *        Neither rule says who wins when a set's completer
      *        loses or the scores tie among three - reject rather
      *        than guess.
               DISPLAY "Error: --players 3 is not supported "
                   "together with --misere or --scoring."
               MOVE 22 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           MOVE SPACES TO HANDICAP-SPLIT-BEFORE
           MOVE SPACES TO HANDICAP-SPLIT-AFTER
               MOVE FUNCTION NUMVAL(HANDICAP-PLAYER-ARG)
                   TO HANDICAP-PLAYER
               MOVE FUNCTION NUMVAL(HANDICAP-NUM-ARG) TO HANDICAP-NUM
               IF HANDICAP-PLAYER < 1
                   OR HANDICAP-PLAYER > PLAYER-COUNT
                   IF PLAYER-COUNT = 3
                       DISPLAY "Error: --handicap player must be "
                           "1, 2, or 3."
                   ELSE
                       DISPLAY "Error: --handicap player must be "
                           "1 or 2."
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
                   COMPUTE SET-SIZE = FUNCTION NUMVAL(ARG4)
               END-IF END-IF
      *
               IF ARG2 NOT = SPACES AND POOL-MODE = 1
                   DISPLAY "Error: max-number cannot be given "
                       "with --pool (the pool fixes the numbers)."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF POOL-MODE = 1
                   CONTINUE
               ELSE IF ARG2 NOT = SPACES
                   COMPUTE NUMVAL-CHECK =
                       FUNCTION TEST-NUMVAL(ARG2)
                   IF NUMVAL-CHECK NOT = 0
                   IF MAX-NUM < 3
                       MOVE 3 TO MAX-NUM
                   END-IF
               END-IF END-IF
      *
               IF POOL-MODE = 0
                   IF MAX-NUM > PARTITION-MAX-NUM
                       DISPLAY "Error: max-number cannot "
                           "exceed 20."
                       MOVE 6 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF MAX-NUM < 3
                       DISPLAY "Error: need at least 3 "
                           "numbers."
                       MOVE 6 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF TARGET-SUM < 6
                   DISPLAY "Error: target must be >= 6 "
                   MOVE 7 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF HANDICAP-MODE = 1 AND POOL-MODE = 0
                   IF HANDICAP-NUM < 1 OR HANDICAP-NUM > MAX-NUM
                       DISPLAY "Error: --handicap number must "
                           "be between 1 and max-number."
                   WHEN "SOLVE-CACHE-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO SOLVE-BASE-NAME
                   WHEN "POOL-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO POOL-FILE-NAME
                   WHEN "CKPT-INTERVAL"
                       COMPUTE CONFIG-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                           COMPUTE GEN-KEEP =
                               FUNCTION NUMVAL(CONFIG-VALUE)
                       END-IF
                   WHEN "SOLVE-PART-NUMS"
                       COMPUTE CONFIG-NUMVAL =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF CONFIG-NUMVAL = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 9
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 13
                               COMPUTE SOLVE-PART-NUMS =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               "  TRACTABLE-MAX-NUM=" TRACTABLE-MAX-NUM
               "  GEN-KEEP=" GEN-KEEP
               "  CATALOG=" FUNCTION TRIM(CATALOG-NAME)
           IF POOL-MODE = 1
               DISPLAY "  POOLS=" FUNCTION TRIM(POOL-FILE-NAME)
           END-IF
           DISPLAY " "
           .
       REJECT-UNKNOWN-FLAG.
           .
      *
      * ============================================================
      * Three players need four states per number in the position
      * key, so the exact counts and the valuation - everything but
      * a plain --sample run - stop at THREE-PLAYER-MAX-NUM numbers.
      * A contiguous --batch is checked against its largest row.
      * ============================================================
       CHECK-PLAYER-LIMIT.
           IF PLAYER-COUNT = 3
               AND (SAMPLE-MODE = 0 OR SOLVE-MODE = 1)
               MOVE MAX-NUM TO LIMIT-MAX-NUM
               IF BATCH-MODE = 1 AND POOL-MODE = 0
                   COMPUTE LIMIT-MAX-NUM = BATCH-END - 3
                   IF LIMIT-MAX-NUM > 15
                       MOVE 15 TO LIMIT-MAX-NUM
                   END-IF
               END-IF
               IF LIMIT-MAX-NUM > THREE-PLAYER-MAX-NUM
                   MOVE THREE-PLAYER-MAX-NUM TO DISP2
                   DISPLAY "Error: with --players 3 the exact "
                       "counts and --solve are limited to "
                       FUNCTION TRIM(DISP2) " numbers"
                   DISPLAY "       (use --sample for a larger "
                       "pool)."
                   MOVE 22 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *
      * ============================================================
      * Above MEMORY-MAX-NUM numbers the position table no longer
      * fits in memory: only a plain two-player --solve is taken,
      * and it runs partitioned on disk (PART-MODE).
      * ============================================================
       CHECK-PARTITION-LIMIT.
           IF MAX-NUM > MEMORY-MAX-NUM
               IF SOLVE-MODE = 0 OR BATCH-MODE = 1
                   OR SAMPLE-MODE = 1 OR HANDICAP-MODE = 1
                   MOVE MEMORY-MAX-NUM TO DISP2
                   DISPLAY "Error: above " FUNCTION TRIM(DISP2)
                       " numbers only a plain --solve is "
                       "supported"
                   DISPLAY "       (no --batch, --sample or "
                       "--handicap; no game counts are taken)."
                   MOVE 23 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO PART-MODE
           END-IF
           .
      *
      * ============================================================
      * If --handicap is active, pre-assign HANDICAP-NUM to
      * HANDICAP-PLAYER as though it were already chosen at depth
      * 1, and start the real DFS-STEP search at depth 2. When the
      * pre-placed number belongs to a later player than Player 1,
      * the rotation is shifted by that many seats so the real
      * search still takes turns correctly.
      * ============================================================
       SEED-HANDICAP.
           MOVE 1 TO START-DEPTH
           MOVE 0 TO PLAYER-PARITY-SHIFT
           IF HANDICAP-MODE = 1
               MOVE HANDICAP-PLAYER TO OWNER(HANDICAP-SLOT)
               MOVE HANDICAP-SLOT TO CHOSEN(1)
               MOVE 2 TO START-DEPTH
               COMPUTE PLAYER-PARITY-SHIFT = HANDICAP-PLAYER - 1
           END-IF
           .
      *
      * The player on move at DEPTH: seats rotate P1, P2 (, P3)
      * from depth 1, shifted by any handicap placement.
       SET-TURN-PLAYER.
           COMPUTE EFFECTIVE-DEPTH = DEPTH - 1 + PLAYER-PARITY-SHIFT
           DIVIDE EFFECTIVE-DEPTH BY PLAYER-COUNT
               GIVING QUOT REMAINDER RMDR
           COMPUTE TURN-PLAYER = RMDR + 1
           .
      *
      * ============================================================
      * --batch: run the full enumeration once per target-sum in
      * BATCH-START..BATCH-END (auto-deriving max-number exactly as a
               UNTIL BATCH-TS > BATCH-END
               MOVE BATCH-TS TO TARGET-SUM
      *
      *        A --pool batch keeps the pool fixed and varies only
      *        the target.
               IF POOL-MODE = 0
                   COMPUTE MAX-NUM = TARGET-SUM - 3
                   IF MAX-NUM > 15
                       MOVE 15 TO MAX-NUM
                   END-IF
                   IF MAX-NUM < 3
                       MOVE 3 TO MAX-NUM
                   END-IF
               END-IF
      *
               MOVE TARGET-SUM TO DISP2
                   MOVE 0 TO DONE-FLAG
                   MOVE 0 TO P1-WINS
                   MOVE 0 TO P2-WINS
                   MOVE 0 TO P3-WINS
                   MOVE 0 TO DRAWS
                   MOVE 0 TO U-P1-WINS
                   MOVE 0 TO U-P2-WINS
                   MOVE 0 TO U-P3-WINS
                   MOVE 0 TO U-DRAWS
                   PERFORM TRY-RESUME-CHECKPOINT
                   IF RESUMED-FLAG = 1
                   PERFORM DFS-STEP UNTIL DONE-FLAG = 1
                   PERFORM DELETE-CHECKPOINT
               END-IF
               ADD P1-WINS P2-WINS P3-WINS DRAWS
                   GIVING TOTAL-GAMES
      *
               ADD 1 TO BATCH-ROW-COUNT
               MOVE TARGET-SUM TO BR-TARGET(BATCH-ROW-COUNT)
               MOVE POOL-TOP TO BR-MAXNUM(BATCH-ROW-COUNT)
               MOVE NUM-TRIPLES TO BR-NUMSETS(BATCH-ROW-COUNT)
               MOVE P1-WINS TO BR-P1-WINS(BATCH-ROW-COUNT)
               MOVE P2-WINS TO BR-P2-WINS(BATCH-ROW-COUNT)
               MOVE P3-WINS TO BR-P3-WINS(BATCH-ROW-COUNT)
               MOVE DRAWS TO BR-DRAWS(BATCH-ROW-COUNT)
               MOVE TOTAL-GAMES TO BR-TOTAL(BATCH-ROW-COUNT)
               MOVE SPACES TO BR-SOLVE(BATCH-ROW-COUNT)
               DISPLAY "Game of N - batch comparison "
                   "(set size " FUNCTION TRIM(DISP-SET-SIZE)
                   ", misere rule)"
           ELSE IF PLAYER-COUNT = 3
               DISPLAY "Game of N - batch comparison "
                   "(set size " FUNCTION TRIM(DISP-SET-SIZE)
                   ", three players)"
           ELSE
               DISPLAY "Game of N - batch comparison "
                   "(set size " FUNCTION TRIM(DISP-SET-SIZE) ")"
           END-IF END-IF
           DISPLAY "=============================="
               "================="
           IF POOL-MODE = 1
               PERFORM BUILD-POOL-LIST-LINE
               DISPLAY "Number pool " FUNCTION TRIM(POOL-ID) ": {"
                   FUNCTION TRIM(POOL-LIST-LINE) "}"
           END-IF
           IF PLAYER-COUNT = 3
               DISPLAY "TGT MAX SETS         P1-WINS         "
                   "P2-WINS         P3-WINS" WITH NO ADVANCING
           ELSE
               DISPLAY "TGT MAX SETS         P1-WINS         "
                   "P2-WINS" WITH NO ADVANCING
           END-IF
           IF SOLVE-MODE = 1
               DISPLAY "           DRAWS           TOTAL  SOLVE"
           ELSE
               DISPLAY "           DRAWS           TOTAL"
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > BATCH-ROW-COUNT
               DISPLAY "  " DISPLAY-NUM WITH NO ADVANCING
               MOVE BR-P2-WINS(IDX) TO DISPLAY-NUM
               DISPLAY "  " DISPLAY-NUM WITH NO ADVANCING
               IF PLAYER-COUNT = 3
                   MOVE BR-P3-WINS(IDX) TO DISPLAY-NUM
                   DISPLAY "  " DISPLAY-NUM WITH NO ADVANCING
               END-IF
               MOVE BR-DRAWS(IDX) TO DISPLAY-NUM
               DISPLAY "  " DISPLAY-NUM WITH NO ADVANCING
               MOVE BR-TOTAL(IDX) TO DISPLAY-NUM
      *
      * ============================================================
      * Generate every winning set of SET-SIZE numbers (3 to 5) from
      * the pool that sums to TARGET-SUM. Sets are built over pool
      * slots 1..MAX-NUM (the numbers themselves without --pool):
      * the first SET-SIZE-1 slots are chosen in increasing order,
      * and the last is the slot holding the remainder, which must
      * lie above the prior slot. Each set is stored in increasing
      * order in GEN-SET(n, 1..SET-SIZE).
      * ============================================================
       GENERATE-SETS.
           MOVE 0 TO NUM-TRIPLES
           MOVE POOL-VAL(MAX-NUM) TO POOL-TOP
           EVALUATE SET-SIZE
               WHEN 3
                   PERFORM GENERATE-SETS-3
               PERFORM VARYING GEN-B FROM 1 BY 1
                   UNTIL GEN-B > MAX-NUM
                   IF GEN-B > GEN-A
                       COMPUTE NEED-VAL = TARGET-SUM
                           - POOL-VAL(GEN-A) - POOL-VAL(GEN-B)
                       PERFORM FIND-NEED-SLOT
                       MOVE NEED-SLOT TO GEN-C
                       IF GEN-C > GEN-B
                           AND GEN-C <= MAX-NUM
                           ADD 1 TO NUM-TRIPLES
                       PERFORM VARYING GEN-C FROM 1 BY 1
                           UNTIL GEN-C > MAX-NUM
                           IF GEN-C > GEN-B
                               COMPUTE NEED-VAL = TARGET-SUM
                                   - POOL-VAL(GEN-A) - POOL-VAL(GEN-B)
                                   - POOL-VAL(GEN-C)
                               PERFORM FIND-NEED-SLOT
                               MOVE NEED-SLOT TO GEN-D
                               IF GEN-D > GEN-C
                                   AND GEN-D <= MAX-NUM
                                   ADD 1 TO NUM-TRIPLES
                               PERFORM VARYING GEN-D FROM 1 BY 1
                                   UNTIL GEN-D > MAX-NUM
                                   IF GEN-D > GEN-C
                                       COMPUTE NEED-VAL = TARGET-SUM
                                           - POOL-VAL(GEN-A)
                                           - POOL-VAL(GEN-B)
                                           - POOL-VAL(GEN-C)
                                           - POOL-VAL(GEN-D)
                                       PERFORM FIND-NEED-SLOT
                                       MOVE NEED-SLOT TO GEN-E
                                       IF GEN-E > GEN-D
                                           AND GEN-E <= MAX-NUM
                                           ADD 1 TO NUM-TRIPLES
           END-PERFORM
           .
      *
      * The slot holding the number NEED-VAL, or 0 when that number
      * is not in play.
       FIND-NEED-SLOT.
           MOVE 0 TO NEED-SLOT
           IF NEED-VAL >= 1 AND NEED-VAL <= 99
               MOVE POOL-SLOT-OF(NEED-VAL) TO NEED-SLOT
           END-IF
           .
      *
      * ============================================================
      * The numbers in play. Without --pool the slots are the
      * contiguous range itself; with it, the named pool's record
      * is read from the pool definition file, validated, and
      * sorted into slot order.
      * ============================================================
       LOAD-NUMBER-POOL.
           INITIALIZE POOL-SLOT-TABLE
           IF POOL-MODE = 0
               PERFORM VARYING POOL-I FROM 1 BY 1
                   UNTIL POOL-I > PARTITION-MAX-NUM
                   MOVE POOL-I TO POOL-VAL(POOL-I)
                   MOVE POOL-I TO POOL-SLOT-OF(POOL-I)
               END-PERFORM
               MOVE HANDICAP-NUM TO HANDICAP-SLOT
           ELSE
               PERFORM READ-POOL-DEFINITION
           END-IF
           .
      *
       READ-POOL-DEFINITION.
           OPEN INPUT POOL-FILE
           IF FS-POOL NOT = "00"
               DISPLAY "Error: pool definition file "
                   FUNCTION TRIM(POOL-FILE-NAME)
                   " cannot be read (status " FS-POOL ")."
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO POOL-FOUND
           MOVE 0 TO POOL-EOF
           PERFORM READ-POOL-RECORD
           PERFORM MATCH-POOL-RECORD
               UNTIL POOL-EOF = 1 OR POOL-FOUND = 1
           CLOSE POOL-FILE
           IF POOL-FOUND = 0
               DISPLAY "Error: pool " FUNCTION TRIM(POOL-ID)
                   " is not defined in "
                   FUNCTION TRIM(POOL-FILE-NAME) "."
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           INSPECT POOL-REC-LIST REPLACING ALL "," BY SPACE
           MOVE FUNCTION TRIM(POOL-REC-LIST) TO POOL-REC-LIST
           MOVE 0 TO POOL-COUNT
           MOVE 1 TO POOL-PTR
           MOVE "X" TO POOL-TOKEN
           PERFORM TAKE-POOL-NUMBER
               UNTIL POOL-TOKEN = SPACES OR POOL-PTR > 80
           IF POOL-COUNT < 3
               DISPLAY "Error: pool " FUNCTION TRIM(POOL-ID)
                   " needs at least 3 numbers."
               MOVE 21 TO RETURN-CODE
               STOP RUN
           END-IF
      *
      *    Slot order is ascending number order, so the winning-set
      *    generator can keep its increasing-slot discipline.
           PERFORM VARYING POOL-I FROM 2 BY 1
               UNTIL POOL-I > POOL-COUNT
               PERFORM VARYING POOL-J FROM POOL-I BY -1
                   UNTIL POOL-J < 2
                   OR POOL-VAL(POOL-J - 1) <= POOL-VAL(POOL-J)
                   MOVE POOL-VAL(POOL-J) TO POOL-SWAP
                   MOVE POOL-VAL(POOL-J - 1) TO POOL-VAL(POOL-J)
                   MOVE POOL-SWAP TO POOL-VAL(POOL-J - 1)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING POOL-I FROM 1 BY 1
               UNTIL POOL-I > POOL-COUNT
               IF POOL-SLOT-OF(POOL-VAL(POOL-I)) NOT = 0
                   MOVE POOL-VAL(POOL-I) TO DT1
                   DISPLAY "Error: pool " FUNCTION TRIM(POOL-ID)
                       " lists " FUNCTION TRIM(DT1) " twice."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE POOL-I TO POOL-SLOT-OF(POOL-VAL(POOL-I))
           END-PERFORM
           MOVE POOL-COUNT TO MAX-NUM
           MOVE POOL-VAL(POOL-COUNT) TO POOL-TOP
      *
           IF HANDICAP-MODE = 1
               IF HANDICAP-NUM < 1
                   OR POOL-SLOT-OF(HANDICAP-NUM) = 0
                   DISPLAY "Error: --handicap number must "
                       "be one of the pool's numbers."
                   MOVE 13 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE POOL-SLOT-OF(HANDICAP-NUM) TO HANDICAP-SLOT
           END-IF
           .
      *
       READ-POOL-RECORD.
           READ POOL-FILE
               AT END
                   MOVE 1 TO POOL-EOF
           END-READ
           .
      *
       MATCH-POOL-RECORD.
           IF POOL-RECORD NOT = SPACES
               AND POOL-RECORD(1:1) NOT = "*"
               MOVE SPACES TO POOL-REC-ID POOL-REC-LIST
               UNSTRING POOL-RECORD DELIMITED BY "="
                   INTO POOL-REC-ID POOL-REC-LIST
               END-UNSTRING
               IF FUNCTION TRIM(POOL-REC-ID) = POOL-ID
                   MOVE 1 TO POOL-FOUND
               END-IF
           END-IF
           IF POOL-FOUND = 0
               PERFORM READ-POOL-RECORD
           END-IF
           .
      *
       TAKE-POOL-NUMBER.
           MOVE SPACES TO POOL-TOKEN
           UNSTRING POOL-REC-LIST DELIMITED BY ALL SPACES
               INTO POOL-TOKEN WITH POINTER POOL-PTR
           END-UNSTRING
           IF POOL-TOKEN NOT = SPACES
               COMPUTE NUMVAL-CHECK = FUNCTION TEST-NUMVAL(POOL-TOKEN)
               IF NUMVAL-CHECK = 0
                   COMPUTE POOL-NUMBER = FUNCTION NUMVAL(POOL-TOKEN)
               END-IF
               IF NUMVAL-CHECK NOT = 0
                   OR FUNCTION NUMVAL(POOL-TOKEN) NOT = POOL-NUMBER
                   OR POOL-NUMBER < 1 OR POOL-NUMBER > 99
                   DISPLAY "Error: pool " FUNCTION TRIM(POOL-ID)
                       " entry '" FUNCTION TRIM(POOL-TOKEN)
                       "' is not a whole number from 1 to 99."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF POOL-COUNT = PARTITION-MAX-NUM
                   DISPLAY "Error: pool " FUNCTION TRIM(POOL-ID)
                       " holds more than 20 numbers."
                   MOVE 21 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO POOL-COUNT
               MOVE POOL-NUMBER TO POOL-VAL(POOL-COUNT)
           END-IF
           .
      *
      * The pool's numbers in slot order, "2, 3, 5, ...".
       BUILD-POOL-LIST-LINE.
           MOVE SPACES TO POOL-LIST-LINE
           MOVE 1 TO POOL-LIST-POS
           PERFORM VARYING POOL-I FROM 1 BY 1
               UNTIL POOL-I > MAX-NUM
               IF POOL-I > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO POOL-LIST-LINE WITH POINTER POOL-LIST-POS
                   END-STRING
               END-IF
               MOVE POOL-VAL(POOL-I) TO DT1
               STRING FUNCTION TRIM(DT1) DELIMITED BY SIZE
                   INTO POOL-LIST-LINE WITH POINTER POOL-LIST-POS
               END-STRING
           END-PERFORM
           .
      *
      * ============================================================
      * Write the generated winning-triple table to a CSV file, one
      * row per triple, for the documentation team.
               PERFORM ROTATE-GENERATIONS
           END-IF
           OPEN OUTPUT TRIPLE-CSV-FILE
           MOVE SPACES TO CSV-LINE
           STRING "TARGET_SUM,MAX_NUM,SET_SIZE,N1,N2,N3,N4,N5,POOL"
               ",PLAYERS"
               DELIMITED BY SIZE INTO CSV-LINE
           END-STRING
           MOVE CSV-LINE TO TRIPLE-CSV-RECORD
           WRITE TRIPLE-CSV-RECORD
           PERFORM VARYING IDX FROM 1 BY 1
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
               MOVE POOL-TOP TO DISP2
               STRING FUNCTION TRIM(DISP2) ","
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > 5
                   IF SK-IDX <= SET-SIZE
                       MOVE POOL-VAL(GS(IDX, SK-IDX)) TO DT1
                       STRING FUNCTION TRIM(DT1)
                           DELIMITED BY SIZE
                           INTO CSV-LINE WITH POINTER CSV-POS
                       END-STRING
                   END-IF
                   STRING ","
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-POS
                   END-STRING
               END-PERFORM
               IF POOL-MODE = 1
                   STRING FUNCTION TRIM(POOL-ID)
                       DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER CSV-POS
                   END-STRING
               END-IF
               STRING "," PLAYER-COUNT
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER CSV-POS
               END-STRING
               MOVE CSV-LINE TO TRIPLE-CSV-RECORD
               WRITE TRIPLE-CSV-RECORD
           END-PERFORM
           PERFORM SET-VARIANT-CODE
      *
           OPEN I-O CATALOG-FILE
           IF FS-CATALOG NOT = "00" AND FS-CATALOG NOT = "35"
      *        An existing catalog that will not open (a layout
      *        from before the pool column, a lock) must never be
      *        recreated over its rows.
               DISPLAY "GAMEN: cannot open "
                   FUNCTION TRIM(CATALOG-NAME)
                   " (status " FS-CATALOG ") - catalog "
                   "not updated."
               IF FS-CATALOG = "39"
                   DISPLAY "GAMEN: an old-layout catalog is "
                       "converted with ./gameN --convert-catalog."
               END-IF
               MOVE 1 TO CATALOG-SKIPPED
               GO TO UPDATE-CATALOG-EXIT
           END-IF
           IF FS-CATALOG = "35"
      *        First run in this directory: create the catalog,
      *        then reopen it for keyed update.
               OPEN OUTPUT CATALOG-FILE
                       FUNCTION TRIM(CATALOG-NAME)
                       " (status " FS-CATALOG ") - catalog "
                       "not updated."
                   MOVE 1 TO CATALOG-SKIPPED
                   GO TO UPDATE-CATALOG-EXIT
               END-IF
               CLOSE CATALOG-FILE
           END-IF
      *
           MOVE TARGET-SUM TO CAT-TARGET
           MOVE POOL-TOP TO CAT-MAXNUM
           MOVE SET-SIZE TO CAT-SETSIZE
           MOVE CAT-VARIANT-CODE TO CAT-VARIANT
           MOVE POOL-ID TO CAT-POOL
           MOVE PLAYER-COUNT TO CAT-PLAYERS
           MOVE 0 TO CAT-FOUND
           READ CATALOG-FILE
               INVALID KEY
           END-READ
      *
           MOVE TARGET-SUM TO CAT-TARGET
           MOVE POOL-TOP TO CAT-MAXNUM
           MOVE SET-SIZE TO CAT-SETSIZE
           MOVE CAT-VARIANT-CODE TO CAT-VARIANT
           MOVE POOL-ID TO CAT-POOL
           MOVE PLAYER-COUNT TO CAT-PLAYERS
           IF SOLVE-MODE = 1
               MOVE SOLVE-CODE TO CAT-SOLVE
           ELSE IF CAT-FOUND = 0
               MOVE SPACES TO CAT-SOLVE
           END-IF END-IF
      *    A partitioned valuation takes no game counts; its row
      *    carries the verdict alone.
           IF PART-MODE = 1
               MOVE "VERDICT" TO CAT-METHOD
               MOVE 0 TO CAT-P1
               MOVE 0 TO CAT-P2
               MOVE 0 TO CAT-P3
               MOVE 0 TO CAT-DR
           ELSE
           IF SAMPLE-MODE = 1
               MOVE "SAMPLE" TO CAT-METHOD
               MOVE SAMPLE-P1 TO CAT-P1
               MOVE SAMPLE-P2 TO CAT-P2
               MOVE SAMPLE-P3 TO CAT-P3
               MOVE SAMPLE-DR TO CAT-DR
           ELSE
               MOVE "EXACT" TO CAT-METHOD
               MOVE P1-WINS TO CAT-P1
               MOVE P2-WINS TO CAT-P2
               MOVE P3-WINS TO CAT-P3
               MOVE DRAWS TO CAT-DR
           END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE ELAPSED-SECS = END-SECS - START-SECS
           EXIT
           .
      *
      * The last word on the run's return code: a catalog update
      * that was skipped (this run, or any row of a batch) ends the
      * run with 4 unless something worse was already reported.
      * The shell renames in between reset RETURN-CODE, so it is
      * set here, at the very end.
       NOTE-CATALOG-SKIPPED.
           IF CATALOG-SKIPPED = 1 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
      *
      * ============================================================
      * --convert-catalog: carry a catalog written before the pool
      * and player columns into the current layout. The old rows
      * are staged first, so the catalog is only rewritten once
      * every one of them has been read.
      * ============================================================
       CONVERT-CATALOG.
           MOVE SPACES TO CONVERT-NAME
           STRING FUNCTION TRIM(CATALOG-NAME) "-CONVERT"
               DELIMITED BY SIZE
               INTO CONVERT-NAME
           END-STRING
      *
           OPEN INPUT CATALOG-FILE
           IF FS-CATALOG = "00"
               CLOSE CATALOG-FILE
               DISPLAY "GAMEN: " FUNCTION TRIM(CATALOG-NAME)
                   " is already in the current layout - nothing "
                   "to convert."
               GO TO CONVERT-CATALOG-EXIT
           END-IF
           IF FS-CATALOG = "35"
               DISPLAY "GAMEN: no " FUNCTION TRIM(CATALOG-NAME)
                   " here - nothing to convert."
               GO TO CONVERT-CATALOG-EXIT
           END-IF
      *
           OPEN INPUT OLD-CATALOG-FILE
           IF FS-OLD-CATALOG NOT = "00"
               DISPLAY "GAMEN: cannot open "
                   FUNCTION TRIM(CATALOG-NAME)
                   " in the old layout either (status "
                   FS-OLD-CATALOG ") - nothing converted."
               MOVE 16 TO RETURN-CODE
               GO TO CONVERT-CATALOG-EXIT
           END-IF
           OPEN OUTPUT CONVERT-FILE
           IF FS-CONVERT NOT = "00"
               CLOSE OLD-CATALOG-FILE
               DISPLAY "GAMEN: cannot create "
                   FUNCTION TRIM(CONVERT-NAME)
                   " (status " FS-CONVERT ") - nothing converted."
               MOVE 16 TO RETURN-CODE
               GO TO CONVERT-CATALOG-EXIT
           END-IF
           MOVE 0 TO CONVERT-COUNT
           MOVE 0 TO CATALOG-EOF
           PERFORM STAGE-OLD-CATALOG-ROW UNTIL CATALOG-EOF = 1
           CLOSE OLD-CATALOG-FILE
           CLOSE CONVERT-FILE
      *
           OPEN OUTPUT CATALOG-FILE
           IF FS-CATALOG NOT = "00"
               DISPLAY "GAMEN: cannot recreate "
                   FUNCTION TRIM(CATALOG-NAME)
                   " (status " FS-CATALOG ") - its rows are held "
                   "in " FUNCTION TRIM(CONVERT-NAME) "."
               MOVE 16 TO RETURN-CODE
               GO TO CONVERT-CATALOG-EXIT
           END-IF
           OPEN INPUT CONVERT-FILE
           MOVE 0 TO CONVERT-LOADED
           MOVE 0 TO CONVERT-REJECTS
           MOVE 0 TO CATALOG-EOF
           PERFORM LOAD-CONVERTED-ROW UNTIL CATALOG-EOF = 1
           CLOSE CONVERT-FILE
           CLOSE CATALOG-FILE
      *
           MOVE CONVERT-COUNT TO DISPLAY-NUM
           DISPLAY "GAMEN: " FUNCTION TRIM(DISPLAY-NUM)
               " old-layout row(s) read from "
               FUNCTION TRIM(CATALOG-NAME) ","
           MOVE CONVERT-LOADED TO DISPLAY-NUM
           DISPLAY "GAMEN: " FUNCTION TRIM(DISPLAY-NUM)
               " written back under the current key (pool blank, "
               "2 players, P3 zero)."
           IF CONVERT-REJECTS > 0
               MOVE CONVERT-REJECTS TO DISPLAY-NUM
               DISPLAY "GAMEN: " FUNCTION TRIM(DISPLAY-NUM)
                   " row(s) rejected on the write - all old rows "
                   "are kept in " FUNCTION TRIM(CONVERT-NAME) "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GEN-COMMAND
               STRING "rm -f " FUNCTION TRIM(CONVERT-NAME)
                   DELIMITED BY SIZE
                   INTO GEN-COMMAND
               END-STRING
               CALL "SYSTEM" USING GEN-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF
           .
      *
       CONVERT-CATALOG-EXIT.
           EXIT
           .
      *
       STAGE-OLD-CATALOG-ROW.
           READ OLD-CATALOG-FILE NEXT RECORD
               AT END
                   MOVE 1 TO CATALOG-EOF
               NOT AT END
                   MOVE OLD-CAT-TARGET TO CV-TARGET
                   MOVE OLD-CAT-MAXNUM TO CV-MAXNUM
                   MOVE OLD-CAT-SETSIZE TO CV-SETSIZE
                   MOVE OLD-CAT-VARIANT TO CV-VARIANT
                   MOVE SPACES TO CV-POOL
                   MOVE 2 TO CV-PLAYERS
                   MOVE OLD-CAT-SOLVE TO CV-SOLVE
                   MOVE OLD-CAT-METHOD TO CV-METHOD
                   MOVE OLD-CAT-P1 TO CV-P1
                   MOVE OLD-CAT-P2 TO CV-P2
                   MOVE OLD-CAT-DR TO CV-DR
                   MOVE OLD-CAT-DATE TO CV-DATE
                   MOVE OLD-CAT-ELAPSED TO CV-ELAPSED
                   MOVE 0 TO CV-P3
                   WRITE CONVERT-RECORD
                   ADD 1 TO CONVERT-COUNT
           END-READ
           .
      *
       LOAD-CONVERTED-ROW.
           READ CONVERT-FILE
               AT END
                   MOVE 1 TO CATALOG-EOF
               NOT AT END
                   MOVE CONVERT-RECORD TO CATALOG-RECORD
                   WRITE CATALOG-RECORD
                       INVALID KEY
                           ADD 1 TO CONVERT-REJECTS
                       NOT INVALID KEY
                           ADD 1 TO CONVERT-LOADED
                   END-WRITE
           END-READ
           .
      *
      * ============================================================
      * --catalog: list every cataloged variant in key order with
      * its verdict and counters, then the solved/unsolved tally -
      * the lookup that replaces re-running a variant someone
      * already did in the spring.
      * ============================================================
       PRINT-CATALOG-REPORT.
           OPEN INPUT CATALOG-FILE
           IF FS-CATALOG NOT = "00"
               DISPLAY "GAMEN: cannot open "
                   FUNCTION TRIM(CATALOG-NAME)
                   " (status " FS-CATALOG ") - no variants "
                   "cataloged yet."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Game of N - variant catalog"
           DISPLAY "==========================="
           DISPLAY "TGT MAX SET VAR  POOL      PL SOLVE     "
               "METHOD         P1-WINS         P2-WINS"
               "         P3-WINS           DRAWS  DATE        "
               "ELAPSED"
           MOVE 0 TO CATALOG-EOF
           PERFORM READ-CATALOG-NEXT UNTIL CATALOG-EOF = 1
           CLOSE CATALOG-FILE
                   MOVE CAT-ELAPSED TO ELAPSED-DISP
                   DISPLAY CAT-TARGET "  " CAT-MAXNUM "  "
                       CAT-SETSIZE "   " CAT-VARIANT "    "
                       CAT-POOL "  " CAT-PLAYERS "  " CAT-SOLVE
                       "  " CAT-METHOD " " CAT-P1 "  " CAT-P2
                       "  " CAT-P3 "  " CAT-DR
                       "  " CAT-DATE "  " ELAPSED-DISP
           END-READ
           .
           MOVE MISERE-MODE TO CK-MISERE-MODE
           MOVE SCORING-MODE TO CK-SCORING-MODE
           MOVE RUN-ID TO CK-RUN-ID
           MOVE POOL-ID TO CK-POOL-ID
           IF PLAYER-COUNT = 3
               MOVE "3" TO CK-PLAYERS
           ELSE
               MOVE SPACE TO CK-PLAYERS
           END-IF
           MOVE P3-WINS TO CK-P3-WINS
           MOVE U-P3-WINS TO CK-U-P3-WINS
           MOVE DEPTH TO CK-DEPTH
           MOVE P1-WINS TO CK-P1-WINS
           MOVE P2-WINS TO CK-P2-WINS
           IF FS-CKPT = "00"
               READ CKPT-FILE
                   NOT AT END
      *                A two-player checkpoint (including one from
      *                before the player count was recorded) has
      *                CK-PLAYERS blank.
                       IF CK-PLAYERS = SPACE
                           MOVE 2 TO CK-PLAYER-COUNT
                       ELSE
                           MOVE CK-PLAYERS TO CK-PLAYER-COUNT
                       END-IF
                       IF CK-TARGET-SUM = TARGET-SUM
                           AND CK-MAX-NUM = MAX-NUM
                           AND CK-SYM-MODE = SYM-MODE
                           AND CK-MISERE-MODE = MISERE-MODE
                           AND CK-SCORING-MODE = SCORING-MODE
                           AND CK-RUN-ID = RUN-ID
                           AND CK-POOL-ID = POOL-ID
                           AND CK-PLAYER-COUNT = PLAYER-COUNT
                           MOVE CK-DEPTH TO DEPTH
                           MOVE CK-P1-WINS TO P1-WINS
                           MOVE CK-P2-WINS TO P2-WINS
                           MOVE CK-DRAWS TO DRAWS
                           MOVE CK-U-P1-WINS TO U-P1-WINS
                           MOVE CK-U-P2-WINS TO U-P2-WINS
                           IF PLAYER-COUNT = 3
                               MOVE CK-P3-WINS TO P3-WINS
                               MOVE CK-U-P3-WINS TO U-P3-WINS
                           END-IF
                           MOVE CK-U-DRAWS TO U-DRAWS
                           MOVE CK-NEXT-TRY-GRP TO NEXT-TRY-TABLE
                           MOVE CK-CHOSEN-GRP TO MOVE-TABLE
                   INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
               END-STRING
           END-IF END-IF
           IF POOL-MODE = 1
               STRING " POOL=" FUNCTION TRIM(POOL-ID)
                   DELIMITED BY SIZE
                   INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
               END-STRING
           END-IF
           IF PLAYER-COUNT = 3
               STRING " PLAYERS=3" DELIMITED BY SIZE
                   INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
               END-STRING
           END-IF
           STRING " OUTCOME=[" FUNCTION TRIM(RUN-OUTCOME) "]"
               DELIMITED BY SIZE
               INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
               DELIMITED BY SIZE
               INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
           END-STRING
           PERFORM APPEND-RUN-LOG-LINE
           .
      *
      * Append RUN-LOG-LINE to the shared run log.
       APPEND-RUN-LOG-LINE.
           MOVE SPACES TO FS-RUN-LOG
           MOVE 0 TO LOG-RETRY-COUNT
           PERFORM OPEN-RUN-LOG-EXTEND
               UNTIL FS-RUN-LOG = "00" OR LOG-RETRY-COUNT > 5
           DISPLAY " "
           DISPLAY "Rules:"
           MOVE MAX-NUM TO DISP2
           IF PLAYER-COUNT = 3
               DISPLAY "  - Three players take turns (P1, P2, "
                   "P3) picking a number"
           ELSE
               DISPLAY "  - Two players alternate "
                   "picking a number"
           END-IF
           IF POOL-MODE = 1
               DISPLAY "    from the pool below. No repeats."
           ELSE
               DISPLAY "    from {1, 2, ..., "
                   FUNCTION TRIM(DISP2)
                   "}. No repeats."
           END-IF
           MOVE TARGET-SUM TO DISP2
           MOVE SET-SIZE TO DISP-SET-SIZE
           DISPLAY "  - A player wins when any "
           DISPLAY "    the game is a draw."
           DISPLAY " "
      *
      *    Sum of all numbers in play
           MOVE 0 TO ALL-NUMS-SUM
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > MAX-NUM
               ADD POOL-VAL(IDX) TO ALL-NUMS-SUM
           END-PERFORM
           MOVE MAX-NUM TO DISP2
           IF POOL-MODE = 1
               PERFORM BUILD-POOL-LIST-LINE
               DISPLAY "Number pool " FUNCTION TRIM(POOL-ID) ": {"
                   FUNCTION TRIM(POOL-LIST-LINE) "} ("
                   FUNCTION TRIM(DISP2) " numbers)"
           ELSE
               DISPLAY "Number pool: 1 to "
                   FUNCTION TRIM(DISP2)
                   " (" FUNCTION TRIM(DISP2)
                   " numbers)"
           END-IF
           MOVE ALL-NUMS-SUM TO DISPLAY-NUM
           DISPLAY "Sum of all numbers: "
               FUNCTION TRIM(DISPLAY-NUM)
           DISPLAY " "
      *
           MOVE NUM-TRIPLES TO DISP2
                   END-STRING
                   PERFORM VARYING SK-IDX FROM 1 BY 1
                       UNTIL SK-IDX > SET-SIZE
                       MOVE POOL-VAL(GS(IDX, SK-IDX)) TO DT1
                       IF SK-IDX > 1
                           STRING ", " DELIMITED BY SIZE
                               INTO RULES-SET-LINE
           DISPLAY " "
      *
      *    Compare to classic Game of 15
           IF TARGET-SUM = 15 AND MAX-NUM = 9 AND POOL-MODE = 0
               DISPLAY "Note: This is the classic "
                   "Game of 15,"
               DISPLAY "isomorphic to Tic-Tac-Toe "
               IF OWNER(CUR-NUM) NOT = 0
                   ADD 1 TO NEXT-TRY(DEPTH)
               ELSE
                   PERFORM SET-TURN-PLAYER
                   MOVE TURN-PLAYER TO CUR-PLAYER
                   MOVE CUR-NUM TO CHOSEN(DEPTH)
                   MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                   IF SCORING-MODE = 1
                       ELSE
                           MOVE CUR-PLAYER TO GAME-WINNER
                       END-IF
                       EVALUATE GAME-WINNER
                           WHEN 1
                               ADD 1 TO P1-WINS
                           WHEN 2
                               ADD 1 TO P2-WINS
                           WHEN OTHER
                               ADD 1 TO P3-WINS
                       END-EVALUATE
                       IF SYM-MODE = 1
                           MOVE DEPTH TO GAME-LEN-N
                           PERFORM CHECK-CANONICAL-N
                           IF IS-CANONICAL-N = 1
                               EVALUATE GAME-WINNER
                                   WHEN 1
                                       ADD 1 TO U-P1-WINS
                                   WHEN 2
                                       ADD 1 TO U-P2-WINS
                                   WHEN OTHER
                                       ADD 1 TO U-P3-WINS
                               END-EVALUATE
                           END-IF
                       END-IF
                       MOVE 0 TO OWNER(CUR-NUM)
           PERFORM SEED-HANDICAP
           MOVE START-DEPTH TO DEPTH
           MOVE 1 TO NEXT-TRY(START-DEPTH)
           PERFORM INIT-SOLVE-BEST
           MOVE 0 TO SOLVE-MM-DONE
           PERFORM SOLVE-MINIMAX-STEP UNTIL SOLVE-MM-DONE = 1
           PERFORM COMPUTE-POOL-POS-KEY
           .
      *
      * ============================================================
      * --solve above MEMORY-MAX-NUM numbers: the valuation of
      * SOLVE-VARIANT taken bottom-up, one partition at a time,
      * highest partition first (see "Partitioned valuation" in
      * the header). A run cut off part-way leaves its finished
      * partitions and the partition checkpoint on disk; the next
      * run with the same arguments carries on below the lowest
      * partition done.
      * ============================================================
       SOLVE-VARIANT-PARTITIONED.
           DISPLAY "Valuing the variant under best play "
               "(partitioned on disk)..."
           PERFORM BUILD-SOLVE-CACHE-NAME
           PERFORM SET-PARTITION-SHAPE
           PERFORM BUILD-PARTITION-SET-INDEX
           PERFORM LOAD-PARTITION-CHECKPOINT
           MOVE PART-DONE-COUNT TO PART-RESUMED-COUNT
           MOVE PART-COUNT TO PART-NUM-DISP2
           IF PART-RESUMED-COUNT > 0
               MOVE PART-RESUMED-COUNT TO PART-NUM-DISP
               DISPLAY "Resuming from the partition checkpoint: "
                   FUNCTION TRIM(PART-NUM-DISP) " of "
                   FUNCTION TRIM(PART-NUM-DISP2)
                   " partitions already done."
           END-IF
           MOVE PART-SIZE TO DISPLAY-NUM
           MOVE PART-LOW-NUMS TO DISP2
           DISPLAY "  " FUNCTION TRIM(PART-NUM-DISP2)
               " partitions of " FUNCTION TRIM(DISPLAY-NUM)
               " positions (numbers 1-" FUNCTION TRIM(DISP2)
               " within a partition)"
           DISPLAY " "
           INITIALIZE PART-VERIFIED-TABLE
           COMPUTE PART-NUM = PART-COUNT - PART-DONE-COUNT - 1
           PERFORM SOLVE-ONE-PARTITION UNTIL PART-NUM < 0
      *    Partition 0 holds the empty pool, whose value is the
      *    first position of the table.
           IF PART-RESUMED-COUNT < PART-COUNT
               MOVE PART-VAL(1) TO SOLVE-ROOT-VAL
           END-IF
           PERFORM ASSEMBLE-PARTITIONED-CACHE
               THRU ASSEMBLE-PARTITIONED-CACHE-EXIT
      *
           MOVE PART-COUNT TO PART-NUM-DISP2
           MOVE SPACES TO RUN-OUTCOME
           STRING "PARTS=" FUNCTION TRIM(PART-NUM-DISP2)
               DELIMITED BY SIZE INTO RUN-OUTCOME
           END-STRING
           IF PART-RESUMED-COUNT > 0
               MOVE PART-RESUMED-COUNT TO PART-NUM-DISP
               STRING FUNCTION TRIM(RUN-OUTCOME)
                   " RESUMED=" FUNCTION TRIM(PART-NUM-DISP)
                   DELIMITED BY SIZE INTO RUN-OUTCOME
               END-STRING
           END-IF
           .
      *
      * The split of the pool into the low numbers that index a
      * partition's positions and the top numbers that pick the
      * partition. A partition is a whole number of cache chunks.
       SET-PARTITION-SHAPE.
           MOVE SOLVE-PART-NUMS TO PART-LOW-NUMS
           IF MAX-NUM - PART-LOW-NUMS > 7
               COMPUTE PART-LOW-NUMS = MAX-NUM - 7
           END-IF
           COMPUTE PART-HIGH-NUMS = MAX-NUM - PART-LOW-NUMS
           COMPUTE PART-SIZE = 3 ** PART-LOW-NUMS
           COMPUTE PART-CHUNKS = PART-SIZE / 19683
           COMPUTE PART-COUNT = 3 ** PART-HIGH-NUMS
           MOVE 1 TO PART-POW3(1)
           PERFORM VARYING PART-I FROM 2 BY 1
               UNTIL PART-I > PART-LOW-NUMS
               COMPUTE PART-POW3(PART-I) = PART-POW3(PART-I - 1) * 3
           END-PERFORM
           .
      *
      * List the winning sets through each number, so a move's win
      * check looks only at the sets that number can complete.
       BUILD-PARTITION-SET-INDEX.
           INITIALIZE PART-SET-INDEX
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-TRIPLES
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > SET-SIZE
                   ADD 1 TO PSI-COUNT(GS(IDX, SK-IDX))
               END-PERFORM
           END-PERFORM
           MOVE 1 TO PSI-NEXT
           PERFORM VARYING PART-X FROM 1 BY 1
               UNTIL PART-X > MAX-NUM
               MOVE PSI-NEXT TO PSI-START(PART-X)
               ADD PSI-COUNT(PART-X) TO PSI-NEXT
               MOVE 0 TO PSI-COUNT(PART-X)
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-TRIPLES
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > SET-SIZE
                   MOVE GS(IDX, SK-IDX) TO PART-X
                   COMPUTE PSI-K = PSI-START(PART-X)
                       + PSI-COUNT(PART-X)
                   MOVE IDX TO PSI-SET(PSI-K)
                   ADD 1 TO PSI-COUNT(PART-X)
               END-PERFORM
           END-PERFORM
           .
      *
      * ============================================================
      * Read the partition checkpoint. It counts only when its
      * SOLVE header names this valuation exactly (cache, partition
      * count, low numbers); the partitions done are then every one
      * from the lowest DONE record up. Otherwise a fresh
      * checkpoint is started.
      * ============================================================
       LOAD-PARTITION-CHECKPOINT.
           MOVE SPACES TO PART-CKPT-NAME
           STRING FUNCTION TRIM(CKPT-NAME) "-SOLVE"
               DELIMITED BY SIZE
               INTO PART-CKPT-NAME
           END-STRING
           MOVE PART-COUNT TO PART-NUM-DISP
           MOVE PART-LOW-NUMS TO DISP2
           MOVE SPACES TO PART-HEADER-LINE
           STRING "SOLVE CACHE=" FUNCTION TRIM(SOLVE-CACHE-NAME)
               " PARTS=" FUNCTION TRIM(PART-NUM-DISP)
               " LOW=" FUNCTION TRIM(DISP2)
               DELIMITED BY SIZE
               INTO PART-HEADER-LINE
           END-STRING
           MOVE PART-COUNT TO PART-LOWEST-DONE
           OPEN INPUT PART-CKPT-FILE
           IF FS-PART-CKPT = "00"
               MOVE 0 TO PART-CKPT-EOF
               READ PART-CKPT-FILE
                   AT END
                       MOVE 1 TO PART-CKPT-EOF
               END-READ
               IF PART-CKPT-EOF = 0
                   AND PART-CKPT-RECORD = PART-HEADER-LINE
                   PERFORM READ-PARTITION-DONE
                       UNTIL PART-CKPT-EOF = 1
               END-IF
               CLOSE PART-CKPT-FILE
           END-IF
           COMPUTE PART-DONE-COUNT = PART-COUNT - PART-LOWEST-DONE
           IF PART-DONE-COUNT = 0
               OPEN OUTPUT PART-CKPT-FILE
               IF FS-PART-CKPT NOT = "00"
                   DISPLAY "GAMEN: cannot create "
                       FUNCTION TRIM(PART-CKPT-NAME)
                       " (status " FS-PART-CKPT ") - valuation "
                       "not started."
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PART-HEADER-LINE TO PART-CKPT-RECORD
               WRITE PART-CKPT-RECORD
               CLOSE PART-CKPT-FILE
           END-IF
           .
      *
       READ-PARTITION-DONE.
           READ PART-CKPT-FILE
               AT END
                   MOVE 1 TO PART-CKPT-EOF
               NOT AT END
                   IF PART-CKPT-RECORD(1:10) = "DONE PART="
                       AND PART-CKPT-RECORD(11:4) IS NUMERIC
                       MOVE PART-CKPT-RECORD(11:4) TO PART-DISP
                       IF PART-DISP < PART-LOWEST-DONE
                           MOVE PART-DISP TO PART-LOWEST-DONE
                       END-IF
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * Value every position of partition PART-NUM. The top
      * numbers' owners are the partition number's base-3 digits;
      * the low numbers run through every ownership from all
      * Player 2 (the highest offset) down to all free, so each
      * position is valued after the positions its moves reach.
      * ============================================================
       SOLVE-ONE-PARTITION.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           MOVE END-SECS TO PART-START-SECS
           MOVE PART-NUM TO PART-QUOT
           MOVE 0 TO PART-HIGH-N1
           MOVE 0 TO PART-HIGH-N2
           PERFORM VARYING PART-J FROM 1 BY 1
               UNTIL PART-J > PART-HIGH-NUMS
               COMPUTE PART-X = PART-LOW-NUMS + PART-J
               DIVIDE PART-QUOT BY 3 GIVING PART-QUOT
                   REMAINDER PART-D
               MOVE PART-D TO PART-OWNER(PART-X)
               IF PART-D = 1
                   ADD 1 TO PART-HIGH-N1
               ELSE IF PART-D = 2
                   ADD 1 TO PART-HIGH-N2
               END-IF END-IF
           END-PERFORM
      *
      *    A move on a free top number leads into a higher
      *    partition, one per mover.
           PERFORM VARYING PART-J FROM 1 BY 1
               UNTIL PART-J > PART-HIGH-NUMS
               COMPUTE PART-X = PART-LOW-NUMS + PART-J
               IF PART-OWNER(PART-X) = 0
                   PERFORM VARYING PART-D FROM 1 BY 1
                       UNTIL PART-D > 2
                       COMPUTE PART-LOAD-NUM = PART-NUM
                           + PART-D * PART-POW3(PART-J)
                       COMPUTE PART-LOAD-SLOT =
                           (PART-J - 1) * 2 + PART-D
                       PERFORM LOAD-CHILD-PARTITION
                   END-PERFORM
               END-IF
           END-PERFORM
      *
           PERFORM VARYING PART-I FROM 1 BY 1
               UNTIL PART-I > PART-LOW-NUMS
               MOVE 2 TO PART-OWNER(PART-I)
           END-PERFORM
           MOVE PART-HIGH-N1 TO PART-N1
           COMPUTE PART-N2 = PART-HIGH-N2 + PART-LOW-NUMS
           INITIALIZE PART-VAL-TABLE
           COMPUTE PART-OFFSET = PART-SIZE - 1
           MOVE 0 TO PART-SWEEP-DONE
           PERFORM VALUE-PART-POSITION UNTIL PART-SWEEP-DONE = 1
      *
           PERFORM WRITE-PARTITION-FILE
           PERFORM MARK-PARTITION-DONE
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-PARTITION-PROGRESS
           END-IF
           SUBTRACT 1 FROM PART-NUM
           .
      *
      * Value the position at PART-OFFSET, then step to the next
      * lower offset. Only positions the rotation can reach (Player
      * 1 to move with equal holdings, Player 2 one behind) and not
      * yet full are valued; the rest stay 0, as in SOLVE-VARIANT.
       VALUE-PART-POSITION.
           MOVE 0 TO PART-BEST
           COMPUTE PART-FREE = MAX-NUM - PART-N1 - PART-N2
           IF PART-FREE > 0
               AND (PART-N1 = PART-N2 OR PART-N1 = PART-N2 + 1)
               IF PART-N1 = PART-N2
                   MOVE 1 TO PART-MOVER
                   MOVE 1 TO PART-BEST
               ELSE
                   MOVE 2 TO PART-MOVER
                   MOVE 3 TO PART-BEST
               END-IF
               MOVE 0 TO PART-CUT
               PERFORM VARYING PART-X FROM 1 BY 1
                   UNTIL PART-X > MAX-NUM OR PART-CUT = 1
                   IF PART-OWNER(PART-X) = 0
                       PERFORM VALUE-PART-MOVE
                   END-IF
               END-PERFORM
           END-IF
           MOVE PART-BEST TO PART-VAL(PART-OFFSET + 1)
           IF PART-OFFSET = 0
               MOVE 1 TO PART-SWEEP-DONE
           ELSE
               SUBTRACT 1 FROM PART-OFFSET
               PERFORM STEP-PART-ODOMETER
           END-IF
           .
      *
      * One move by PART-MOVER on PART-X: a completed set ends the
      * game (misere: against the mover), the last free number
      * otherwise ends it drawn (scoring: on the final scores),
      * and any other move takes the value of the position it
      * reaches - later in this partition for a low number, in a
      * loaded higher partition for a top number.
       VALUE-PART-MOVE.
           MOVE PART-MOVER TO PART-OWNER(PART-X)
           MOVE 0 TO PART-CHILD-VAL
           IF SCORING-MODE = 0
               PERFORM CHECK-PART-WIN
               IF PART-WIN = 1
                   IF MISERE-MODE = 1
                       COMPUTE GAME-WINNER = 3 - PART-MOVER
                   ELSE
                       MOVE PART-MOVER TO GAME-WINNER
                   END-IF
                   IF GAME-WINNER = 1
                       MOVE 3 TO PART-CHILD-VAL
                   ELSE
                       MOVE 1 TO PART-CHILD-VAL
                   END-IF
               END-IF
           END-IF
           IF PART-CHILD-VAL = 0
               IF PART-FREE = 1
                   IF SCORING-MODE = 1
                       PERFORM SCORE-PART-BOARD
                   ELSE
                       MOVE 2 TO PART-CHILD-VAL
                   END-IF
               ELSE IF PART-X <= PART-LOW-NUMS
                   COMPUTE PART-CHILD-OFF = PART-OFFSET
                       + PART-MOVER * PART-POW3(PART-X) + 1
                   MOVE PART-VAL(PART-CHILD-OFF) TO PART-CHILD-VAL
               ELSE
                   COMPUTE PART-SLOT =
                       (PART-X - PART-LOW-NUMS - 1) * 2 + PART-MOVER
                   MOVE PART-CHILD(PART-SLOT)(PART-OFFSET + 1:1)
                       TO PART-CHILD-VAL
               END-IF END-IF
           END-IF
           MOVE 0 TO PART-OWNER(PART-X)
           IF PART-MOVER = 1
               IF PART-CHILD-VAL > PART-BEST
                   MOVE PART-CHILD-VAL TO PART-BEST
               END-IF
               IF PART-BEST = 3
                   MOVE 1 TO PART-CUT
               END-IF
           ELSE
               IF PART-CHILD-VAL < PART-BEST
                   MOVE PART-CHILD-VAL TO PART-BEST
               END-IF
               IF PART-BEST = 1
                   MOVE 1 TO PART-CUT
               END-IF
           END-IF
           .
      *
       CHECK-PART-WIN.
           MOVE 0 TO PART-WIN
           PERFORM VARYING PSI-K FROM PSI-START(PART-X) BY 1
               UNTIL PSI-K >= PSI-START(PART-X) + PSI-COUNT(PART-X)
               OR PART-WIN = 1
               MOVE PSI-SET(PSI-K) TO PSI-S
               MOVE 1 TO PART-MATCH
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > SET-SIZE OR PART-MATCH = 0
                   IF PART-OWNER(GS(PSI-S, SK-IDX)) NOT = PART-MOVER
                       MOVE 0 TO PART-MATCH
                   END-IF
               END-PERFORM
               IF PART-MATCH = 1
                   MOVE 1 TO PART-WIN
               END-IF
           END-PERFORM
           .
      *
      * The full board under the scoring rule: one point per set
      * a player holds entirely.
       SCORE-PART-BOARD.
           MOVE 0 TO PART-SCORE-1
           MOVE 0 TO PART-SCORE-2
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-TRIPLES
               MOVE PART-OWNER(GS(IDX, 1)) TO PART-SET-OWNER
               MOVE 1 TO PART-MATCH
               PERFORM VARYING SK-IDX FROM 2 BY 1
                   UNTIL SK-IDX > SET-SIZE OR PART-MATCH = 0
                   IF PART-OWNER(GS(IDX, SK-IDX)) NOT = PART-SET-OWNER
                       MOVE 0 TO PART-MATCH
                   END-IF
               END-PERFORM
               IF PART-MATCH = 1
                   IF PART-SET-OWNER = 1
                       ADD 1 TO PART-SCORE-1
                   ELSE
                       ADD 1 TO PART-SCORE-2
                   END-IF
               END-IF
           END-PERFORM
           IF PART-SCORE-1 > PART-SCORE-2
               MOVE 3 TO PART-CHILD-VAL
           ELSE IF PART-SCORE-2 > PART-SCORE-1
               MOVE 1 TO PART-CHILD-VAL
           ELSE
               MOVE 2 TO PART-CHILD-VAL
           END-IF END-IF
           .
      *
      * Count the low numbers' ownership down by one (base 3,
      * number 1 the least significant digit), keeping the
      * holdings counts in step.
       STEP-PART-ODOMETER.
           MOVE 1 TO PART-I
           MOVE 0 TO PART-STEP-DONE
           PERFORM UNTIL PART-STEP-DONE = 1
               IF PART-OWNER(PART-I) = 0
                   MOVE 2 TO PART-OWNER(PART-I)
                   ADD 1 TO PART-N2
                   ADD 1 TO PART-I
               ELSE
                   IF PART-OWNER(PART-I) = 2
                       SUBTRACT 1 FROM PART-N2
                       ADD 1 TO PART-N1
                   ELSE
                       SUBTRACT 1 FROM PART-N1
                   END-IF
                   SUBTRACT 1 FROM PART-OWNER(PART-I)
                   MOVE 1 TO PART-STEP-DONE
               END-IF
           END-PERFORM
           .
      *
      * <cache name>-Pnnnn for partition PART-LOAD-NUM.
       BUILD-PARTITION-FILE-NAME.
           MOVE PART-LOAD-NUM TO PART-DISP
           MOVE SPACES TO PART-FILE-NAME
           STRING FUNCTION TRIM(SOLVE-CACHE-NAME) "-P" PART-DISP
               DELIMITED BY SIZE
               INTO PART-FILE-NAME
           END-STRING
           .
      *
      * Read partition PART-LOAD-NUM into child slot PART-LOAD-SLOT.
      * Its TRAILER seal is checked the first time this run reads
      * it.
       LOAD-CHILD-PARTITION.
           PERFORM BUILD-PARTITION-FILE-NAME
           OPEN INPUT PART-FILE
           IF FS-PART NOT = "00"
               PERFORM FAIL-PARTITION-FILE
           END-IF
           MOVE 0 TO PART-SEAL-COUNT
           MOVE 0 TO PART-SEAL-SUM
           MOVE 1 TO PART-SEAL-OK
           PERFORM VARYING PART-CHUNK-I FROM 1 BY 1
               UNTIL PART-CHUNK-I > PART-CHUNKS OR PART-SEAL-OK = 0
               READ PART-FILE
                   AT END
                       MOVE 0 TO PART-SEAL-OK
                   NOT AT END
                       COMPUTE PART-CHUNK-OFF =
                           (PART-CHUNK-I - 1) * 19683 + 1
                       MOVE PART-RECORD TO PART-CHILD(PART-LOAD-SLOT)
                           (PART-CHUNK-OFF:19683)
                       IF PART-VERIFIED(PART-LOAD-NUM + 1) = 0
                           PERFORM FOLD-PART-SEAL
                       END-IF
               END-READ
           END-PERFORM
           IF PART-SEAL-OK = 1
               AND PART-VERIFIED(PART-LOAD-NUM + 1) = 0
               PERFORM CHECK-PART-TRAILER
           END-IF
           CLOSE PART-FILE
           IF PART-SEAL-OK = 0
               PERFORM FAIL-PARTITION-FILE
           END-IF
           MOVE 1 TO PART-VERIFIED(PART-LOAD-NUM + 1)
           .
      *
      * The record after a partition's chunks must be the TRAILER
      * its chunks fold to.
       CHECK-PART-TRAILER.
           READ PART-FILE
               AT END
                   MOVE 0 TO PART-SEAL-OK
               NOT AT END
                   PERFORM BUILD-PART-SEAL-LINE
                   IF PART-RECORD(1:80) NOT = PART-SEAL-LINE
                       MOVE 0 TO PART-SEAL-OK
                   END-IF
           END-READ
           .
      *
       FAIL-PARTITION-FILE.
           DISPLAY "GAMEN: partition file "
               FUNCTION TRIM(PART-FILE-NAME)
               " is missing or fails its TRAILER seal."
           DISPLAY "       Remove " FUNCTION TRIM(PART-CKPT-NAME)
               " to start the valuation over."
           MOVE 20 TO RETURN-CODE
           STOP RUN
           .
      *
       FOLD-PART-SEAL.
           MOVE SPACES TO SEAL-TEXT
           MOVE PART-RECORD TO SEAL-TEXT
           PERFORM COMPUTE-RECORD-SEAL
           ADD 1 TO PART-SEAL-COUNT
           COMPUTE PART-SEAL-SUM = FUNCTION MOD(
               PART-SEAL-SUM + SEAL-REC-SUM, 1000000000)
           .
      *
       BUILD-PART-SEAL-LINE.
           MOVE PART-SEAL-COUNT TO SEAL-DISP
           MOVE PART-SEAL-SUM TO SEAL-DISP2
           MOVE SPACES TO PART-SEAL-LINE
           STRING "TRAILER COUNT=" FUNCTION TRIM(SEAL-DISP)
               " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
               DELIMITED BY SIZE
               INTO PART-SEAL-LINE
           END-STRING
           .
      *
      * The finished partition: its chunks, then its TRAILER.
       WRITE-PARTITION-FILE.
           MOVE PART-NUM TO PART-LOAD-NUM
           PERFORM BUILD-PARTITION-FILE-NAME
           OPEN OUTPUT PART-FILE
           IF FS-PART NOT = "00"
               DISPLAY "GAMEN: cannot create "
                   FUNCTION TRIM(PART-FILE-NAME)
                   " (status " FS-PART ") - valuation stopped."
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO PART-SEAL-COUNT
           MOVE 0 TO PART-SEAL-SUM
           PERFORM VARYING PART-CHUNK-I FROM 1 BY 1
               UNTIL PART-CHUNK-I > PART-CHUNKS
               COMPUTE PART-CHUNK-OFF =
                   (PART-CHUNK-I - 1) * 19683 + 1
               MOVE PART-VAL-X(PART-CHUNK-OFF:19683) TO PART-RECORD
               WRITE PART-RECORD
               PERFORM FOLD-PART-SEAL
           END-PERFORM
           PERFORM BUILD-PART-SEAL-LINE
           MOVE SPACES TO PART-RECORD
           MOVE PART-SEAL-LINE TO PART-RECORD(1:80)
           WRITE PART-RECORD
           CLOSE PART-FILE
           MOVE 1 TO PART-VERIFIED(PART-NUM + 1)
           .
      *
       MARK-PARTITION-DONE.
           OPEN EXTEND PART-CKPT-FILE
           IF FS-PART-CKPT NOT = "00"
               DISPLAY "GAMEN: cannot extend "
                   FUNCTION TRIM(PART-CKPT-NAME)
                   " (status " FS-PART-CKPT ") - valuation "
                   "stopped."
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PART-NUM TO PART-DISP
           MOVE SPACES TO PART-CKPT-RECORD
           STRING "DONE PART=" PART-DISP
               DELIMITED BY SIZE
               INTO PART-CKPT-RECORD
           END-STRING
           WRITE PART-CKPT-RECORD
           CLOSE PART-CKPT-FILE
           ADD 1 TO PART-DONE-COUNT
           .
      *
      * One PROGRESS record per finished partition. It carries no
      * PROGRAM= tag, so readers of completed runs pass it by.
       WRITE-PARTITION-PROGRESS.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE PART-SECS = END-SECS - PART-START-SECS
           MOVE PART-NUM TO PART-DISP
           MOVE PART-DONE-COUNT TO PART-NUM-DISP
           MOVE PART-COUNT TO PART-NUM-DISP2
           MOVE PART-SECS TO ELAPSED-DISP
           MOVE SPACES TO RUN-LOG-LINE
           MOVE 1 TO RUN-LOG-POS
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " PROGRESS=GAMEN ARGS=["
               FUNCTION TRIM(CMD-LINE) "]"
               " PART=" PART-DISP
               " DONE=" FUNCTION TRIM(PART-NUM-DISP)
               " PARTS=" FUNCTION TRIM(PART-NUM-DISP2)
               " SECS=" FUNCTION TRIM(ELAPSED-DISP)
               " CACHE=" FUNCTION TRIM(SOLVE-CACHE-NAME)
               DELIMITED BY SIZE
               INTO RUN-LOG-LINE WITH POINTER RUN-LOG-POS
           END-STRING
           PERFORM APPEND-RUN-LOG-LINE
           .
      *
      * ============================================================
      * Copy the partitions, in key order, behind the usual cache
      * header: the result is the layout SAVE-SOLVE-CACHE writes.
      * Each partition's seal is checked as it is copied; once the
      * cache is closed the partitions and their checkpoint go.
      * ============================================================
       ASSEMBLE-PARTITIONED-CACHE.
           OPEN OUTPUT SOLVE-CACHE-FILE
           IF FS-SOLVE-CACHE NOT = "00"
               DISPLAY "GAMEN: cannot create "
                   FUNCTION TRIM(SOLVE-CACHE-NAME)
                   " (status " FS-SOLVE-CACHE ") - partitions "
                   "kept on disk."
               GO TO ASSEMBLE-PARTITIONED-CACHE-EXIT
           END-IF
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           PERFORM WRITE-SOLVE-CACHE-HEADER
           PERFORM COPY-PARTITION-TO-CACHE
               VARYING PART-LOAD-NUM FROM 0 BY 1
               UNTIL PART-LOAD-NUM >= PART-COUNT
           PERFORM BUILD-SEAL-LINE
           MOVE SPACES TO SOLVE-CACHE-RECORD
           MOVE SEAL-LINE TO SOLVE-CACHE-RECORD(1:80)
           WRITE SOLVE-CACHE-RECORD
           CLOSE SOLVE-CACHE-FILE
           DISPLAY "Valuation persisted to "
               FUNCTION TRIM(SOLVE-CACHE-NAME)
      *
           PERFORM VARYING PART-LOAD-NUM FROM 0 BY 1
               UNTIL PART-LOAD-NUM >= PART-COUNT
               PERFORM BUILD-PARTITION-FILE-NAME
               DELETE FILE PART-FILE
           END-PERFORM
           DELETE FILE PART-CKPT-FILE
           .
      *
       ASSEMBLE-PARTITIONED-CACHE-EXIT.
           EXIT
           .
      *
       COPY-PARTITION-TO-CACHE.
           PERFORM BUILD-PARTITION-FILE-NAME
           MOVE 0 TO PART-SEAL-OK
           OPEN INPUT PART-FILE
           IF FS-PART = "00"
               MOVE 0 TO PART-SEAL-COUNT
               MOVE 0 TO PART-SEAL-SUM
               MOVE 1 TO PART-SEAL-OK
               PERFORM VARYING PART-CHUNK-I FROM 1 BY 1
                   UNTIL PART-CHUNK-I > PART-CHUNKS
                   OR PART-SEAL-OK = 0
                   READ PART-FILE
                       AT END
                           MOVE 0 TO PART-SEAL-OK
                       NOT AT END
                           PERFORM FOLD-PART-SEAL
                           MOVE PART-RECORD TO SOLVE-CACHE-RECORD
                           WRITE SOLVE-CACHE-RECORD
                           ADD 1 TO SEAL-COUNT
                           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                               SEAL-CHECKSUM + SEAL-REC-SUM,
                               1000000000)
                           IF PART-LOAD-NUM = 0
                               AND PART-CHUNK-I = 1
                               MOVE PART-RECORD(1:1)
                                   TO SOLVE-ROOT-VAL
                           END-IF
                   END-READ
               END-PERFORM
               IF PART-SEAL-OK = 1
                   PERFORM CHECK-PART-TRAILER
               END-IF
               CLOSE PART-FILE
           END-IF
           IF PART-SEAL-OK = 0
               CLOSE SOLVE-CACHE-FILE
               DELETE FILE SOLVE-CACHE-FILE
               PERFORM FAIL-PARTITION-FILE
           END-IF
           .
      *
      * ============================================================
      * Persist the solved valuation to the variant's own cache
      * file: a header naming the variant, one SET= record per
      * winning set, then the value table in 19683-character
      * ============================================================
       SAVE-SOLVE-CACHE.
           PERFORM BUILD-SOLVE-CACHE-NAME
           COMPUTE POOL-SIZE = POS-BASE ** MAX-NUM
           OPEN OUTPUT SOLVE-CACHE-FILE
           IF FS-SOLVE-CACHE NOT = "00"
               DISPLAY "GAMEN: cannot create "
           END-IF
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           PERFORM WRITE-SOLVE-CACHE-HEADER
      *
           MOVE 0 TO CHUNK-OFF
           PERFORM UNTIL CHUNK-OFF >= POOL-SIZE
               COMPUTE CHUNK-LEN = POOL-SIZE - CHUNK-OFF
               IF CHUNK-LEN > 19683
                   MOVE 19683 TO CHUNK-LEN
               END-IF
               MOVE SPACES TO SOLVE-CACHE-RECORD
               MOVE SOLVE-MEMO-X(CHUNK-OFF + 1:CHUNK-LEN)
                   TO SOLVE-CACHE-RECORD(1:CHUNK-LEN)
               WRITE SOLVE-CACHE-RECORD
           PERFORM FOLD-CACHE-SEAL
               ADD CHUNK-LEN TO CHUNK-OFF
           END-PERFORM
           PERFORM BUILD-SEAL-LINE
           MOVE SPACES TO SOLVE-CACHE-RECORD
           MOVE SEAL-LINE TO SOLVE-CACHE-RECORD(1:80)
           WRITE SOLVE-CACHE-RECORD
           CLOSE SOLVE-CACHE-FILE
           DISPLAY "Valuation persisted to "
               FUNCTION TRIM(SOLVE-CACHE-NAME)
           .
      *
       SAVE-SOLVE-CACHE-EXIT.
           EXIT
           .
      *
      * The cache header shared by both valuations: the variant
      * record, the pool's numbers (pool runs only) and one SET=
      * record per winning set, each folded into the seal.
       WRITE-SOLVE-CACHE-HEADER.
           MOVE SPACES TO CACHE-LINE
           MOVE 1 TO CACHE-POS
           MOVE TARGET-SUM TO TGT-2
               DELIMITED BY SIZE
               INTO CACHE-LINE WITH POINTER CACHE-POS
           END-STRING
           MOVE NUM-TRIPLES TO DISPLAY-NUM
           STRING " SETS=" FUNCTION TRIM(DISPLAY-NUM)
               DELIMITED BY SIZE
               INTO CACHE-LINE WITH POINTER CACHE-POS
           END-STRING
           IF POOL-MODE = 1
               STRING " POOL=" FUNCTION TRIM(POOL-ID)
                   DELIMITED BY SIZE
                   INTO CACHE-LINE WITH POINTER CACHE-POS
               END-STRING
           END-IF
           IF PLAYER-COUNT = 3
               STRING " PLAYERS=3" DELIMITED BY SIZE
                   INTO CACHE-LINE WITH POINTER CACHE-POS
               END-STRING
           END-IF
           MOVE SPACES TO SOLVE-CACHE-RECORD
           MOVE CACHE-LINE TO SOLVE-CACHE-RECORD
           WRITE SOLVE-CACHE-RECORD
           PERFORM FOLD-CACHE-SEAL
           IF POOL-MODE = 1
               MOVE SPACES TO CACHE-LINE
               MOVE 1 TO CACHE-POS
               STRING "NUMS=" DELIMITED BY SIZE
                   INTO CACHE-LINE WITH POINTER CACHE-POS
               END-STRING
               PERFORM VARYING POOL-I FROM 1 BY 1
                   UNTIL POOL-I > MAX-NUM
                   IF POOL-I > 1
                       STRING "," DELIMITED BY SIZE
                           INTO CACHE-LINE WITH POINTER CACHE-POS
                       END-STRING
                   END-IF
                   MOVE POOL-VAL(POOL-I) TO DT1
                   STRING FUNCTION TRIM(DT1) DELIMITED BY SIZE
                       INTO CACHE-LINE WITH POINTER CACHE-POS
                   END-STRING
               END-PERFORM
               MOVE SPACES TO SOLVE-CACHE-RECORD
               MOVE CACHE-LINE TO SOLVE-CACHE-RECORD
               WRITE SOLVE-CACHE-RECORD
               PERFORM FOLD-CACHE-SEAL
           END-IF
      *
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > NUM-TRIPLES
                           WITH POINTER CACHE-POS
                       END-STRING
                   END-IF
                   MOVE POOL-VAL(GS(IDX, SK-IDX)) TO DT1
                   STRING FUNCTION TRIM(DT1) DELIMITED BY SIZE
                       INTO CACHE-LINE WITH POINTER CACHE-POS
                   END-STRING
               MOVE SPACES TO SOLVE-CACHE-RECORD
               MOVE CACHE-LINE TO SOLVE-CACHE-RECORD
               WRITE SOLVE-CACHE-RECORD
               PERFORM FOLD-CACHE-SEAL
           END-PERFORM
           .
      *
       FOLD-CACHE-SEAL.
           MOVE TARGET-SUM TO TGT-2
           MOVE MAX-NUM TO MAX-2
           MOVE SPACES TO SOLVE-CACHE-NAME
           IF POOL-MODE = 1
               STRING FUNCTION TRIM(SOLVE-BASE-NAME)
                   "-T" TGT-2 "P" FUNCTION TRIM(POOL-ID)
                   "S" SET-SIZE CAT-VARIANT-CODE
                   DELIMITED BY SIZE
                   INTO SOLVE-CACHE-NAME
               END-STRING
           ELSE
               STRING FUNCTION TRIM(SOLVE-BASE-NAME)
                   "-T" TGT-2 "M" MAX-2 "S" SET-SIZE
                   CAT-VARIANT-CODE
                   DELIMITED BY SIZE
                   INTO SOLVE-CACHE-NAME
               END-STRING
           END-IF
      *    A three-player table holds results, not two-player
      *    values, so it never shares a name GAMEREF would read.
           IF PLAYER-COUNT = 3
               MOVE SPACES TO CACHE-LINE
               STRING FUNCTION TRIM(SOLVE-CACHE-NAME) "-3P"
                   DELIMITED BY SIZE
                   INTO CACHE-LINE
               END-STRING
               MOVE CACHE-LINE TO SOLVE-CACHE-NAME
           END-IF
           .
      *
      * Outcomes by final score margin under the scoring rule,
               IF OWNER(CUR-NUM) NOT = 0
                   ADD 1 TO NEXT-TRY(DEPTH)
               ELSE
                   PERFORM SET-TURN-PLAYER
                   MOVE TURN-PLAYER TO CUR-PLAYER
                   MOVE CUR-NUM TO CHOSEN(DEPTH)
                   MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                   IF SCORING-MODE = 1
                       ELSE
                           MOVE CUR-PLAYER TO GAME-WINNER
                       END-IF
                       IF PLAYER-COUNT = 3
                           MOVE GAME-WINNER TO SOLVE-CHILD-VAL
                       ELSE IF GAME-WINNER = 1
                           MOVE 3 TO SOLVE-CHILD-VAL
                       ELSE
                           MOVE 1 TO SOLVE-CHILD-VAL
                       END-IF END-IF
                       MOVE 0 TO OWNER(CUR-NUM)
                       PERFORM SOLVE-UPDATE-BEST
                       ADD 1 TO NEXT-TRY(DEPTH)
                   ELSE IF DEPTH = MAX-NUM
                       IF PLAYER-COUNT = 3
                           MOVE 4 TO SOLVE-CHILD-VAL
                       ELSE
                           MOVE 2 TO SOLVE-CHILD-VAL
                       END-IF
                       MOVE 0 TO OWNER(CUR-NUM)
                       PERFORM SOLVE-UPDATE-BEST
                       ADD 1 TO NEXT-TRY(DEPTH)
                       ELSE
                           ADD 1 TO DEPTH
                           MOVE 1 TO NEXT-TRY(DEPTH)
                           PERFORM INIT-SOLVE-BEST
                       END-IF
                   END-IF END-IF
           .
               ELSE
                   ADD 1 TO DEPTH
                   MOVE 1 TO NEXT-TRY(DEPTH)
                   PERFORM INIT-SOLVE-BEST
               END-IF
           END-IF
           .
      *
       SOLVE-UPDATE-BEST.
           PERFORM SET-TURN-PLAYER
           IF PLAYER-COUNT = 3
               PERFORM UPDATE-BEST-THREE-PLAYER
           ELSE IF TURN-PLAYER = 1
               IF SOLVE-CHILD-VAL > SOLVE-BEST-VAL(DEPTH)
                   MOVE SOLVE-CHILD-VAL TO SOLVE-BEST-VAL(DEPTH)
               END-IF
               IF SOLVE-CHILD-VAL < SOLVE-BEST-VAL(DEPTH)
                   MOVE SOLVE-CHILD-VAL TO SOLVE-BEST-VAL(DEPTH)
               END-IF
           END-IF END-IF
           .
      *
      * The three-player best-play rule: the mover ranks each
      * result by what it means for itself - its own win, then a
      * draw, then anything else - and keeps the first (lowest-
      * numbered) move of the best rank, so a result the mover
      * cannot influence is settled by pool order, not guessed.
       UPDATE-BEST-THREE-PLAYER.
           IF SOLVE-BEST-VAL(DEPTH) = 0
               MOVE SOLVE-CHILD-VAL TO SOLVE-BEST-VAL(DEPTH)
           ELSE
               MOVE SOLVE-CHILD-VAL TO RANK-CHILD
               PERFORM RANK-FOR-MOVER
               MOVE RANK-CHILD TO RANK-BEST
               MOVE SOLVE-BEST-VAL(DEPTH) TO RANK-CHILD
               PERFORM RANK-FOR-MOVER
               IF RANK-BEST > RANK-CHILD
                   MOVE SOLVE-CHILD-VAL TO SOLVE-BEST-VAL(DEPTH)
               END-IF
           END-IF
           .
      *
      * Turn the result in RANK-CHILD into its rank for TURN-PLAYER.
       RANK-FOR-MOVER.
           IF RANK-CHILD = TURN-PLAYER
               MOVE 3 TO RANK-CHILD
           ELSE IF RANK-CHILD = 4
               MOVE 2 TO RANK-CHILD
           ELSE
               MOVE 1 TO RANK-CHILD
           END-IF END-IF
           .
      *
      * Seed the best value at DEPTH before its first move is
      * tried: the worst result for a two-player mover, or "none
      * yet" for three players.
       INIT-SOLVE-BEST.
           PERFORM SET-TURN-PLAYER
           IF PLAYER-COUNT = 3
               MOVE 0 TO SOLVE-BEST-VAL(DEPTH)
           ELSE IF TURN-PLAYER = 1
               MOVE 1 TO SOLVE-BEST-VAL(DEPTH)
           ELSE
               MOVE 3 TO SOLVE-BEST-VAL(DEPTH)
           END-IF END-IF
           .
      *
       COMPUTE-POOL-POS-KEY.
           MOVE 0 TO POOL-POS-KEY
               UNTIL POOL-KEY-I > MAX-NUM
               COMPUTE POOL-POS-KEY =
                   POOL-POS-KEY + OWNER(POOL-KEY-I) * POOL-POW3
               MULTIPLY POS-BASE BY POOL-POW3
           END-PERFORM
           .
      *
       SET-SOLVE-CODE.
           IF PLAYER-COUNT = 3
               PERFORM SET-SOLVE-CODE-THREE
           ELSE
               PERFORM SET-SOLVE-CODE-TWO
           END-IF
           .
      *
       SET-SOLVE-CODE-TWO.
           EVALUATE SOLVE-ROOT-VAL
               WHEN 3
                   MOVE "first-player win" TO SOLVE-TEXT
           END-EVALUATE
           .
      *
      * A three-player valuation holds the best-play result itself.
       SET-SOLVE-CODE-THREE.
           EVALUATE SOLVE-ROOT-VAL
               WHEN 1
                   MOVE "first-player win" TO SOLVE-TEXT
                   MOVE "P1-WIN" TO SOLVE-CODE
               WHEN 2
                   MOVE "second-player win" TO SOLVE-TEXT
                   MOVE "P2-WIN" TO SOLVE-CODE
               WHEN 3
                   MOVE "third-player win" TO SOLVE-TEXT
                   MOVE "P3-WIN" TO SOLVE-CODE
               WHEN 4
                   MOVE "draw" TO SOLVE-TEXT
                   MOVE "DRAW" TO SOLVE-CODE
               WHEN OTHER
                   MOVE "not valued" TO SOLVE-TEXT
                   MOVE "N/A" TO SOLVE-CODE
           END-EVALUATE
           .
      *
      * ============================================================
      * --sample: play SAMPLE-N uniformly random games and report
      * the estimated outcome proportions. The random sequence is
           DISPLAY " "
           MOVE 0 TO SAMPLE-P1
           MOVE 0 TO SAMPLE-P2
           MOVE 0 TO SAMPLE-P3
           MOVE 0 TO SAMPLE-DR
           MOVE 0 TO WSUM-P1
           MOVE 0 TO WSUM-P2
           MOVE 0 TO WSUM-P3
           MOVE 0 TO WSUM-DR
           MOVE 0 TO WSUM-TOT
           PERFORM VARYING SAMPLE-I FROM 1 BY 1
               SAMPLE-P2 * 100 / SAMPLE-N
           DISPLAY "  Player 2 wins: " DISPLAY-NUM
               "  (" SAMPLE-PCT " pct)"
           IF PLAYER-COUNT = 3
               MOVE SAMPLE-P3 TO DISPLAY-NUM
               COMPUTE SAMPLE-PCT ROUNDED =
                   SAMPLE-P3 * 100 / SAMPLE-N
               DISPLAY "  Player 3 wins: " DISPLAY-NUM
                   "  (" SAMPLE-PCT " pct)"
           END-IF
           MOVE SAMPLE-DR TO DISPLAY-NUM
           COMPUTE SAMPLE-PCT ROUNDED =
               SAMPLE-DR * 100 / SAMPLE-N
           COMPUTE SAMPLE-PCT ROUNDED =
               ( WSUM-P2 / WSUM-TOT ) * 100
           DISPLAY "  Player 2 wins: " SAMPLE-PCT " pct"
           IF PLAYER-COUNT = 3
               COMPUTE SAMPLE-PCT ROUNDED =
                   ( WSUM-P3 / WSUM-TOT ) * 100
               DISPLAY "  Player 3 wins: " SAMPLE-PCT " pct"
           END-IF
           COMPUTE SAMPLE-PCT ROUNDED =
               ( WSUM-DR / WSUM-TOT ) * 100
           DISPLAY "  Draws:         " SAMPLE-PCT " pct"
               " SAMPLE-P2=" FUNCTION TRIM(DISPLAY-NUM)
               DELIMITED BY SIZE INTO RUN-OUTCOME
           END-STRING
           IF PLAYER-COUNT = 3
               MOVE SAMPLE-P3 TO DISPLAY-NUM
               STRING FUNCTION TRIM(RUN-OUTCOME)
                   " SAMPLE-P3=" FUNCTION TRIM(DISPLAY-NUM)
                   DELIMITED BY SIZE INTO RUN-OUTCOME
               END-STRING
           END-IF
           MOVE SAMPLE-DR TO DISPLAY-NUM
           STRING FUNCTION TRIM(RUN-OUTCOME)
               " SAMPLE-DRAW=" FUNCTION TRIM(DISPLAY-NUM)
               UNTIL DEPTH > MAX-NUM OR SAMPLE-GAME-DONE = 1
               PERFORM PICK-RANDOM-FREE-NUMBER
               COMPUTE GAME-WEIGHT = GAME-WEIGHT * FREE-COUNT
               PERFORM SET-TURN-PLAYER
               MOVE TURN-PLAYER TO CUR-PLAYER
               MOVE CUR-NUM TO CHOSEN(DEPTH)
               MOVE CUR-PLAYER TO OWNER(CUR-NUM)
               IF SCORING-MODE = 1
                       ELSE
                           MOVE CUR-PLAYER TO GAME-WINNER
                       END-IF
                       EVALUATE GAME-WINNER
                           WHEN 1
                               ADD 1 TO SAMPLE-P1
                               ADD GAME-WEIGHT TO WSUM-P1
                           WHEN 2
                               ADD 1 TO SAMPLE-P2
                               ADD GAME-WEIGHT TO WSUM-P2
                           WHEN OTHER
                               ADD 1 TO SAMPLE-P3
                               ADD GAME-WEIGHT TO WSUM-P3
                       END-EVALUATE
                       ADD GAME-WEIGHT TO WSUM-TOT
                       MOVE 1 TO SAMPLE-GAME-DONE
                   ELSE
           MOVE 0 TO DONE-FLAG
           MOVE 0 TO P1-WINS
           MOVE 0 TO P2-WINS
           MOVE 0 TO P3-WINS
           MOVE 0 TO DRAWS
           PERFORM TRY-RESUME-CHECKPOINT
           PERFORM DFS-STEP UNTIL DONE-FLAG = 1
           PERFORM DELETE-CHECKPOINT
           ADD P1-WINS P2-WINS P3-WINS DRAWS GIVING TOTAL-GAMES
           DISPLAY "              weighted pct   exact pct"
           COMPUTE SAMPLE-PCT ROUNDED =
               ( WSUM-P1 / WSUM-TOT ) * 100
               P2-WINS * 100 / TOTAL-GAMES
           DISPLAY "  P2 wins:       " SAMPLE-PCT
               "       " EXACT-PCT
           IF PLAYER-COUNT = 3
               COMPUTE SAMPLE-PCT ROUNDED =
                   ( WSUM-P3 / WSUM-TOT ) * 100
               COMPUTE EXACT-PCT ROUNDED =
                   P3-WINS * 100 / TOTAL-GAMES
               DISPLAY "  P3 wins:       " SAMPLE-PCT
                   "       " EXACT-PCT
           END-IF
           COMPUTE SAMPLE-PCT ROUNDED =
               ( WSUM-DR / WSUM-TOT ) * 100
           COMPUTE EXACT-PCT ROUNDED =
      * many completed games (P1 wins / P2 wins / draws) lie below
      * it, and reuses the stored counts whenever another move order
      * reaches the same position. Fills P1-WINS / P2-WINS / DRAWS
      * (and P3-WINS with three players) with the same raw totals
      * DFS-STEP would produce, in a small fraction of its node
      * visits.
      * ============================================================
       COUNT-GAMES-MEMOIZED.
           INITIALIZE CNT-SEEN-TABLE
           INITIALIZE CNT-MEMO-P1-TABLE
           INITIALIZE CNT-MEMO-P2-TABLE
           INITIALIZE CNT-MEMO-DR-TABLE
           IF PLAYER-COUNT = 3
               INITIALIZE CNT-MEMO-P3-TABLE
           END-IF
           INITIALIZE OWNER-TABLE
           INITIALIZE NEXT-TRY-TABLE
           INITIALIZE MOVE-TABLE
           MOVE 1 TO NEXT-TRY(START-DEPTH)
           MOVE 0 TO ACC-P1(START-DEPTH)
           MOVE 0 TO ACC-P2(START-DEPTH)
           MOVE 0 TO ACC-P3(START-DEPTH)
           MOVE 0 TO ACC-DR(START-DEPTH)
           MOVE 0 TO CNT-DONE
           PERFORM COUNT-STEP UNTIL CNT-DONE = 1
           MOVE ACC-P1(START-DEPTH) TO P1-WINS
           MOVE ACC-P2(START-DEPTH) TO P2-WINS
           MOVE ACC-P3(START-DEPTH) TO P3-WINS
           MOVE ACC-DR(START-DEPTH) TO DRAWS
           .
      *
               ADD 1 TO POOL-POS-KEY
               MOVE ACC-P1(DEPTH) TO CMEMO-P1(POOL-POS-KEY)
               MOVE ACC-P2(DEPTH) TO CMEMO-P2(POOL-POS-KEY)
               IF PLAYER-COUNT = 3
                   MOVE ACC-P3(DEPTH) TO CMEMO-P3(POOL-POS-KEY)
               END-IF
               MOVE ACC-DR(DEPTH) TO CMEMO-DR(POOL-POS-KEY)
               MOVE 1 TO CSEEN(POOL-POS-KEY)
               IF DEPTH = START-DEPTH
               ELSE
                   ADD ACC-P1(DEPTH) TO ACC-P1(DEPTH - 1)
                   ADD ACC-P2(DEPTH) TO ACC-P2(DEPTH - 1)
                   ADD ACC-P3(DEPTH) TO ACC-P3(DEPTH - 1)
                   ADD ACC-DR(DEPTH) TO ACC-DR(DEPTH - 1)
                   SUBTRACT 1 FROM DEPTH
                   IF SCORING-MODE = 1
               IF OWNER(CUR-NUM) NOT = 0
                   ADD 1 TO NEXT-TRY(DEPTH)
               ELSE
                   PERFORM SET-TURN-PLAYER
                   MOVE TURN-PLAYER TO CUR-PLAYER
                   MOVE CUR-NUM TO CHOSEN(DEPTH)
                   MOVE CUR-PLAYER TO OWNER(CUR-NUM)
                   IF SCORING-MODE = 1
                       ELSE
                           MOVE CUR-PLAYER TO GAME-WINNER
                       END-IF
                       EVALUATE GAME-WINNER
                           WHEN 1
                               ADD 1 TO ACC-P1(DEPTH)
                           WHEN 2
                               ADD 1 TO ACC-P2(DEPTH)
                           WHEN OTHER
                               ADD 1 TO ACC-P3(DEPTH)
                       END-EVALUATE
                       MOVE 0 TO OWNER(CUR-NUM)
                       ADD 1 TO NEXT-TRY(DEPTH)
                   ELSE IF DEPTH = MAX-NUM
                               TO ACC-P1(DEPTH)
                           ADD CMEMO-P2(POOL-POS-KEY)
                               TO ACC-P2(DEPTH)
                           IF PLAYER-COUNT = 3
                               ADD CMEMO-P3(POOL-POS-KEY)
                                   TO ACC-P3(DEPTH)
                           END-IF
                           ADD CMEMO-DR(POOL-POS-KEY)
                               TO ACC-DR(DEPTH)
                           MOVE 0 TO OWNER(CUR-NUM)
                           MOVE 1 TO NEXT-TRY(DEPTH)
                           MOVE 0 TO ACC-P1(DEPTH)
                           MOVE 0 TO ACC-P2(DEPTH)
                           MOVE 0 TO ACC-P3(DEPTH)
                           MOVE 0 TO ACC-DR(DEPTH)
                       END-IF
                   END-IF END-IF
                   MOVE 1 TO NEXT-TRY(DEPTH)
                   MOVE 0 TO ACC-P1(DEPTH)
                   MOVE 0 TO ACC-P2(DEPTH)
                   MOVE 0 TO ACC-P3(DEPTH)
                   MOVE 0 TO ACC-DR(DEPTH)
               END-IF
           END-IF
