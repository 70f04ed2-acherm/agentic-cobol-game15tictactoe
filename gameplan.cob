      *     priced as written: the run log records the arguments
      *     after GAMEDRV's substitution, so such cards never
      *     match a pattern and fall back to the program average.
      *     A GAMEN --solve large enough to run in disk partitions
      *     is priced from its PROGRESS= records instead: the
      *     partitions still to do (all of them once the last run
      *     finished) at the average seconds per partition.
      *   - for each partitioned solve, the partitions done out of
      *     the total, the average seconds per partition and the
      *     estimated time still to run.
      *
      * Usage: ./gameplan [card-deck]
      *   card-deck  A GAMEDRV control-card file to project. With
       01  JDX                PIC 999.
       01  FOUND-IDX          PIC 999.
       01  RUN-COUNT          PIC 9(6) VALUE 0.
      *
      * One entry per partitioned solve (program, args), fed by
      * the PROGRESS= records a partitioned GAMEN --solve writes
      * as each partition finishes. PG-DONE and PG-PARTS hold the
      * newest record's figures; the seconds cover every record.
       01  LOG-DONE           PIC 9(5) VALUE 0.
       01  LOG-PARTS          PIC 9(5) VALUE 0.
       01  PROGRESS-TABLE.
           05  PROGRESS-ENTRY OCCURS 50 TIMES.
               10  PG-PROG    PIC X(12).
               10  PG-ARGS    PIC X(68).
               10  PG-DONE    PIC 9(5).
               10  PG-PARTS   PIC 9(5).
               10  PG-SECS    PIC 9(10).
               10  PG-COUNT   PIC 9(6).
       01  PROGRESS-COUNT     PIC 99 VALUE 0.
       01  PART-AVG           PIC 9(8).
       01  PART-LEFT          PIC 9(5).
       01  DISPLAY-NUM        PIC Z(7)9.
       01  DISP-NUM2          PIC Z(7)9.
       01  DISP-NUM3          PIC Z(7)9.
               PERFORM PROCESS-LOG-RECORD UNTIL LOG-EOF = 1
               CLOSE RUN-LOG-FILE
           END-IF
           IF RUN-COUNT = 0 AND PROGRESS-COUNT = 0
               DISPLAY "GAMEPLAN: no run-log records to forecast "
                   "from."
               MOVE 16 TO RETURN-CODE
               UNTIL IDX > PATTERN-COUNT
               PERFORM REPORT-ONE-PATTERN
           END-PERFORM
      *
           IF PROGRESS-COUNT > 0
               DISPLAY " "
               DISPLAY "Partitioned solves"
               DISPLAY "------------------"
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > PROGRESS-COUNT
                   PERFORM REPORT-ONE-PROGRESS
               END-PERFORM
           END-IF
      *
           IF DECK-NAME NOT = SPACES
               PERFORM PROJECT-DECK
      * ============================================================
      * Parse one record's PROGRAM=, ARGS=[...] and ELAPSED= tags
      * and fold the elapsed figure into the pattern's ring.
      * PROGRESS= records go to the partition table; any other
      * record without a PROGRAM= tag is skipped.
      * ============================================================
       FOLD-LOG-LINE.
           MOVE SPACES TO PARSE-REST PARSE-REST2 PARSE-SKIP
               END-IF
               ADD 1 TO RUN-COUNT
               PERFORM NOTE-PATTERN
           ELSE
               PERFORM FOLD-PROGRESS-LINE
           END-IF
           .
      *
      * A PROGRESS=<program> ARGS=[...] PART= DONE= PARTS= SECS=
      * record from a partitioned solve.
       FOLD-PROGRESS-LINE.
           MOVE SPACES TO PARSE-REST PARSE-REST2 PARSE-SKIP
           UNSTRING LOG-LINE DELIMITED BY " PROGRESS="
               INTO PARSE-SKIP PARSE-REST
           END-UNSTRING
           IF PARSE-REST NOT = SPACES
               UNSTRING PARSE-REST DELIMITED BY " ARGS=["
                   INTO LOG-PROGRAM PARSE-REST2
               END-UNSTRING
               UNSTRING PARSE-REST2 DELIMITED BY "]"
                   INTO LOG-ARGS
               END-UNSTRING
               MOVE 0 TO LOG-DONE LOG-PARTS LOG-ELAPSED
               MOVE SPACES TO ELAPSED-TOK PARSE-REST2
               UNSTRING LOG-LINE DELIMITED BY " DONE="
                   INTO PARSE-SKIP PARSE-REST2
               END-UNSTRING
               IF PARSE-REST2 NOT = SPACES
                   UNSTRING PARSE-REST2 DELIMITED BY ALL SPACES
                       INTO ELAPSED-TOK
                   END-UNSTRING
                   COMPUTE LOG-DONE = FUNCTION NUMVAL(ELAPSED-TOK)
               END-IF
               MOVE SPACES TO ELAPSED-TOK PARSE-REST2
               UNSTRING LOG-LINE DELIMITED BY " PARTS="
                   INTO PARSE-SKIP PARSE-REST2
               END-UNSTRING
               IF PARSE-REST2 NOT = SPACES
                   UNSTRING PARSE-REST2 DELIMITED BY ALL SPACES
                       INTO ELAPSED-TOK
                   END-UNSTRING
                   COMPUTE LOG-PARTS = FUNCTION NUMVAL(ELAPSED-TOK)
               END-IF
               MOVE SPACES TO ELAPSED-TOK PARSE-REST2
               UNSTRING LOG-LINE DELIMITED BY " SECS="
                   INTO PARSE-SKIP PARSE-REST2
               END-UNSTRING
               IF PARSE-REST2 NOT = SPACES
                   UNSTRING PARSE-REST2 DELIMITED BY ALL SPACES
                       INTO ELAPSED-TOK
                   END-UNSTRING
                   COMPUTE LOG-ELAPSED =
                       FUNCTION NUMVAL(ELAPSED-TOK)
               END-IF
               IF LOG-PARTS > 0
                   PERFORM NOTE-PROGRESS
               END-IF
           END-IF
           .
      *
       NOTE-PROGRESS.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PROGRESS-COUNT OR FOUND-IDX NOT = 0
               IF PG-PROG(JDX) = LOG-PROGRAM
                   AND PG-ARGS(JDX) = LOG-ARGS
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND PROGRESS-COUNT < 50
               ADD 1 TO PROGRESS-COUNT
               MOVE LOG-PROGRAM TO PG-PROG(PROGRESS-COUNT)
               MOVE LOG-ARGS TO PG-ARGS(PROGRESS-COUNT)
               MOVE 0 TO PG-SECS(PROGRESS-COUNT)
               MOVE 0 TO PG-COUNT(PROGRESS-COUNT)
               MOVE PROGRESS-COUNT TO FOUND-IDX
           END-IF
           IF FOUND-IDX NOT = 0
               MOVE LOG-DONE TO PG-DONE(FOUND-IDX)
               MOVE LOG-PARTS TO PG-PARTS(FOUND-IDX)
               ADD LOG-ELAPSED TO PG-SECS(FOUND-IDX)
               ADD 1 TO PG-COUNT(FOUND-IDX)
           END-IF
           .
      *
           .
      *
      * ============================================================
      * One line per partitioned solve: partitions done of the
      * total, average seconds per partition, and the time the
      * unfinished partitions should still take.
      * ============================================================
       REPORT-ONE-PROGRESS.
           MOVE IDX TO FOUND-IDX
           PERFORM COMPUTE-PARTITION-LEFT
           MOVE PG-DONE(IDX) TO DISPLAY-NUM
           MOVE PG-PARTS(IDX) TO DISP-NUM2
           MOVE PART-AVG TO DISP-NUM3
           DISPLAY "  " PG-PROG(IDX) " ["
               FUNCTION TRIM(PG-ARGS(IDX)) "]  done "
               FUNCTION TRIM(DISPLAY-NUM) " of "
               FUNCTION TRIM(DISP-NUM2) " partitions, avg "
               FUNCTION TRIM(DISP-NUM3) "s each"
               WITH NO ADVANCING
           IF PG-DONE(IDX) < PG-PARTS(IDX)
               COMPUTE STEP-SECS = PART-LEFT * PART-AVG
               MOVE STEP-SECS TO DISPLAY-NUM
               DISPLAY ", about " FUNCTION TRIM(DISPLAY-NUM)
                   "s to go"
           ELSE
               DISPLAY ", complete"
           END-IF
           .
      *
      * Average seconds per partition for progress entry
      * FOUND-IDX, and the partitions the next run has to do:
      * those still open, or all of them once the last run
      * completed.
       COMPUTE-PARTITION-LEFT.
           IF PG-COUNT(FOUND-IDX) > 0
               COMPUTE PART-AVG =
                   PG-SECS(FOUND-IDX) / PG-COUNT(FOUND-IDX)
           ELSE
               MOVE 0 TO PART-AVG
           END-IF
           IF PG-DONE(FOUND-IDX) < PG-PARTS(FOUND-IDX)
               COMPUTE PART-LEFT =
                   PG-PARTS(FOUND-IDX) - PG-DONE(FOUND-IDX)
           ELSE
               MOVE PG-PARTS(FOUND-IDX) TO PART-LEFT
           END-IF
           .
      *
      * ============================================================
      * Projection: price each program card of the named deck at
      * its pattern's recent average (falling back to the program's
      * overall average when those exact arguments never ran) and
                   WHEN "VERIFY"
                   WHEN "SET"
                   WHEN "MAXTIME"
                   WHEN "STEP"
                   WHEN "RUNDAY"
      *                Control cards take no meaningful runtime.
                       CONTINUE
                   WHEN "INCLUDE"
                           THRU PRICE-INCLUDE-MEMBER-EXIT
                   WHEN OTHER
                       PERFORM PRICE-PROGRAM-CARD
                           THRU PRICE-PROGRAM-CARD-EXIT
               END-EVALUATE
           END-IF
           PERFORM READ-DECK-CARD
                   WHEN "VERIFY"
                   WHEN "SET"
                   WHEN "MAXTIME"
                   WHEN "STEP"
                   WHEN "RUNDAY"
                       CONTINUE
                   WHEN "INCLUDE"
                       ADD 1 TO PROJ-UNKNOWN
                           "]  nested member - not priced"
                   WHEN OTHER
                       PERFORM PRICE-PROGRAM-CARD
                           THRU PRICE-PROGRAM-CARD-EXIT
               END-EVALUATE
           END-IF
           PERFORM READ-MEMBER-CARD
           .
      *
       PRICE-PROGRAM-CARD.
      *    A partitioned solve is priced by the partitions it has
      *    left rather than by whole runs, most of which were cut
      *    off by the window.
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PROGRESS-COUNT OR FOUND-IDX NOT = 0
               IF PG-PROG(JDX) = CARD-PROGRAM
                   AND PG-ARGS(JDX) = CARD-ARGS
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX NOT = 0
               PERFORM COMPUTE-PARTITION-LEFT
               COMPUTE STEP-SECS = PART-LEFT * PART-AVG
               ADD STEP-SECS TO PROJ-TOTAL
               MOVE STEP-SECS TO DISPLAY-NUM
               MOVE PART-LEFT TO DISP-NUM2
               DISPLAY "  " FUNCTION TRIM(CARD-PROGRAM) " ["
                   FUNCTION TRIM(CARD-ARGS) "]  projected "
                   FUNCTION TRIM(DISPLAY-NUM) "s ("
                   FUNCTION TRIM(DISP-NUM2) " partitions)"
               GO TO PRICE-PROGRAM-CARD-EXIT
           END-IF
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > PATTERN-COUNT OR FOUND-IDX NOT = 0
               FUNCTION TRIM(CARD-ARGS) "]  projected "
               FUNCTION TRIM(DISPLAY-NUM) "s"
           .
      *
       PRICE-PROGRAM-CARD-EXIT.
           EXIT
           .
      *
      * Recent moving average for pattern IDX, shared between the
      * trend report and the deck pricing.
