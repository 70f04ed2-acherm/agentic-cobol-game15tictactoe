       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAMEQUIZ.
      *
      * Interactive graded puzzle quiz. Draws its puzzles with the
      * same selection GAMEPUZ makes for the printed sheet - the
      * positions arising in the canonical games (GAME015-UNIQUE)
      * where, by the exact values in GAME015TREE-MEMO, exactly one
      * move wins or exactly one move saves the draw - presents
      * each board at the terminal, takes the trainee's answer, and
      * grades it on the spot. A wrong answer is shown the solving
      * move and, when the move completes a triple, the winning
      * triple.
      *
      * Every attempt is appended to the sealed quiz-results file
      * GAMEQUIZ-RESULTS, one record per puzzle answered:
      *
      *   YYYY-MM-DD HH:MM:SS TRAINEE=id PUZZLE=ppppppppp MOVER=n
      *       KIND=W|D ANSWER=n CORRECT=n RESULT=RIGHT|WRONG SECS=n
      *
      * where PUZZLE= is the position (owner of each number 1-9,
      * 0 = free) and SECS= the time taken to answer. --report
      * reads it back for the end-of-block assessment: the score
      * per trainee and the puzzle positions most often missed.
      *
      * The quiz starts by asking for the trainee ID and accepts
      * only an active trainee on the GAME015-ROSTER master, the
      * same check GAME015TREE --play makes.
      *
      * Usage: ./gamequiz [--count N] [--depth N] [--minavoid N]
      *        ./gamequiz --report [--from YYYY-MM-DD]
      *                            [--to YYYY-MM-DD]
      *   --count N     puzzles in the quiz (default 10, max 50),
      *                 drawn at random from the mined positions
      *   --depth N     only puzzles arising at ply N (1-8)
      *   --minavoid N  difficulty floor, as for GAMEPUZ
      *   --report      score summary over the results file,
      *                 optionally limited to a period
      * At the answer prompt, Q ends the quiz early; the attempts
      * already answered stay recorded.
      *
      * GAMES-SITE-CONFIG keys (with their defaults):
      *   QUIZ-RESULTS-FILE=GAMEQUIZ-RESULTS
      *   UNIQUE-FILE / MEMO-FILE / ROSTER-FILE / RUN-LOG-FILE /
      *   RUN-LOG-ENABLED as elsewhere
      *
      * Return codes:
      *   0  quiz taken / report printed
      *   1  usage error
      *   4  no position passed the filters, or no attempts on file
      *      for the report
      *   8  no active trainee ID given
      *  16  an input file (or the roster) is missing or unreadable
      *  20  an input file or the results file failed its TRAILER
      *      integrity seal
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNIQUE-FILE ASSIGN TO DYNAMIC UNIQUE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-UNIQUE.
           SELECT MEMO-FILE ASSIGN TO DYNAMIC MEMO-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-MEMO-FILE.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC RESULT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESULT.
           SELECT RESULT-NEW-FILE ASSIGN TO DYNAMIC RESULT-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RESULT-NEW.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC ROSTER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAINEE-ID
               FILE STATUS IS FS-ROSTER.
           SELECT RUN-LOG-FILE ASSIGN TO DYNAMIC RUN-LOG-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-LOG.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  UNIQUE-FILE
           RECORDING MODE IS F.
       01  UNIQUE-RECORD      PIC X(80).
      *
       FD  MEMO-FILE
           RECORDING MODE IS F.
       01  MEMO-FILE-RECORD   PIC X(19683).
      *
       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-RECORD      PIC X(120).
      *
       FD  RESULT-NEW-FILE
           RECORDING MODE IS F.
       01  RESULT-NEW-RECORD  PIC X(120).
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
      * Site configuration, read from GAMES-SITE-CONFIG at startup
      * (KEY=VALUE records, "*" comments). Keys that belong to the
      * other programs in the family are ignored.
       01  FS-CONFIG          PIC XX VALUE SPACES.
       01  CONFIG-EOF         PIC 9 VALUE 0.
       01  CONFIG-KEY         PIC X(20) VALUE SPACES.
       01  CONFIG-VALUE       PIC X(40) VALUE SPACES.
       01  UNIQUE-NAME        PIC X(40) VALUE "GAME015-UNIQUE".
       01  MEMO-NAME          PIC X(40) VALUE "GAME015TREE-MEMO".
       01  RESULT-NAME        PIC X(40) VALUE "GAMEQUIZ-RESULTS".
       01  ROSTER-NAME        PIC X(40) VALUE "GAME015-ROSTER".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
       01  FS-UNIQUE          PIC XX VALUE SPACES.
       01  FS-MEMO-FILE       PIC XX VALUE SPACES.
       01  FS-RESULT          PIC XX VALUE SPACES.
       01  FS-RESULT-NEW      PIC XX VALUE SPACES.
       01  FS-ROSTER          PIC XX VALUE SPACES.
       01  UNIQUE-EOF         PIC 9 VALUE 0.
       01  RESULT-EOF         PIC 9 VALUE 0.
       01  RESULT-NEW-NAME    PIC X(44) VALUE SPACES.
       01  MV-COMMAND         PIC X(120) VALUE SPACES.
      *
      * Command-line parsing
       01  CMD-LINE           PIC X(80) VALUE SPACES.
       01  ARG-TABLE.
           05  ARG-TOK        PIC X(20) OCCURS 6 TIMES.
       01  ARG-IDX            PIC 9.
       01  ARG-SKIP           PIC 9 VALUE 0.
       01  ARG-VALUE          PIC X(20) VALUE SPACES.
       01  NUMVAL-CHECK       PIC S9(4).
       01  REPORT-MODE        PIC 9 VALUE 0.
       01  DEPTH-FILTER       PIC 99 VALUE 0.
       01  MINAVOID-FILTER    PIC 99 VALUE 1.
       01  QUIZ-SIZE          PIC 99 VALUE 10.
       01  PERIOD-FROM        PIC X(10) VALUE "0000-00-00".
       01  PERIOD-TO          PIC X(10) VALUE "9999-99-99".
       01  DATE-CHECK         PIC 9(8).
       01  DATE-RESULT        PIC S9(4).
      *
      * Position values, loaded from the tree program's memo
       01  MEMO-TABLE.
           05  MEMO-VAL       PIC 9 OCCURS 19683 TIMES.
       01  MEMO-TABLE-X REDEFINES MEMO-TABLE PIC X(19683).
      *
      * Parsed fields of one GAME015-UNIQUE record
       01  REC-TOK-LEN        PIC X(10) VALUE SPACES.
       01  REC-TOK-MOVES      PIC X(30) VALUE SPACES.
       01  REC-TOK-OUTCOME    PIC X(14) VALUE SPACES.
       01  REC-TOK-VARIANT    PIC X(20) VALUE SPACES.
       01  REC-FIELD          PIC X(30) VALUE SPACES.
       01  REC-VALUE          PIC X(30) VALUE SPACES.
       01  GAME-LEN           PIC 99 VALUE 0.
       01  MOVE-TOKENS.
           05  MOVE-TOK       PIC X(4) OCCURS 9 TIMES.
       01  MOVE-LIST.
           05  GAME-MOVE      PIC 9 OCCURS 9 TIMES.
      *
      * Replay and classification state
       01  OWNER-TABLE.
           05  OWNER          PIC 9 OCCURS 9 TIMES.
       01  CUR-PLAYER         PIC 9.
       01  CUR-NUM            PIC 99.
       01  WIN-FOUND          PIC 9.
       01  WIN-TRIPLE-IDX     PIC 99.
       01  IDX                PIC 999.
       01  PLY                PIC 99.
       01  QUOT               PIC 99.
       01  RMDR               PIC 99.
       01  POS-VAL            PIC 9.
       01  TRIAL-NUM          PIC 99.
       01  TRIAL-VAL          PIC 9.
       01  KEEP-COUNT         PIC 99.
       01  KEEP-NUM           PIC 9.
       01  AVOID-COUNT        PIC 99.
       01  SOLVE-TRIPLE       PIC 99.
      *
      * Position key computation and dedup flags
       01  POS-KEY            PIC 9(5).
       01  POW3               PIC 9(5).
       01  KEY-I              PIC 99.
       01  SEEN-FLAGS.
           05  SEEN-POS       PIC 9 OCCURS 19683 TIMES.
      *
      * The mined puzzle pool (the GAMEPUZ selection) and the
      * random draw from it
       01  PUZZLE-TABLE.
           05  PUZZLE-ENTRY   OCCURS 200 TIMES.
               10  PZ-BOARD   PIC X(9).
               10  PZ-MOVER   PIC 9.
               10  PZ-KIND    PIC X.
               10  PZ-DEPTH   PIC 99.
               10  PZ-ANSWER  PIC 9.
               10  PZ-AVOID   PIC 99.
               10  PZ-TRIPLE  PIC 99.
               10  PZ-DRAWN   PIC 9.
       01  PUZZLE-COUNT       PIC 999 VALUE 0.
       01  MAX-PUZZLES        PIC 999 VALUE 200.
       01  PZ-IDX             PIC 999.
       01  DRAW-SEED          PIC 9(8).
       01  DRAW-RANDOM        PIC V9(9).
       01  DRAW-COUNT         PIC 99 VALUE 0.
      *
      * One quiz question
       01  TRAINEE-INPUT      PIC X(20) VALUE SPACES.
       01  TRAINEE-TRIES      PIC 9 VALUE 0.
       01  PLAYER-TRAINEE     PIC X(8) VALUE SPACES.
       01  ANSWER-INPUT       PIC X(10) VALUE SPACES.
       01  ANSWER-NUM         PIC 99 VALUE 0.
       01  ANSWER-OK          PIC 9 VALUE 0.
       01  ANSWER-TRIES       PIC 9 VALUE 0.
       01  QUIZ-STOPPED       PIC 9 VALUE 0.
       01  ASKED-SECS         PIC 9(12) VALUE 0.
       01  ANSWER-SECS        PIC 9(5) VALUE 0.
       01  QUIZ-ASKED         PIC 99 VALUE 0.
       01  QUIZ-RIGHT         PIC 99 VALUE 0.
       01  RESULT-WORD        PIC X(5) VALUE SPACES.
       01  RESULT-LINE        PIC X(120) VALUE SPACES.
       01  RESULT-POS         PIC 999.
      *
      * --report: one parsed attempt and the tallies built from it
       01  TOKEN-TABLE.
           05  LINE-TOK       PIC X(40) OCCURS 10 TIMES.
       01  TOK-IDX            PIC 99.
       01  TOK-NAME           PIC X(10) VALUE SPACES.
       01  TOK-VALUE          PIC X(30) VALUE SPACES.
       01  REC-DATE           PIC X(10) VALUE SPACES.
       01  REC-TRAINEE        PIC X(8) VALUE SPACES.
       01  REC-PUZZLE         PIC X(9) VALUE SPACES.
       01  REC-MOVER          PIC 9 VALUE 0.
       01  REC-KIND           PIC X VALUE SPACE.
       01  REC-CORRECT        PIC 9 VALUE 0.
       01  REC-RESULT         PIC X(5) VALUE SPACES.
       01  REC-SECS           PIC 9(5) VALUE 0.
       01  ATTEMPT-COUNT      PIC 9(5) VALUE 0.
       01  TRAINEE-TABLE.
           05  TRAINEE-ENTRY  OCCURS 200 TIMES.
               10  TT-ID      PIC X(8).
               10  TT-TRIED   PIC 9(5).
               10  TT-RIGHT   PIC 9(5).
               10  TT-SECS    PIC 9(7).
       01  TRAINEE-COUNT      PIC 999 VALUE 0.
       01  MISS-TABLE.
           05  MISS-ENTRY     OCCURS 500 TIMES.
               10  MS-PUZZLE  PIC X(9).
               10  MS-MOVER   PIC 9.
               10  MS-KIND    PIC X.
               10  MS-CORRECT PIC 9.
               10  MS-TRIED   PIC 9(5).
               10  MS-MISSED  PIC 9(5).
               10  MS-LISTED  PIC 9.
       01  MISS-COUNT         PIC 999 VALUE 0.
       01  FOUND-IDX          PIC 999.
       01  JDX                PIC 999.
       01  BEST-IDX           PIC 999.
       01  RANK               PIC 99.
       01  SCORE-PCT          PIC 999V9.
       01  AVG-SECS           PIC 9(5)V9.
       01  ROSTER-OPEN        PIC 9 VALUE 0.
       01  REPORT-NAME        PIC X(30) VALUE SPACES.
      *
      * Board rendering (magic-square layout 2 7 6 / 9 5 1 / 4 3 8)
       01  BOARD-TEXT         PIC X(9) VALUE SPACES.
       01  OUTPUT-LINE        PIC X(80) VALUE SPACES.
       01  LINE-POS           PIC 999.
       01  DISP-DIGIT         PIC 9.
       01  DISPLAY-NUM        PIC Z(3)9.
       01  DISP-NUM2          PIC Z(3)9.
       01  PCT-DISP           PIC ZZ9.9.
       01  SECS-DISP          PIC Z(4)9.9.
      *
      * Shared run-log audit trail
       01  FS-RUN-LOG         PIC XX VALUE SPACES.
       01  RUN-LOG-LINE       PIC X(200) VALUE SPACES.
       01  RUN-LOG-POS        PIC 999.
       01  RUN-OUTCOME        PIC X(40) VALUE SPACES.
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
           05  RS-HUNDREDTHS  PIC X(2).
           05  FILLER         PIC X(5).
      *
      * TRAILER integrity-seal state
       01  SEAL-TEXT          PIC X(19683) VALUE SPACES.
       01  SEAL-LEN           PIC 9(5).
       01  SEAL-I             PIC 9(5).
       01  SEAL-REC-SUM       PIC 9(10).
       01  SEAL-COUNT         PIC 9(8) VALUE 0.
       01  SEAL-CHECKSUM      PIC 9(9) VALUE 0.
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-DISP          PIC Z(8)9.
       01  SEAL-DISP2         PIC Z(9)9.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(20) VALUE SPACES.
       01  SEAL-FIELD         PIC X(10) VALUE SPACES.
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
       01  SEAL-OK            PIC 9 VALUE 0.
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-EOF           PIC 9 VALUE 0.
      *
      * Winning triples
       01  WIN-TRIPLES.
           05  TRIPLE-DATA    PIC X(24)
               VALUE "159168249258267348357456".
           05  TRIPLE-ARRAY REDEFINES TRIPLE-DATA.
               10  TRIPLE     OCCURS 8 TIMES.
                   15  T1     PIC 9.
                   15  T2     PIC 9.
                   15  T3     PIC 9.
      *
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM NOTE-START-TIME
           PERFORM PARSE-ARGS
           PERFORM LOAD-SITE-CONFIG
           IF REPORT-MODE = 1
               PERFORM REPORT-RESULTS THRU REPORT-RESULTS-EXIT
           ELSE
               PERFORM RUN-QUIZ THRU RUN-QUIZ-EXIT
           END-IF
           IF RUN-LOG-ENABLED NOT = "N"
               PERFORM WRITE-RUN-LOG-RECORD
           END-IF
           STOP RUN
           .
      *
       PARSE-ARGS.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO ARG-TABLE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACES
               INTO ARG-TOK(1) ARG-TOK(2) ARG-TOK(3)
                    ARG-TOK(4) ARG-TOK(5) ARG-TOK(6)
           END-UNSTRING
           MOVE 0 TO ARG-SKIP
           PERFORM VARYING ARG-IDX FROM 1 BY 1
               UNTIL ARG-IDX > 6
               IF ARG-SKIP = 1
                   MOVE 0 TO ARG-SKIP
               ELSE
                   PERFORM APPLY-ARG-TOKEN
               END-IF
           END-PERFORM
           .
      *
       APPLY-ARG-TOKEN.
           EVALUATE ARG-TOK(ARG-IDX)
               WHEN "--report"
                   MOVE 1 TO REPORT-MODE
               WHEN "--from"
                   PERFORM TAKE-DATE-VALUE
                   MOVE ARG-VALUE TO PERIOD-FROM
               WHEN "--to"
                   PERFORM TAKE-DATE-VALUE
                   MOVE ARG-VALUE TO PERIOD-TO
               WHEN "--count"
                   PERFORM TAKE-ARG-VALUE
                   COMPUTE QUIZ-SIZE = FUNCTION NUMVAL(ARG-VALUE)
                   IF QUIZ-SIZE < 1 OR QUIZ-SIZE > 50
                       DISPLAY "GAMEQUIZ: --count must be 1-50."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "--depth"
                   PERFORM TAKE-ARG-VALUE
                   COMPUTE DEPTH-FILTER =
                       FUNCTION NUMVAL(ARG-VALUE)
                   IF DEPTH-FILTER < 1 OR DEPTH-FILTER > 8
                       DISPLAY "GAMEQUIZ: --depth must be 1-8."
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN "--minavoid"
                   PERFORM TAKE-ARG-VALUE
                   COMPUTE MINAVOID-FILTER =
                       FUNCTION NUMVAL(ARG-VALUE)
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GAMEQUIZ: unknown argument "
                       FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .
      *
       TAKE-ARG-VALUE.
           IF ARG-IDX = 6 OR ARG-TOK(ARG-IDX + 1) = SPACES
               DISPLAY "GAMEQUIZ: "
                   FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a value."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE NUMVAL-CHECK =
               FUNCTION TEST-NUMVAL(ARG-TOK(ARG-IDX + 1))
           IF NUMVAL-CHECK NOT = 0
               DISPLAY "GAMEQUIZ: "
                   FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a number."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ARG-TOK(ARG-IDX + 1) TO ARG-VALUE
           MOVE 1 TO ARG-SKIP
           .
      *
       TAKE-DATE-VALUE.
           IF ARG-IDX = 6
               MOVE SPACES TO ARG-VALUE
           ELSE
               MOVE ARG-TOK(ARG-IDX + 1) TO ARG-VALUE
           END-IF
           MOVE 1 TO DATE-RESULT
           IF ARG-VALUE(5:1) = "-" AND ARG-VALUE(8:1) = "-"
               AND ARG-VALUE(11:10) = SPACES
               AND ARG-VALUE(1:4) IS NUMERIC
               AND ARG-VALUE(6:2) IS NUMERIC
               AND ARG-VALUE(9:2) IS NUMERIC
               MOVE ARG-VALUE(1:4) TO DATE-CHECK(1:4)
               MOVE ARG-VALUE(6:2) TO DATE-CHECK(5:2)
               MOVE ARG-VALUE(9:2) TO DATE-CHECK(7:2)
               COMPUTE DATE-RESULT =
                   FUNCTION TEST-DATE-YYYYMMDD(DATE-CHECK)
           END-IF
           IF DATE-RESULT NOT = 0
               DISPLAY "GAMEQUIZ: "
                   FUNCTION TRIM(ARG-TOK(ARG-IDX))
                   " needs a YYYY-MM-DD date."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO ARG-SKIP
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
                   WHEN "QUIZ-RESULTS-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO RESULT-NAME
                   WHEN "UNIQUE-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO UNIQUE-NAME
                   WHEN "MEMO-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO MEMO-NAME
                   WHEN "ROSTER-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO ROSTER-NAME
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
      *
      * ============================================================
      * The quiz: identify the trainee, mine the puzzle pool, draw
      * the questions, and grade each answer as it is given.
      * ============================================================
       RUN-QUIZ.
           PERFORM LOAD-MEMO-TABLE
           PERFORM VALIDATE-UNIQUE-SEAL
      *    A damaged results file would be resealed by the first
      *    append; refuse it before anyone sits the quiz.
           PERFORM CHECK-OLD-RESULT-SEAL
           IF SEAL-OK = 0
               DISPLAY "GAMEQUIZ: *** " FUNCTION TRIM(RESULT-NAME)
                   " failed its integrity seal - no quiz run; the "
                   "damaged file is left as found. ***"
               MOVE "results file failed its seal" TO RUN-OUTCOME
               MOVE 20 TO RETURN-CODE
               GO TO RUN-QUIZ-EXIT
           END-IF
      *
           OPEN INPUT UNIQUE-FILE
           MOVE 0 TO UNIQUE-EOF
           PERFORM READ-UNIQUE-RECORD
           PERFORM MINE-ONE-GAME THRU MINE-ONE-GAME-EXIT
               UNTIL UNIQUE-EOF = 1
               OR PUZZLE-COUNT >= MAX-PUZZLES
           CLOSE UNIQUE-FILE
           IF PUZZLE-COUNT = 0
               DISPLAY "GAMEQUIZ: no position passed the filters."
               MOVE "no puzzles" TO RUN-OUTCOME
               MOVE 4 TO RETURN-CODE
               GO TO RUN-QUIZ-EXIT
           END-IF
           IF QUIZ-SIZE > PUZZLE-COUNT
               MOVE PUZZLE-COUNT TO QUIZ-SIZE
           END-IF
      *
           PERFORM IDENTIFY-TRAINEE
           IF PLAYER-TRAINEE = SPACES
               MOVE "no active trainee ID" TO RUN-OUTCOME
               GO TO RUN-QUIZ-EXIT
           END-IF
      *
           MOVE RS-HOUR TO DRAW-SEED(1:2)
           MOVE RS-MINUTE TO DRAW-SEED(3:2)
           MOVE RS-SECOND TO DRAW-SEED(5:2)
           MOVE RS-HUNDREDTHS TO DRAW-SEED(7:2)
           COMPUTE DRAW-RANDOM = FUNCTION RANDOM(DRAW-SEED)
           DISPLAY " "
           MOVE QUIZ-SIZE TO DISPLAY-NUM
           DISPLAY "Game of 0.15 - Puzzle Quiz, "
               FUNCTION TRIM(DISPLAY-NUM) " question(s)."
           DISPLAY "Answer each with the number to play (1-9); "
               "Q ends the quiz."
           MOVE 0 TO QUIZ-ASKED QUIZ-RIGHT QUIZ-STOPPED
           PERFORM ASK-ONE-PUZZLE
               UNTIL QUIZ-ASKED >= QUIZ-SIZE OR QUIZ-STOPPED = 1
      *
           DISPLAY " "
           MOVE QUIZ-RIGHT TO DISPLAY-NUM
           MOVE QUIZ-ASKED TO DISP-NUM2
           DISPLAY "Score: " FUNCTION TRIM(DISPLAY-NUM) " of "
               FUNCTION TRIM(DISP-NUM2) " correct."
           MOVE SPACES TO RUN-OUTCOME
           STRING "quiz " FUNCTION TRIM(PLAYER-TRAINEE) " "
               FUNCTION TRIM(DISPLAY-NUM) "/"
               FUNCTION TRIM(DISP-NUM2)
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           .
      *
       RUN-QUIZ-EXIT.
           EXIT
           .
      *
      * Only an active trainee on the roster may sit the quiz;
      * three refused IDs in a row end the run.
       IDENTIFY-TRAINEE.
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER NOT = "00"
               DISPLAY "GAMEQUIZ: cannot open the trainee roster "
                   FUNCTION TRIM(ROSTER-NAME)
                   " (status " FS-ROSTER ") - enroll trainees with "
                   "./gamerost --add first."
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO TRAINEE-TRIES
               PERFORM ASK-TRAINEE-ID
                   UNTIL PLAYER-TRAINEE NOT = SPACES
                   OR TRAINEE-TRIES >= 3
               CLOSE ROSTER-FILE
               IF PLAYER-TRAINEE = SPACES
                   DISPLAY "GAMEQUIZ: no active trainee ID given - "
                       "no quiz run."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .
      *
       ASK-TRAINEE-ID.
           DISPLAY "Trainee ID: " WITH NO ADVANCING
           MOVE SPACES TO TRAINEE-INPUT
           ACCEPT TRAINEE-INPUT
           ADD 1 TO TRAINEE-TRIES
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TRAINEE-INPUT))
               TO TRAINEE-INPUT
           IF TRAINEE-INPUT = SPACES
               OR TRAINEE-INPUT(9:12) NOT = SPACES
               DISPLAY "Give the trainee ID from the roster "
                   "(up to 8 characters)."
           ELSE
               MOVE TRAINEE-INPUT(1:8) TO TRAINEE-ID
               READ ROSTER-FILE
                   INVALID KEY
                       DISPLAY "Trainee "
                           FUNCTION TRIM(TRAINEE-INPUT)
                           " is not on the roster."
                   NOT INVALID KEY
                       IF TRAINEE-STATUS NOT = "A"
                           DISPLAY "Trainee "
                               FUNCTION TRIM(TRAINEE-INPUT)
                               " is retired and cannot sit the quiz."
                       ELSE
                           MOVE TRAINEE-ID TO PLAYER-TRAINEE
                           DISPLAY "Welcome, "
                               FUNCTION TRIM(TRAINEE-NAME) "."
                       END-IF
               END-READ
           END-IF
           .
      *
      * ============================================================
      * One question: draw an unused puzzle at random, show it,
      * time the answer, grade it, and record the attempt.
      * ============================================================
       ASK-ONE-PUZZLE.
           MOVE 0 TO PZ-IDX
           PERFORM DRAW-PUZZLE UNTIL PZ-IDX NOT = 0
           MOVE 1 TO PZ-DRAWN(PZ-IDX)
           ADD 1 TO DRAW-COUNT
      *
           DISPLAY " "
           DISPLAY "--------------------------------------------"
           COMPUTE DISPLAY-NUM = QUIZ-ASKED + 1
           DISPLAY "Question " FUNCTION TRIM(DISPLAY-NUM)
               "  (arises at ply " PZ-DEPTH(PZ-IDX)
               ", difficulty " PZ-AVOID(PZ-IDX)
               " losing alternative(s))"
           MOVE PZ-BOARD(PZ-IDX) TO BOARD-TEXT
           PERFORM PRINT-PUZZLE-BOARD
           IF PZ-KIND(PZ-IDX) = "W"
               DISPLAY "P" PZ-MOVER(PZ-IDX)
                   " to move: find the winning move."
           ELSE
               DISPLAY "P" PZ-MOVER(PZ-IDX)
                   " to move: find the move that saves the draw."
           END-IF
      *
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           MOVE END-SECS TO ASKED-SECS
           MOVE 0 TO ANSWER-OK ANSWER-TRIES
           PERFORM GET-ANSWER
               UNTIL ANSWER-OK = 1 OR QUIZ-STOPPED = 1
           IF QUIZ-STOPPED = 1
               DISPLAY "Quiz ended - this question is not scored."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
               PERFORM COMPUTE-CLOCK-SECS
               COMPUTE ANSWER-SECS = END-SECS - ASKED-SECS
               ADD 1 TO QUIZ-ASKED
               PERFORM GRADE-ANSWER
               PERFORM APPEND-RESULT-RECORD
                   THRU APPEND-RESULT-EXIT
           END-IF
           .
      *
       DRAW-PUZZLE.
           COMPUTE DRAW-RANDOM = FUNCTION RANDOM
           COMPUTE PZ-IDX = DRAW-RANDOM * PUZZLE-COUNT + 1
           IF PZ-IDX > PUZZLE-COUNT
               MOVE PUZZLE-COUNT TO PZ-IDX
           END-IF
           IF PZ-DRAWN(PZ-IDX) = 1
               MOVE 0 TO PZ-IDX
           END-IF
           .
      *
      * A free number 1-9, or Q. Three unusable answers in a row
      * (or the end of the input) end the quiz.
       GET-ANSWER.
           DISPLAY "Your answer (1-9, Q=quit): " WITH NO ADVANCING
           MOVE SPACES TO ANSWER-INPUT
           ACCEPT ANSWER-INPUT
           ADD 1 TO ANSWER-TRIES
           MOVE FUNCTION TRIM(ANSWER-INPUT) TO ANSWER-INPUT
           IF ANSWER-INPUT = "Q" OR ANSWER-INPUT = "q"
               MOVE 1 TO QUIZ-STOPPED
           ELSE
               COMPUTE NUMVAL-CHECK =
                   FUNCTION TEST-NUMVAL(ANSWER-INPUT)
               IF ANSWER-INPUT = SPACES OR NUMVAL-CHECK NOT = 0
                   DISPLAY "Answer with a number 1-9, or Q."
               ELSE
                   COMPUTE ANSWER-NUM = FUNCTION NUMVAL(ANSWER-INPUT)
                   IF ANSWER-NUM < 1 OR ANSWER-NUM > 9
                       DISPLAY "Out of range - answer 1-9."
                   ELSE IF BOARD-TEXT(ANSWER-NUM:1) NOT = "0"
                       DISPLAY "That number is already taken."
                   ELSE
                       MOVE 1 TO ANSWER-OK
                   END-IF END-IF
               END-IF
               IF ANSWER-OK = 0 AND ANSWER-TRIES >= 3
                   MOVE 1 TO QUIZ-STOPPED
               END-IF
           END-IF
           .
      *
       GRADE-ANSWER.
           IF ANSWER-NUM = PZ-ANSWER(PZ-IDX)
               ADD 1 TO QUIZ-RIGHT
               MOVE "RIGHT" TO RESULT-WORD
               DISPLAY "Correct."
           ELSE
               MOVE "WRONG" TO RESULT-WORD
               IF PZ-TRIPLE(PZ-IDX) NOT = 0
                   DISPLAY "Not quite - play " PZ-ANSWER(PZ-IDX)
                       ", completing triple "
                       T1(PZ-TRIPLE(PZ-IDX)) "-"
                       T2(PZ-TRIPLE(PZ-IDX)) "-"
                       T3(PZ-TRIPLE(PZ-IDX)) "."
               ELSE IF PZ-KIND(PZ-IDX) = "W"
                   DISPLAY "Not quite - play " PZ-ANSWER(PZ-IDX)
                       ", the only move that keeps the forced win."
               ELSE
                   DISPLAY "Not quite - play " PZ-ANSWER(PZ-IDX)
                       ", the only move that holds the draw."
               END-IF END-IF
           END-IF
           .
      *
      * ============================================================
      * Append one attempt to the sealed results file. The file
      * ends with a TRAILER seal, so an append is a rewrite: prior
      * records stream to a new copy, the attempt and a fresh
      * trailer follow, and the copy replaces the file.
      * ============================================================
       APPEND-RESULT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE SPACES TO RESULT-LINE
           MOVE 1 TO RESULT-POS
           MOVE ANSWER-SECS TO DISPLAY-NUM
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " TRAINEE=" FUNCTION TRIM(PLAYER-TRAINEE)
               " PUZZLE=" PZ-BOARD(PZ-IDX)
               " MOVER=" PZ-MOVER(PZ-IDX)
               " KIND=" PZ-KIND(PZ-IDX)
               " ANSWER=" ANSWER-NUM(2:1)
               " CORRECT=" PZ-ANSWER(PZ-IDX)
               " RESULT=" RESULT-WORD
               " SECS=" FUNCTION TRIM(DISPLAY-NUM)
               DELIMITED BY SIZE
               INTO RESULT-LINE WITH POINTER RESULT-POS
           END-STRING
      *
           PERFORM CHECK-OLD-RESULT-SEAL
           IF SEAL-OK = 0
               DISPLAY "GAMEQUIZ: *** " FUNCTION TRIM(RESULT-NAME)
                   " failed its integrity seal - attempt NOT "
                   "recorded. ***"
               MOVE 20 TO RETURN-CODE
               MOVE 1 TO QUIZ-STOPPED
               GO TO APPEND-RESULT-EXIT
           END-IF
           MOVE SPACES TO RESULT-NEW-NAME
           STRING FUNCTION TRIM(RESULT-NAME) ".NEW"
               DELIMITED BY SIZE
               INTO RESULT-NEW-NAME
           END-STRING
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           OPEN OUTPUT RESULT-NEW-FILE
           OPEN INPUT RESULT-FILE
           IF FS-RESULT = "00"
               MOVE 0 TO RESULT-EOF
               PERFORM COPY-RESULT-RECORD UNTIL RESULT-EOF = 1
               CLOSE RESULT-FILE
           END-IF
           MOVE RESULT-LINE TO RESULT-NEW-RECORD
           WRITE RESULT-NEW-RECORD
           MOVE SPACES TO SEAL-TEXT
           MOVE RESULT-LINE TO SEAL-TEXT
           PERFORM COMPUTE-RECORD-SEAL
           ADD 1 TO SEAL-COUNT
           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
               SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
           PERFORM BUILD-SEAL-LINE
           MOVE SEAL-LINE TO RESULT-NEW-RECORD
           WRITE RESULT-NEW-RECORD
           CLOSE RESULT-NEW-FILE
           MOVE SPACES TO MV-COMMAND
           STRING "mv -f " FUNCTION TRIM(RESULT-NEW-NAME) " "
               FUNCTION TRIM(RESULT-NAME)
               DELIMITED BY SIZE
               INTO MV-COMMAND
           END-STRING
           CALL "SYSTEM" USING MV-COMMAND
           MOVE 0 TO RETURN-CODE
           .
      *
       APPEND-RESULT-EXIT.
           EXIT
           .
      *
      * Re-sum the existing results file against its own trailer.
      * No file yet passes; a trailer that is missing or wrong, or
      * data after the trailer, fails.
       CHECK-OLD-RESULT-SEAL.
           MOVE 1 TO SEAL-OK
           OPEN INPUT RESULT-FILE
           IF FS-RESULT = "00"
               MOVE 0 TO SEAL-COUNT
               MOVE 0 TO SEAL-CHECKSUM
               MOVE 0 TO TRAILER-SEEN
               MOVE 0 TO RESULT-EOF
               PERFORM SUM-OLD-RESULT-RECORD
                   UNTIL RESULT-EOF = 1
               CLOSE RESULT-FILE
               IF SEAL-OK = 1
                   IF TRAILER-SEEN = 0
                       OR SEAL-EXP-COUNT NOT = SEAL-COUNT
                       OR SEAL-EXP-CHECKSUM NOT = SEAL-CHECKSUM
                       MOVE 0 TO SEAL-OK
                   END-IF
               END-IF
           END-IF
           .
      *
       SUM-OLD-RESULT-RECORD.
           READ RESULT-FILE
               AT END
                   MOVE 1 TO RESULT-EOF
               NOT AT END
                   IF RESULT-RECORD(1:8) = "TRAILER "
                       MOVE SPACES TO SEAL-LINE
                       MOVE RESULT-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       IF TRAILER-SEEN = 1
                           MOVE 0 TO SEAL-OK
                           MOVE 1 TO RESULT-EOF
                       ELSE
                           MOVE SPACES TO SEAL-TEXT
                           MOVE RESULT-RECORD TO SEAL-TEXT
                           PERFORM COMPUTE-RECORD-SEAL
                           ADD 1 TO SEAL-COUNT
                           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                               SEAL-CHECKSUM + SEAL-REC-SUM,
                               1000000000)
                       END-IF
                   END-IF
           END-READ
           .
      *
       COPY-RESULT-RECORD.
           READ RESULT-FILE
               AT END
                   MOVE 1 TO RESULT-EOF
               NOT AT END
                   IF RESULT-RECORD(1:8) = "TRAILER "
                       CONTINUE
                   ELSE
                       MOVE RESULT-RECORD TO RESULT-NEW-RECORD
                       WRITE RESULT-NEW-RECORD
                       MOVE SPACES TO SEAL-TEXT
                       MOVE RESULT-RECORD TO SEAL-TEXT
                       PERFORM COMPUTE-RECORD-SEAL
                       ADD 1 TO SEAL-COUNT
                       COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                           SEAL-CHECKSUM + SEAL-REC-SUM,
                           1000000000)
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * --report: the score per trainee and the puzzle positions
      * most often missed, over the attempts in the period.
      * ============================================================
       REPORT-RESULTS.
           OPEN INPUT RESULT-FILE
           IF FS-RESULT NOT = "00"
               DISPLAY "GAMEQUIZ: cannot open "
                   FUNCTION TRIM(RESULT-NAME)
                   " (status " FS-RESULT ") - no quiz has been "
                   "taken yet."
               MOVE "results file unreadable" TO RUN-OUTCOME
               MOVE 16 TO RETURN-CODE
               GO TO REPORT-RESULTS-EXIT
           END-IF
           CLOSE RESULT-FILE
           PERFORM CHECK-OLD-RESULT-SEAL
           IF SEAL-OK = 0
               DISPLAY "GAMEQUIZ: " FUNCTION TRIM(RESULT-NAME)
                   " failed its integrity seal - refusing the file."
               MOVE "results file failed its seal" TO RUN-OUTCOME
               MOVE 20 TO RETURN-CODE
               GO TO REPORT-RESULTS-EXIT
           END-IF
      *
           OPEN INPUT RESULT-FILE
           MOVE 0 TO RESULT-EOF
           PERFORM COLLECT-ATTEMPT UNTIL RESULT-EOF = 1
           CLOSE RESULT-FILE
      *
           DISPLAY "Puzzle quiz - assessment summary"
           DISPLAY "================================"
           IF PERIOD-FROM NOT = "0000-00-00"
               OR PERIOD-TO NOT = "9999-99-99"
               DISPLAY "Period: " PERIOD-FROM " to " PERIOD-TO
           END-IF
           MOVE ATTEMPT-COUNT TO DISPLAY-NUM
           DISPLAY "Attempts in period: " DISPLAY-NUM
           MOVE SPACES TO RUN-OUTCOME
           STRING "report " FUNCTION TRIM(DISPLAY-NUM) " attempt(s)"
               DELIMITED BY SIZE
               INTO RUN-OUTCOME
           END-STRING
           IF ATTEMPT-COUNT = 0
               MOVE 4 TO RETURN-CODE
               GO TO REPORT-RESULTS-EXIT
           END-IF
      *
           DISPLAY " "
           DISPLAY "Score per trainee"
           DISPLAY "ID       NAME                           "
               "TRIED RIGHT  SCORE  AVG SECS"
           MOVE 0 TO ROSTER-OPEN
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER = "00"
               MOVE 1 TO ROSTER-OPEN
           END-IF
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > TRAINEE-COUNT
               PERFORM REPORT-ONE-TRAINEE
           END-PERFORM
           IF ROSTER-OPEN = 1
               CLOSE ROSTER-FILE
           END-IF
      *
           DISPLAY " "
           DISPLAY "Puzzle positions most often missed"
           MOVE 0 TO RANK
           MOVE 1 TO BEST-IDX
           PERFORM REPORT-NEXT-MISSED
               UNTIL RANK >= 10 OR BEST-IDX = 0
           IF RANK = 0
               DISPLAY "  (no puzzle was missed in the period)"
           END-IF
           .
      *
       REPORT-RESULTS-EXIT.
           EXIT
           .
      *
       COLLECT-ATTEMPT.
           READ RESULT-FILE
               AT END
                   MOVE 1 TO RESULT-EOF
               NOT AT END
                   IF RESULT-RECORD(1:8) NOT = "TRAILER "
                       AND RESULT-RECORD NOT = SPACES
                       PERFORM PARSE-ATTEMPT
                       IF REC-TRAINEE NOT = SPACES
                           AND REC-DATE NOT < PERIOD-FROM
                           AND REC-DATE NOT > PERIOD-TO
                           PERFORM TALLY-ATTEMPT
                       END-IF
                   END-IF
           END-READ
           .
      *
       PARSE-ATTEMPT.
           MOVE SPACES TO TOKEN-TABLE
           UNSTRING RESULT-RECORD DELIMITED BY ALL SPACES
               INTO LINE-TOK(1) LINE-TOK(2) LINE-TOK(3)
                    LINE-TOK(4) LINE-TOK(5) LINE-TOK(6)
                    LINE-TOK(7) LINE-TOK(8) LINE-TOK(9)
                    LINE-TOK(10)
           END-UNSTRING
           MOVE LINE-TOK(1) TO REC-DATE
           MOVE SPACES TO REC-TRAINEE REC-PUZZLE REC-KIND REC-RESULT
           MOVE 0 TO REC-MOVER REC-CORRECT REC-SECS
           PERFORM VARYING TOK-IDX FROM 3 BY 1
               UNTIL TOK-IDX > 10
               MOVE SPACES TO TOK-NAME TOK-VALUE
               UNSTRING LINE-TOK(TOK-IDX) DELIMITED BY "="
                   INTO TOK-NAME TOK-VALUE
               END-UNSTRING
               EVALUATE TOK-NAME
                   WHEN "TRAINEE"
                       MOVE TOK-VALUE(1:8) TO REC-TRAINEE
                   WHEN "PUZZLE"
                       MOVE TOK-VALUE(1:9) TO REC-PUZZLE
                   WHEN "MOVER"
                       MOVE TOK-VALUE(1:1) TO REC-MOVER
                   WHEN "KIND"
                       MOVE TOK-VALUE(1:1) TO REC-KIND
                   WHEN "CORRECT"
                       MOVE TOK-VALUE(1:1) TO REC-CORRECT
                   WHEN "RESULT"
                       MOVE TOK-VALUE(1:5) TO REC-RESULT
                   WHEN "SECS"
                       COMPUTE REC-SECS = FUNCTION NUMVAL(TOK-VALUE)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .
      *
       TALLY-ATTEMPT.
           ADD 1 TO ATTEMPT-COUNT
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > TRAINEE-COUNT OR FOUND-IDX NOT = 0
               IF TT-ID(JDX) = REC-TRAINEE
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND TRAINEE-COUNT < 200
               ADD 1 TO TRAINEE-COUNT
               MOVE TRAINEE-COUNT TO FOUND-IDX
               MOVE REC-TRAINEE TO TT-ID(FOUND-IDX)
               MOVE 0 TO TT-TRIED(FOUND-IDX) TT-RIGHT(FOUND-IDX)
                   TT-SECS(FOUND-IDX)
           END-IF
           IF FOUND-IDX NOT = 0
               ADD 1 TO TT-TRIED(FOUND-IDX)
               ADD REC-SECS TO TT-SECS(FOUND-IDX)
               IF REC-RESULT = "RIGHT"
                   ADD 1 TO TT-RIGHT(FOUND-IDX)
               END-IF
           END-IF
      *
           MOVE 0 TO FOUND-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > MISS-COUNT OR FOUND-IDX NOT = 0
               IF MS-PUZZLE(JDX) = REC-PUZZLE
                   MOVE JDX TO FOUND-IDX
               END-IF
           END-PERFORM
           IF FOUND-IDX = 0 AND MISS-COUNT < 500
               ADD 1 TO MISS-COUNT
               MOVE MISS-COUNT TO FOUND-IDX
               MOVE REC-PUZZLE TO MS-PUZZLE(FOUND-IDX)
               MOVE REC-MOVER TO MS-MOVER(FOUND-IDX)
               MOVE REC-KIND TO MS-KIND(FOUND-IDX)
               MOVE REC-CORRECT TO MS-CORRECT(FOUND-IDX)
               MOVE 0 TO MS-TRIED(FOUND-IDX) MS-MISSED(FOUND-IDX)
                   MS-LISTED(FOUND-IDX)
           END-IF
           IF FOUND-IDX NOT = 0
               ADD 1 TO MS-TRIED(FOUND-IDX)
               IF REC-RESULT NOT = "RIGHT"
                   ADD 1 TO MS-MISSED(FOUND-IDX)
               END-IF
           END-IF
           .
      *
       REPORT-ONE-TRAINEE.
           MOVE SPACES TO REPORT-NAME
           IF ROSTER-OPEN = 1
               MOVE TT-ID(JDX) TO TRAINEE-ID
               READ ROSTER-FILE
                   INVALID KEY
                       MOVE "(not on the roster)" TO REPORT-NAME
                   NOT INVALID KEY
                       MOVE TRAINEE-NAME TO REPORT-NAME
               END-READ
           END-IF
           COMPUTE SCORE-PCT ROUNDED =
               TT-RIGHT(JDX) * 100 / TT-TRIED(JDX)
           COMPUTE AVG-SECS ROUNDED = TT-SECS(JDX) / TT-TRIED(JDX)
           MOVE TT-TRIED(JDX) TO DISPLAY-NUM
           MOVE TT-RIGHT(JDX) TO DISP-NUM2
           MOVE SCORE-PCT TO PCT-DISP
           MOVE AVG-SECS TO SECS-DISP
           DISPLAY TT-ID(JDX) " " REPORT-NAME " " DISPLAY-NUM
               "  " DISP-NUM2 " " PCT-DISP "%  " SECS-DISP
           .
      *
      * The next most-missed position not yet listed (ties go to
      * the position first seen in the file).
       REPORT-NEXT-MISSED.
           MOVE 0 TO BEST-IDX
           PERFORM VARYING JDX FROM 1 BY 1
               UNTIL JDX > MISS-COUNT
               IF MS-LISTED(JDX) = 0 AND MS-MISSED(JDX) > 0
                   IF BEST-IDX = 0
                       MOVE JDX TO BEST-IDX
                   ELSE
                       IF MS-MISSED(JDX) > MS-MISSED(BEST-IDX)
                           MOVE JDX TO BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF BEST-IDX NOT = 0
               ADD 1 TO RANK
               MOVE 1 TO MS-LISTED(BEST-IDX)
               MOVE MS-MISSED(BEST-IDX) TO DISPLAY-NUM
               MOVE MS-TRIED(BEST-IDX) TO DISP-NUM2
               DISPLAY " "
               IF MS-KIND(BEST-IDX) = "W"
                   DISPLAY "  " RANK ". position "
                       MS-PUZZLE(BEST-IDX) ", P" MS-MOVER(BEST-IDX)
                       " to win - missed "
                       FUNCTION TRIM(DISPLAY-NUM) " of "
                       FUNCTION TRIM(DISP-NUM2)
                       " attempt(s); answer " MS-CORRECT(BEST-IDX)
               ELSE
                   DISPLAY "  " RANK ". position "
                       MS-PUZZLE(BEST-IDX) ", P" MS-MOVER(BEST-IDX)
                       " to save the draw - missed "
                       FUNCTION TRIM(DISPLAY-NUM) " of "
                       FUNCTION TRIM(DISP-NUM2)
                       " attempt(s); answer " MS-CORRECT(BEST-IDX)
               END-IF
               MOVE MS-PUZZLE(BEST-IDX) TO BOARD-TEXT
               PERFORM PRINT-PUZZLE-BOARD
           END-IF
           .
      *
       READ-UNIQUE-RECORD.
           READ UNIQUE-FILE
               AT END
                   MOVE 1 TO UNIQUE-EOF
           END-READ
           .
      *
      * ============================================================
      * Puzzle mining, as GAMEPUZ does it: replay each canonical
      * game and keep every position before a move that is won for
      * the mover with exactly one preserving move, or drawn with
      * exactly one saving move. Duplicate positions are skipped.
      * ============================================================
       MINE-ONE-GAME.
           IF UNIQUE-RECORD = SPACES
               OR UNIQUE-RECORD(1:8) = "TRAILER "
               PERFORM READ-UNIQUE-RECORD
               GO TO MINE-ONE-GAME-EXIT
           END-IF
           MOVE SPACES TO REC-TOK-LEN REC-TOK-MOVES
               REC-TOK-OUTCOME REC-TOK-VARIANT
           UNSTRING UNIQUE-RECORD DELIMITED BY ALL SPACES
               INTO REC-TOK-LEN REC-TOK-MOVES
                   REC-TOK-OUTCOME REC-TOK-VARIANT
           END-UNSTRING
           IF REC-TOK-VARIANT NOT = SPACES
      *        Variant games do not play by the memo's values.
               PERFORM READ-UNIQUE-RECORD
               GO TO MINE-ONE-GAME-EXIT
           END-IF
           PERFORM PARSE-UNIQUE-FIELDS
      *
           INITIALIZE OWNER-TABLE
           PERFORM VARYING PLY FROM 1 BY 1
               UNTIL PLY > GAME-LEN
               OR PUZZLE-COUNT >= MAX-PUZZLES
               DIVIDE PLY BY 2 GIVING QUOT REMAINDER RMDR
               IF RMDR = 1
                   MOVE 1 TO CUR-PLAYER
               ELSE
                   MOVE 2 TO CUR-PLAYER
               END-IF
               PERFORM JUDGE-PUZZLE-POSITION
                   THRU JUDGE-PUZZLE-POSITION-EXIT
               MOVE GAME-MOVE(PLY) TO CUR-NUM
               MOVE CUR-PLAYER TO OWNER(CUR-NUM)
           END-PERFORM
           PERFORM READ-UNIQUE-RECORD
           .
      *
       MINE-ONE-GAME-EXIT.
           EXIT
           .
      *
       PARSE-UNIQUE-FIELDS.
           UNSTRING REC-TOK-LEN DELIMITED BY "="
               INTO REC-FIELD REC-VALUE
           END-UNSTRING
           COMPUTE GAME-LEN = FUNCTION NUMVAL(REC-VALUE)
           UNSTRING REC-TOK-MOVES DELIMITED BY "="
               INTO REC-FIELD REC-VALUE
           END-UNSTRING
           MOVE SPACES TO MOVE-TOKENS
           UNSTRING REC-VALUE DELIMITED BY ","
               INTO MOVE-TOK(1) MOVE-TOK(2) MOVE-TOK(3)
                    MOVE-TOK(4) MOVE-TOK(5) MOVE-TOK(6)
                    MOVE-TOK(7) MOVE-TOK(8) MOVE-TOK(9)
           END-UNSTRING
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > GAME-LEN
               COMPUTE GAME-MOVE(IDX) =
                   FUNCTION NUMVAL(MOVE-TOK(IDX))
           END-PERFORM
           .
      *
       JUDGE-PUZZLE-POSITION.
           IF DEPTH-FILTER NOT = 0 AND PLY NOT = DEPTH-FILTER
               GO TO JUDGE-PUZZLE-POSITION-EXIT
           END-IF
           IF PLY = 9
               GO TO JUDGE-PUZZLE-POSITION-EXIT
           END-IF
           PERFORM COMPUTE-POS-KEY
           ADD 1 TO POS-KEY
           IF SEEN-POS(POS-KEY) = 1
               GO TO JUDGE-PUZZLE-POSITION-EXIT
           END-IF
           MOVE MEMO-VAL(POS-KEY) TO POS-VAL
           IF NOT ((POS-VAL = 3 AND CUR-PLAYER = 1)
               OR (POS-VAL = 1 AND CUR-PLAYER = 2)
               OR POS-VAL = 2)
               GO TO JUDGE-PUZZLE-POSITION-EXIT
           END-IF
      *
           MOVE 0 TO KEEP-COUNT
           MOVE 0 TO AVOID-COUNT
           MOVE 0 TO SOLVE-TRIPLE
           PERFORM VARYING TRIAL-NUM FROM 1 BY 1
               UNTIL TRIAL-NUM > 9
               IF OWNER(TRIAL-NUM) = 0
                   MOVE CUR-PLAYER TO OWNER(TRIAL-NUM)
                   MOVE TRIAL-NUM TO CUR-NUM
                   PERFORM CHECK-WIN
                   IF WIN-FOUND = 1
                       IF CUR-PLAYER = 1
                           MOVE 3 TO TRIAL-VAL
                       ELSE
                           MOVE 1 TO TRIAL-VAL
                       END-IF
                   ELSE
                       PERFORM COMPUTE-POS-KEY
                       ADD 1 TO POS-KEY
                       MOVE MEMO-VAL(POS-KEY) TO TRIAL-VAL
                   END-IF
                   MOVE 0 TO OWNER(TRIAL-NUM)
                   IF TRIAL-VAL = POS-VAL
                       ADD 1 TO KEEP-COUNT
                       MOVE TRIAL-NUM TO KEEP-NUM
                       IF WIN-FOUND = 1
                           MOVE WIN-TRIPLE-IDX TO SOLVE-TRIPLE
                       ELSE
                           MOVE 0 TO SOLVE-TRIPLE
                       END-IF
                   ELSE
                       ADD 1 TO AVOID-COUNT
                   END-IF
               END-IF
           END-PERFORM
      *
           IF KEEP-COUNT = 1
               AND AVOID-COUNT >= MINAVOID-FILTER
               PERFORM COMPUTE-POS-KEY
               ADD 1 TO POS-KEY
               MOVE 1 TO SEEN-POS(POS-KEY)
               ADD 1 TO PUZZLE-COUNT
               PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > 9
                   MOVE OWNER(IDX)
                       TO PZ-BOARD(PUZZLE-COUNT)(IDX:1)
               END-PERFORM
               MOVE CUR-PLAYER TO PZ-MOVER(PUZZLE-COUNT)
               IF POS-VAL = 2
                   MOVE "D" TO PZ-KIND(PUZZLE-COUNT)
               ELSE
                   MOVE "W" TO PZ-KIND(PUZZLE-COUNT)
               END-IF
               MOVE PLY TO PZ-DEPTH(PUZZLE-COUNT)
               MOVE KEEP-NUM TO PZ-ANSWER(PUZZLE-COUNT)
               MOVE AVOID-COUNT TO PZ-AVOID(PUZZLE-COUNT)
               MOVE SOLVE-TRIPLE TO PZ-TRIPLE(PUZZLE-COUNT)
               MOVE 0 TO PZ-DRAWN(PUZZLE-COUNT)
           END-IF
           .
      *
       JUDGE-PUZZLE-POSITION-EXIT.
           EXIT
           .
      *
      * The board in BOARD-TEXT (owner of each number 1-9), in the
      * magic-square layout GAMEVIEW and GAMEPUZ print.
       PRINT-PUZZLE-BOARD.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           MOVE 2 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 7 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 6 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           MOVE 9 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 5 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 1 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           MOVE 4 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 3 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           MOVE 8 TO CUR-NUM
           PERFORM PUZZLE-BOARD-CELL
           DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           .
      *
       PUZZLE-BOARD-CELL.
           EVALUATE BOARD-TEXT(CUR-NUM:1)
               WHEN "1"
                   MOVE " X " TO OUTPUT-LINE(LINE-POS:3)
               WHEN "2"
                   MOVE " O " TO OUTPUT-LINE(LINE-POS:3)
               WHEN OTHER
                   MOVE " ." TO OUTPUT-LINE(LINE-POS:2)
                   MOVE CUR-NUM TO DISP-DIGIT
                   MOVE DISP-DIGIT
                       TO OUTPUT-LINE(LINE-POS + 2:1)
           END-EVALUATE
           ADD 3 TO LINE-POS
           .
      *
      * ============================================================
      * Load the memo cache (seal-checked) and pre-validate the
      * canonical export's seal before mining it.
      * ============================================================
       LOAD-MEMO-TABLE.
           OPEN INPUT MEMO-FILE
           IF FS-MEMO-FILE NOT = "00"
               DISPLAY "GAMEQUIZ: cannot open "
                   FUNCTION TRIM(MEMO-NAME)
                   " (status " FS-MEMO-FILE ") - run "
                   "./game015tree first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ MEMO-FILE
               AT END
                   DISPLAY "GAMEQUIZ: " FUNCTION TRIM(MEMO-NAME)
                       " is empty."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE MEMO-FILE-RECORD TO MEMO-TABLE-X
           END-READ
           MOVE 0 TO SEAL-OK
           MOVE SPACES TO SEAL-TEXT
           MOVE MEMO-TABLE-X TO SEAL-TEXT
           PERFORM COMPUTE-RECORD-SEAL
           MOVE SEAL-REC-SUM TO SEAL-CHECKSUM
           READ MEMO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SPACES TO SEAL-TEXT
                   MOVE MEMO-FILE-RECORD TO SEAL-TEXT
                   PERFORM COMPUTE-RECORD-SEAL
                   COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                       SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
                   READ MEMO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE MEMO-FILE-RECORD(1:80)
                               TO SEAL-LINE
                           PERFORM PARSE-SEAL-LINE
                           IF SEAL-EXP-COUNT = 2
                               AND SEAL-EXP-CHECKSUM
                               = SEAL-CHECKSUM
                               MOVE 1 TO SEAL-OK
                           END-IF
                   END-READ
           END-READ
           CLOSE MEMO-FILE
           IF SEAL-OK = 0
               DISPLAY "GAMEQUIZ: " FUNCTION TRIM(MEMO-NAME)
                   " failed its integrity seal - refusing the "
                   "file; rebuild with ./game015tree."
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       VALIDATE-UNIQUE-SEAL.
           OPEN INPUT UNIQUE-FILE
           IF FS-UNIQUE NOT = "00"
               DISPLAY "GAMEQUIZ: cannot open "
                   FUNCTION TRIM(UNIQUE-NAME)
                   " (status " FS-UNIQUE ") - run "
                   "./game015 --unique first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           MOVE 0 TO TRAILER-SEEN
           MOVE 0 TO SEAL-OK
           MOVE 0 TO SEAL-EOF
           PERFORM SUM-UNIQUE-SEAL-RECORD UNTIL SEAL-EOF = 1
           CLOSE UNIQUE-FILE
           IF TRAILER-SEEN = 1
               AND SEAL-EXP-COUNT = SEAL-COUNT
               AND SEAL-EXP-CHECKSUM = SEAL-CHECKSUM
               MOVE 1 TO SEAL-OK
           END-IF
           IF SEAL-OK = 0
               DISPLAY "GAMEQUIZ: " FUNCTION TRIM(UNIQUE-NAME)
                   " failed its integrity seal - refusing the "
                   "file; rebuild with ./game015 --unique."
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
       SUM-UNIQUE-SEAL-RECORD.
           READ UNIQUE-FILE
               AT END
                   MOVE 1 TO SEAL-EOF
               NOT AT END
                   IF UNIQUE-RECORD(1:8) = "TRAILER "
                       MOVE UNIQUE-RECORD TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       IF TRAILER-SEEN = 1
                           MOVE 0 TO TRAILER-SEEN
                           MOVE 1 TO SEAL-EOF
                       ELSE
                           MOVE SPACES TO SEAL-TEXT
                           MOVE UNIQUE-RECORD TO SEAL-TEXT
                           PERFORM COMPUTE-RECORD-SEAL
                           ADD 1 TO SEAL-COUNT
                           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                               SEAL-CHECKSUM + SEAL-REC-SUM,
                               1000000000)
                       END-IF
                   END-IF
           END-READ
           .
      *
       COMPUTE-POS-KEY.
           MOVE 0 TO POS-KEY
           MOVE 1 TO POW3
           PERFORM VARYING KEY-I FROM 1 BY 1
               UNTIL KEY-I > 9
               COMPUTE POS-KEY =
                   POS-KEY + OWNER(KEY-I) * POW3
               MULTIPLY 3 BY POW3
           END-PERFORM
           .
      *
       CHECK-WIN.
           MOVE 0 TO WIN-FOUND
           MOVE 0 TO WIN-TRIPLE-IDX
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > 8 OR WIN-FOUND = 1
               IF OWNER(T1(IDX)) = CUR-PLAYER
                   AND OWNER(T2(IDX)) = CUR-PLAYER
                   AND OWNER(T3(IDX)) = CUR-PLAYER
                   MOVE 1 TO WIN-FOUND
                   MOVE IDX TO WIN-TRIPLE-IDX
               END-IF
           END-PERFORM
           .
      *
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
       BUILD-SEAL-LINE.
           MOVE SEAL-COUNT TO SEAL-DISP
           MOVE SEAL-CHECKSUM TO SEAL-DISP2
           MOVE SPACES TO SEAL-LINE
           STRING "TRAILER COUNT=" FUNCTION TRIM(SEAL-DISP)
               " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
               DELIMITED BY SIZE
               INTO SEAL-LINE
           END-STRING
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
      * Append one line to the GAMES-RUN-LOG audit trail shared by
      * the whole program family.
      * ============================================================
       WRITE-RUN-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM COMPUTE-CLOCK-SECS
           COMPUTE ELAPSED-SECS = END-SECS - START-SECS
           MOVE SPACES TO RUN-LOG-LINE
           MOVE 1 TO RUN-LOG-POS
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               " PROGRAM=GAMEQUIZ ARGS=["
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
