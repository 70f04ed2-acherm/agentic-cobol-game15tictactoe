      * decided positions with "wins in N".
      *
      * Usage: ./game015tree [--depth N] [--from N,N,...]
      *        ./game015tree --play [--side N] [--level L]
      *                             [--notation N]
      *   --depth N  Limit tree display to N plies (default: 9)
      *   --from L   Pre-load the moves already played (in order,
      *              e.g. --from 2,9) and start the minimax pass
      *              lists the value-preserving picks for the
      *              current position from the same MEMO-TABLE
      *              values ENGINE-MOVE consults.
      *   --level L  Engine strength for --play: NOVICE (one move
      *              of lookahead - takes a win, blocks a threat,
      *              otherwise plays anything), CLUB (perfect play
      *              that slips to a value-losing move at the
      *              CLUB-ERROR-PCT rate, default 25) or PERFECT.
      *              Defaults to the ENGINE-LEVEL key, else PERFECT.
      *   --notation N  How --play reads and prints moves: NUMBER
      *              (0.01-0.09, the default) or GRID, the board
      *              squares A1..C3 - rows A to C top to bottom,
      *              columns 1 to 3 left to right - of the magic-
      *              square layout 2 7 6 / 9 5 1 / 4 3 8, so A1 is
      *              0.02, B2 is 0.05 and C3 is 0.08. Defaults to
      *              the MOVE-NOTATION key. The session record keeps
      *              numbers whatever the notation.
      *
      * Pass 2 ends with a summary footer showing, per depth, how
      * many nodes PRINT-NODE emitted and how many sibling branches
      * overwrites the full-board cache.
      *
      * Every finished --play game is also appended to the
      * persistent session file GAME015-SESSIONS (date, the
      * player's initials, side played, the move list in the
      * GAME015-UNIQUE LEN=/MOVES=/OUTCOME= layout, the ply of the
      * human's first value-losing move, TRAINEE= the trainee ID,
      * and LEVEL= the engine strength), so the GAMESESS report
      * can show each trainee's skill trend across sessions -
      * separately for each engine strength - instead of throwing
      * the game away at the prompt. --play starts by asking for
      * the trainee ID and accepts only an active trainee on the
      * GAME015-ROSTER master that GAMEROST maintains (ROSTER-FILE
      * key); the initials in the record are the roster's, not
      * whatever was typed.
      *
      * Every completed run also appends one line to GAMES-RUN-LOG,
      * the audit trail shared with GAME015, GAME15TREE, and GAMEN,
                   SESSION-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-SESSION-NEW.
           SELECT ROSTER-FILE ASSIGN TO DYNAMIC ROSTER-NAME
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRAINEE-ID
               FILE STATUS IS FS-ROSTER.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
      *
       FD  SESSION-FILE
           RECORDING MODE IS F.
       01  SESSION-RECORD     PIC X(160).
      *
       FD  SESSION-NEW-FILE
           RECORDING MODE IS F.
       01  SESSION-NEW-RECORD PIC X(160).
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
       01  MEMO-NAME          PIC X(40) VALUE "GAME015TREE-MEMO".
       01  RUN-LOG-NAME       PIC X(40) VALUE "GAMES-RUN-LOG".
       01  SESSION-NAME       PIC X(40) VALUE "GAME015-SESSIONS".
       01  ROSTER-NAME        PIC X(40) VALUE "GAME015-ROSTER".
       01  RUN-LOG-ENABLED    PIC X VALUE "Y".
      *
      * Start-of-run clock for the ELAPSED= figure in the run-log
       01  WS-TOK2            PIC X(20) VALUE SPACES.
       01  WS-TOK3            PIC X(20) VALUE SPACES.
       01  WS-TOK4            PIC X(20) VALUE SPACES.
       01  WS-TOK5            PIC X(20) VALUE SPACES.
       01  WS-TOK6            PIC X(20) VALUE SPACES.
       01  WS-TOK7            PIC X(20) VALUE SPACES.
       01  OPT-NAME           PIC X(20) VALUE SPACES.
       01  OPT-VALUE          PIC X(20) VALUE SPACES.
       01  MAX-DEPTH          PIC 99 VALUE 9.
       01  PLAY-MODE          PIC 9 VALUE 0.
      *
       01  HINT-COUNT         PIC 99.
       01  HINT-NUMS          PIC 9 OCCURS 9 TIMES.
      *
      * Engine strength for --play, from --level or the
      * ENGINE-LEVEL key (the command line wins):
      *   PERFECT  always a value-preserving reply (ENGINE-MOVE)
      *   CLUB     perfect play, except that at CLUB-ERROR-PCT of
      *            its moves it picks a value-losing reply instead
      *            when one exists
      *   NOVICE   looks one move ahead only: completes a triple
      *            when it can, blocks the human's triple when it
      *            must, and otherwise picks any free number
       01  ENGINE-LEVEL       PIC X(7) VALUE "PERFECT".
       01  LEVEL-OVERRIDE     PIC X(7) VALUE SPACES.
       01  CLUB-ERROR-PCT     PIC 999 VALUE 25.
       01  LEVEL-SEED         PIC 9(8).
       01  LEVEL-RANDOM       PIC V9(9).
       01  LEVEL-ROLL         PIC 999.
       01  LEVEL-DISP         PIC ZZ9.
       01  NUMVAL-CHECK       PIC S9(4).
       01  LEVEL-PICK         PIC 9.
       01  LOSING-COUNT       PIC 9.
       01  LOSING-NUMS        PIC 9 OCCURS 9 TIMES.
       01  FREE-COUNT         PIC 9.
       01  FREE-NUMS          PIC 9 OCCURS 9 TIMES.
       01  BLOCK-NUM          PIC 9.
      *
      * Move notation for --play, from --notation or the
      * MOVE-NOTATION key (the command line wins): NUMBER or GRID.
      * SQUARE-NAME gives the grid square of each number 1-9.
       01  MOVE-NOTATION      PIC X(6) VALUE "NUMBER".
       01  NOTATION-OVERRIDE  PIC X(6) VALUE SPACES.
       01  SQUARE-DATA        PIC X(18)
               VALUE "B3A1C2C1B2A3A2C3B1".
       01  SQUARE-TABLE REDEFINES SQUARE-DATA.
           05  SQUARE-NAME    PIC XX OCCURS 9 TIMES.
       01  SQUARE-IDX         PIC 99.
       01  MOVE-NUM           PIC 99.
       01  MOVE-TEXT          PIC X(10) VALUE SPACES.
      *
      * Session recording for --play: who played, which side, the
      * finished move list, and the ply of the human's first
      * value-losing move (0 = played clean), appended to the
      * persistent session file for the training reports.
       01  FS-SESSION         PIC XX VALUE SPACES.
       01  PLAYER-INITIALS    PIC X(3) VALUE SPACES.
      *
      * The trainee ID typed at the start of --play, checked
      * against the roster; three refusals end the run.
       01  FS-ROSTER          PIC XX VALUE SPACES.
       01  PLAYER-TRAINEE     PIC X(8) VALUE SPACES.
       01  TRAINEE-INPUT      PIC X(20) VALUE SPACES.
       01  TRAINEE-TRIES      PIC 9 VALUE 0.
       01  FIRST-MISS-PLY     PIC 99 VALUE 0.
       01  VAL-BEFORE         PIC 9.
       01  VAL-AFTER          PIC 9.
       01  SESSION-LINE       PIC X(160) VALUE SPACES.
       01  SESSION-POS        PIC 999.
       01  SESSION-OUTCOME    PIC X(4) VALUE SPACES.
       01  SESSION-MOVE-IDX   PIC 99.
           05  RS-HOUR        PIC X(2).
           05  RS-MINUTE      PIC X(2).
           05  RS-SECOND      PIC X(2).
           05  RS-HUNDREDTHS  PIC X(2).
           05  FILLER         PIC X(5).
      *
      * Position key computation
       01  POS-KEY            PIC 9(5).
                   WHEN "SESSIONS-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO SESSION-NAME
                   WHEN "ROSTER-FILE"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO ROSTER-NAME
                   WHEN "ENGINE-LEVEL"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-VALUE))
                           TO CONFIG-VALUE
                       IF CONFIG-VALUE = "NOVICE"
                           OR CONFIG-VALUE = "CLUB"
                           OR CONFIG-VALUE = "PERFECT"
                           MOVE CONFIG-VALUE TO ENGINE-LEVEL
                       END-IF
                   WHEN "MOVE-NOTATION"
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CONFIG-VALUE))
                           TO CONFIG-VALUE
                       IF CONFIG-VALUE = "NUMBER"
                           OR CONFIG-VALUE = "GRID"
                           MOVE CONFIG-VALUE TO MOVE-NOTATION
                       END-IF
                   WHEN "CLUB-ERROR-PCT"
                       COMPUTE NUMVAL-CHECK =
                           FUNCTION TEST-NUMVAL(CONFIG-VALUE)
                       IF NUMVAL-CHECK = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 0
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                               <= 100
                               COMPUTE CLUB-ERROR-PCT =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               " (" RUN-LOG-ENABLED ")  MEMO="
               FUNCTION TRIM(MEMO-NAME)
               "  SESSIONS=" FUNCTION TRIM(SESSION-NAME)
           DISPLAY "  ROSTER=" FUNCTION TRIM(ROSTER-NAME)
           MOVE CLUB-ERROR-PCT TO LEVEL-DISP
           DISPLAY "  ENGINE-LEVEL=" FUNCTION TRIM(ENGINE-LEVEL)
               "  CLUB-ERROR-PCT=" FUNCTION TRIM(LEVEL-DISP)
               "  MOVE-NOTATION=" FUNCTION TRIM(MOVE-NOTATION)
           DISPLAY " "
           .
      * ============================================================
           MOVE 1 TO PLAY-DEPTH
           MOVE 0 TO GAME-OVER
           MOVE 0 TO FIRST-MISS-PLY
           PERFORM IDENTIFY-TRAINEE
           IF LEVEL-OVERRIDE NOT = SPACES
               MOVE LEVEL-OVERRIDE TO ENGINE-LEVEL
           END-IF
           IF NOTATION-OVERRIDE NOT = SPACES
               MOVE NOTATION-OVERRIDE TO MOVE-NOTATION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE RS-HOUR TO LEVEL-SEED(1:2)
           MOVE RS-MINUTE TO LEVEL-SEED(3:2)
           MOVE RS-SECOND TO LEVEL-SEED(5:2)
           MOVE RS-HUNDREDTHS TO LEVEL-SEED(7:2)
           COMPUTE LEVEL-RANDOM = FUNCTION RANDOM(LEVEL-SEED)
           IF HUMAN-SIDE = 0
               PERFORM ASK-HUMAN-SIDE UNTIL HUMAN-SIDE NOT = 0
           END-IF
               DISPLAY "Game of 0.15 - You are Player 2 "
                   "(the engine moves first)."
           END-IF
           DISPLAY "Engine level: " FUNCTION TRIM(ENGINE-LEVEL)
           IF MOVE-NOTATION = "GRID"
               DISPLAY "Pick a square A1-C3 (no repeats); row A "
                   "is the top row, column 1 the left column."
           ELSE
               DISPLAY "Pick a number 0.01-0.09 (no repeats)."
           END-IF
           DISPLAY "At the prompt, U takes back your last move "
               "and the engine's reply;"
           DISPLAY "H lists the picks that keep the position's "
           PERFORM PLAY-STEP UNTIL GAME-OVER = 1
           .
      *
      * ============================================================
      * Only an active trainee on the roster may play: the ID is
      * read against GAME015-ROSTER and the session is recorded
      * under it, with the roster's initials. No roster, or three
      * IDs refused in a row, ends the run before the game starts.
      * ============================================================
       IDENTIFY-TRAINEE.
           OPEN INPUT ROSTER-FILE
           IF FS-ROSTER NOT = "00"
               DISPLAY "GAME015TREE: cannot open the trainee roster "
                   FUNCTION TRIM(ROSTER-NAME)
                   " (status " FS-ROSTER ") - enroll trainees with "
                   "./gamerost --add first."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO TRAINEE-TRIES
           PERFORM ASK-TRAINEE-ID
               UNTIL PLAYER-TRAINEE NOT = SPACES
               OR TRAINEE-TRIES >= 3
           CLOSE ROSTER-FILE
           IF PLAYER-TRAINEE = SPACES
               DISPLAY "GAME015TREE: no active trainee ID given - "
                   "no game played."
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                               " is retired and cannot play."
                       ELSE
                           MOVE TRAINEE-ID TO PLAYER-TRAINEE
                           MOVE TRAINEE-INITIALS TO PLAYER-INITIALS
                           DISPLAY "Welcome, "
                               FUNCTION TRIM(TRAINEE-NAME) "."
                       END-IF
               END-READ
           END-IF
           .
      *
           END-IF END-IF
           .
      *
      * Prompt the human for a move until a free 1-9 number (or,
      * under GRID notation, a free square) is given; U and H are
      * handled inside the prompt loop.
       HUMAN-MOVE.
           MOVE 0 TO PICK-VALID
           PERFORM GET-HUMAN-PICK UNTIL PICK-VALID = 1
           .
      *
       GET-HUMAN-PICK.
           IF MOVE-NOTATION = "GRID"
               DISPLAY "Your move (A1-C3, U=undo, H=hint): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Your move (1-9, U=undo, H=hint): "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO PICK-INPUT
           ACCEPT PICK-INPUT
           MOVE FUNCTION TRIM(PICK-INPUT) TO PICK-INPUT
               WHEN "h"
                   PERFORM SHOW-HINT
               WHEN OTHER
                   IF MOVE-NOTATION = "GRID"
                       PERFORM GET-HUMAN-SQUARE
                   ELSE
                       PERFORM GET-HUMAN-NUMBER
                   END-IF
           END-EVALUATE
           .
      *
       GET-HUMAN-NUMBER.
           COMPUTE PICK-CHECK =
               FUNCTION TEST-NUMVAL(PICK-INPUT)
           IF PICK-INPUT = SPACES OR PICK-CHECK NOT = 0
               DISPLAY "Pick 1-9, or U to undo, "
                   "H for a hint."
           ELSE
               COMPUTE HUMAN-PICK =
                   FUNCTION NUMVAL(PICK-INPUT)
               IF HUMAN-PICK < 1 OR HUMAN-PICK > 9
                   DISPLAY "Out of range - pick 1-9."
               ELSE IF OWNER(HUMAN-PICK) NOT = 0
                   DISPLAY "That number is already taken."
               ELSE
                   MOVE 1 TO PICK-VALID
               END-IF END-IF
           END-IF
           .
      *
       GET-HUMAN-SQUARE.
           MOVE PICK-INPUT TO MOVE-TEXT
           PERFORM PARSE-SQUARE
           IF MOVE-NUM = 0
               DISPLAY "Pick a square A1-C3, or U to undo, "
                   "H for a hint."
           ELSE IF OWNER(MOVE-NUM) NOT = 0
               DISPLAY "That square is already taken."
           ELSE
               MOVE MOVE-NUM TO HUMAN-PICK
               MOVE 1 TO PICK-VALID
           END-IF END-IF
           .
      *
      * U: take back the human's last move and the engine's reply.
      * At the human's prompt the two most recent plies are always
                   MOVE "," TO OUTPUT-LINE(LINE-POS:1)
                   ADD 1 TO LINE-POS
               END-IF
               MOVE HINT-NUMS(IDX) TO MOVE-NUM
               PERFORM FORMAT-MOVE
               STRING " " FUNCTION TRIM(MOVE-TEXT)
                   DELIMITED BY SIZE
                   INTO OUTPUT-LINE WITH POINTER LINE-POS
               END-STRING
           END-PERFORM
           DISPLAY FUNCTION TRIM(OUTPUT-LINE TRAILING)
           .
      *
      * The engine's reply at the chosen strength: NOVICE looks
      * one move ahead, CLUB plays the perfect move but now and
      * then slips to a value-losing one, PERFECT never errs.
       ENGINE-MOVE.
           IF ENGINE-LEVEL = "NOVICE"
               PERFORM CHOOSE-NOVICE-MOVE
           ELSE
               PERFORM CHOOSE-PRESERVING-MOVE
               IF ENGINE-LEVEL = "CLUB"
                   PERFORM CLUB-SLIP
               END-IF
           END-IF
           MOVE ENGINE-PICK TO CUR-NUM
           MOVE CUR-NUM TO MOVE-NUM
           PERFORM FORMAT-MOVE
           DISPLAY "Engine picks " FUNCTION TRIM(MOVE-TEXT)
           .
      *
      * The perfect reply: a free move that keeps the position's
      * minimax value unchanged - and among those, the one whose
      * distance suits it best: the quickest win when the position
      * is won for the engine, the longest resistance otherwise.
      * A mate-in-one is never passed over for a win in five, and
      * a lost engine poses problems to the very end. The moves
      * that would change the value are noted for CLUB-SLIP.
       CHOOSE-PRESERVING-MOVE.
           PERFORM COMPUTE-POS-KEY
           ADD 1 TO POS-KEY
           MOVE MEMO-VAL(POS-KEY) TO PARENT-VAL
      *
           MOVE 0 TO FOUND-ENGINE-MOVE
           MOVE 0 TO ENGINE-BEST-DIST
           MOVE 0 TO LOSING-COUNT
           PERFORM VARYING TRIAL-NUM FROM 1 BY 1
               UNTIL TRIAL-NUM > 9
               IF OWNER(TRIAL-NUM) = 0
                                   TO ENGINE-BEST-DIST
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO LOSING-COUNT
                       MOVE TRIAL-NUM TO LOSING-NUMS(LOSING-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           .
      *
      * CLUB: at CLUB-ERROR-PCT of its moves the engine trades the
      * perfect reply for one of the value-losing ones, at random.
      * A position with no losing move leaves the pick alone.
       CLUB-SLIP.
           COMPUTE LEVEL-RANDOM = FUNCTION RANDOM
           COMPUTE LEVEL-ROLL = LEVEL-RANDOM * 100
           IF LEVEL-ROLL < CLUB-ERROR-PCT AND LOSING-COUNT > 0
               COMPUTE LEVEL-RANDOM = FUNCTION RANDOM
               COMPUTE LEVEL-PICK = LEVEL-RANDOM * LOSING-COUNT + 1
               IF LEVEL-PICK > LOSING-COUNT
                   MOVE LOSING-COUNT TO LEVEL-PICK
               END-IF
               MOVE LOSING-NUMS(LEVEL-PICK) TO ENGINE-PICK
           END-IF
           .
      *
      * NOVICE: one move of lookahead and no memo. Complete a
      * triple if one is open; otherwise block the first triple
      * the human could complete next move; otherwise any free
      * number, at random.
       CHOOSE-NOVICE-MOVE.
           MOVE 0 TO FOUND-ENGINE-MOVE
           MOVE 0 TO BLOCK-NUM
           MOVE 0 TO FREE-COUNT
           PERFORM VARYING TRIAL-NUM FROM 1 BY 1
               UNTIL TRIAL-NUM > 9
               IF OWNER(TRIAL-NUM) = 0
                   ADD 1 TO FREE-COUNT
                   MOVE TRIAL-NUM TO FREE-NUMS(FREE-COUNT)
                   MOVE CUR-PLAYER TO OWNER(TRIAL-NUM)
                   PERFORM CHECK-WIN
                   IF WIN-FOUND = 1 AND FOUND-ENGINE-MOVE = 0
                       MOVE 1 TO FOUND-ENGINE-MOVE
                       MOVE TRIAL-NUM TO ENGINE-PICK
                   END-IF
                   MOVE HUMAN-SIDE TO OWNER(TRIAL-NUM)
                   MOVE HUMAN-SIDE TO CUR-PLAYER
                   PERFORM CHECK-WIN
                   IF WIN-FOUND = 1 AND BLOCK-NUM = 0
                       MOVE TRIAL-NUM TO BLOCK-NUM
                   END-IF
                   MOVE 0 TO OWNER(TRIAL-NUM)
                   IF HUMAN-SIDE = 1
                       MOVE 2 TO CUR-PLAYER
                   ELSE
                       MOVE 1 TO CUR-PLAYER
                   END-IF
               END-IF
           END-PERFORM
           IF FOUND-ENGINE-MOVE = 0
               IF BLOCK-NUM NOT = 0
                   MOVE BLOCK-NUM TO ENGINE-PICK
               ELSE
                   COMPUTE LEVEL-RANDOM = FUNCTION RANDOM
                   COMPUTE LEVEL-PICK =
                       LEVEL-RANDOM * FREE-COUNT + 1
                   IF LEVEL-PICK > FREE-COUNT
                       MOVE FREE-COUNT TO LEVEL-PICK
                   END-IF
                   MOVE FREE-NUMS(LEVEL-PICK) TO ENGINE-PICK
               END-IF
           END-IF
           .
      *
      * Board shown via the 3x3 magic square layout
      * (2 7 6 / 9 5 1 / 4 3 8), the same mapping used throughout
      * the Game of 15 family for printing a human-readable board.
      * Under GRID notation the rows and columns are labelled and
      * the free cells left blank instead of numbered.
       DISPLAY-BOARD.
           DISPLAY " "
           IF MOVE-NOTATION = "GRID"
               DISPLAY "  1  2  3"
           END-IF
           PERFORM DISPLAY-BOARD-ROW-1
           PERFORM DISPLAY-BOARD-ROW-2
           PERFORM DISPLAY-BOARD-ROW-3
       DISPLAY-BOARD-ROW-1.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "A" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           PERFORM BOARD-CELL-2
           PERFORM BOARD-CELL-7
           PERFORM BOARD-CELL-6
       DISPLAY-BOARD-ROW-2.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "B" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           PERFORM BOARD-CELL-9
           PERFORM BOARD-CELL-5
           PERFORM BOARD-CELL-1
       DISPLAY-BOARD-ROW-3.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO LINE-POS
           IF MOVE-NOTATION = "GRID"
               MOVE "C" TO OUTPUT-LINE(1:1)
               MOVE 2 TO LINE-POS
           END-IF
           PERFORM BOARD-CELL-4
           PERFORM BOARD-CELL-3
           PERFORM BOARD-CELL-8
               WHEN 2
                   MOVE " O " TO OUTPUT-LINE(LINE-POS:3)
               WHEN OTHER
                   IF MOVE-NOTATION = "GRID"
                       MOVE " . " TO OUTPUT-LINE(LINE-POS:3)
                   ELSE
                       MOVE " ." TO OUTPUT-LINE(LINE-POS:2)
                       MOVE CUR-NUM TO DISP-DIGIT
                       MOVE DISP-DIGIT
                           TO OUTPUT-LINE(LINE-POS + 2:1)
                   END-IF
           END-EVALUATE
           ADD 3 TO LINE-POS
           .
      *
      * ============================================================
      * Move notation. FORMAT-MOVE prints number MOVE-NUM as the
      * notation in force (0.0n, or its grid square) into
      * MOVE-TEXT; PARSE-SQUARE turns a square typed in MOVE-TEXT
      * (either case) back into its number, 0 when it names none.
      * ============================================================
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
       PARSE-SQUARE.
           MOVE FUNCTION UPPER-CASE(MOVE-TEXT) TO MOVE-TEXT
           MOVE 0 TO MOVE-NUM
           PERFORM VARYING SQUARE-IDX FROM 1 BY 1
               UNTIL SQUARE-IDX > 9 OR MOVE-NUM NOT = 0
               IF MOVE-TEXT = SQUARE-NAME(SQUARE-IDX)
                   MOVE SQUARE-IDX TO MOVE-NUM
               END-IF
           END-PERFORM
           .
      *
      * ============================================================
      * Append one line per finished --play game to the persistent
      * session file: date, player initials, side played, the move
      * list in the same LEN=/MOVES=/OUTCOME= layout the
      * GAME015-UNIQUE export uses, the ply of the human's first
      * value-losing move (FIRSTMISS=0 means played clean), and
      * the roster trainee ID. The training reports read this file.
      * ============================================================
       WRITE-SESSION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           MOVE FIRST-MISS-PLY TO MISS-DISP
           STRING " OUTCOME=" SESSION-OUTCOME
               " FIRSTMISS=" FUNCTION TRIM(MISS-DISP)
               " TRAINEE=" FUNCTION TRIM(PLAYER-TRAINEE)
               " LEVEL=" FUNCTION TRIM(ENGINE-LEVEL)
               DELIMITED BY SIZE
               INTO SESSION-LINE WITH POINTER SESSION-POS
           END-STRING
           IF CMD-LINE NOT = SPACES
               UNSTRING CMD-LINE DELIMITED BY ALL SPACES
                   INTO WS-TOK1 WS-TOK2 WS-TOK3 WS-TOK4
                        WS-TOK5 WS-TOK6 WS-TOK7
               END-UNSTRING
               IF WS-TOK1 = "--play"
                   MOVE 1 TO PLAY-MODE
                   MOVE WS-TOK2 TO OPT-NAME
                   MOVE WS-TOK3 TO OPT-VALUE
                   PERFORM PARSE-PLAY-OPTION
                   MOVE WS-TOK4 TO OPT-NAME
                   MOVE WS-TOK5 TO OPT-VALUE
                   PERFORM PARSE-PLAY-OPTION
                   MOVE WS-TOK6 TO OPT-NAME
                   MOVE WS-TOK7 TO OPT-VALUE
                   PERFORM PARSE-PLAY-OPTION
               END-IF
               IF WS-TOK1 = "--depth"
                   COMPUTE MAX-DEPTH =
           END-IF
           .
      *
      * The --play options, --side N, --level L and --notation N,
      * in any order.
       PARSE-PLAY-OPTION.
           IF OPT-NAME = "--side"
               MOVE OPT-VALUE TO SIDE-ARG
               PERFORM PARSE-SIDE-ARG
           END-IF
           IF OPT-NAME = "--level"
               PERFORM PARSE-LEVEL-ARG
           END-IF
           IF OPT-NAME = "--notation"
               PERFORM PARSE-NOTATION-ARG
           END-IF
           .
      *
      * --notation names one of the two move notations.
       PARSE-NOTATION-ARG.
           MOVE FUNCTION UPPER-CASE(OPT-VALUE) TO OPT-VALUE
           IF OPT-VALUE = "NUMBER" OR OPT-VALUE = "GRID"
               MOVE OPT-VALUE TO NOTATION-OVERRIDE
           ELSE
               DISPLAY "Error: --notation must be NUMBER or GRID."
               MOVE 34 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      * --level names one of the three engine strengths.
       PARSE-LEVEL-ARG.
           MOVE FUNCTION UPPER-CASE(OPT-VALUE) TO OPT-VALUE
           IF OPT-VALUE = "NOVICE" OR OPT-VALUE = "CLUB"
               OR OPT-VALUE = "PERFECT"
               MOVE OPT-VALUE TO LEVEL-OVERRIDE
           ELSE
               DISPLAY "Error: --level must be NOVICE, CLUB or "
                   "PERFECT."
               MOVE 33 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      * --side N from the command line must be 1 or 2; anything
      * else would silently hand the trainee the wrong seat.
       PARSE-SIDE-ARG.
