       PROGRAM-ID. GAMEBASE.
      *
      * Baseline snapshot and promotion utility for the GAMEDRV
      * VERIFY regression decks. A cycle is certified when the last
      * SUMMARY record of GAMEDRV-LOG shows HIGHEST-RC=0 and a
      * fresh GAMERECON run ends with return code zero.
      *
      * Promotion takes two people (maker-checker). --promote does
      * not touch the baselines: on a certified cycle it files a
      * promotion request in the approval file, recording the
      * requesting operator, the reason, and the certified cycle
      * (its summary timestamp). A different operator then
      * --approve's or --reject's the request by its number. Only
      * an approval copies the configured list of outputs into the
      * versioned baseline set, and only while the cycle the
      * request certified is still the latest one (the cycle is
      * certified again, GAMERECON included, at approval time):
      *
      *   BASELINE-<set>-<file>      one copy per snapshotted file
      *   BASELINE-<set>-MANIFEST    promotion date, the certified
      *                              cycle's summary timestamp, the
      *                              request number, requester and
      *                              approver, the reason, and a
      *                              record count per file; each
      *                              sealed file is followed by its
      *                              provenance line (PROVENANCE
      *                              INPUT=<file> COUNT=n
      *                              CHECKSUM=n, its TRAILER as
      *                              copied) for GAMELINE
      *
      * A request not decided within APPROVAL-EXPIRY-DAYS days of
      * being raised expires; every run sweeps the file first, so
      * an expired request can be neither approved nor rejected.
      * Only one request per set may be pending at a time. --list
      * shows every request, pending, approved, rejected and
      * expired, with a count per status. Operator IDs are held in
      * upper case, so "jsmith" and "JSMITH" are one operator.
      *
      * The approval file is the audit trail and is sealed with a
      * TRAILER record like the suite's other sealed files; every
      * change rewrites it through a .NEW copy. One fixed-column
      * record per request:
      *
      *   1-6     request number          8-15    status (PENDING,
      *   17-32   baseline set                    APPROVED, REJECTED,
      *   34-49   requested by                    EXPIRED)
      *   51-69   requested at (YYYY-MM-DD HH:MM:SS)
      *   71-89   certified cycle (the GAMEDRV-LOG summary stamp)
      *   91-106  decided by (blank while pending or expired)
      *   108-126 decided at
      *   128-187 reason for the request
      *   189-248 decision note (the approver's or rejecter's
      *           --reason, or the expiry)
      *
      * A VERIFY card can then name the set instead of a raw
      * baseline file (VERIFY <output> BASELINE=<set>), so every
      * comparison runs against a baseline with a pedigree instead
      * of a file somebody copied around after a "looks good".
      *
      * Usage: ./gamebase --promote <set-name> --by <operator>
      *                     --reason <text>
      *        ./gamebase --approve <request> --by <operator>
      *                     [--reason <text>]
      *        ./gamebase --reject <request> --by <operator>
      *                     [--reason <text>]
      *        ./gamebase --list
      *   --reason takes the rest of the command line (60
      *   characters are kept), so it comes last.
      *
      * GAMES-SITE-CONFIG keys:
      *   BASELINE-FILES  comma-separated list of files to
      *                   snapshot (default: GAME015-RESULT.CSV,
      *                   GAME015-UNIQUE, GAMEN-TRIPLES.CSV,
      *                   GAME015TREE-MEMO, GAME15TREE-MEMO)
      *   APPROVAL-FILE   the promotion request file (default
      *                   GAMEBASE-APPROVALS)
      *   APPROVAL-EXPIRY-DAYS
      *                   days a request may stay pending
      *                   (default 7)
      *
      * Return codes:
      *   0  request filed, approved (baseline set promoted),
      *      rejected, or listed
      *   1  usage error
      *   8  the cycle is not certified (driver summary not clean,
      *      or GAMERECON disagreed), or a newer cycle has run
      *      since the request was raised
      *  12  the request was refused: unknown request number, not
      *      pending (already decided or expired), the approver is
      *      the requester, or the set already has a request
      *      pending
      *  16  a configured file is missing, GAMEDRV-LOG cannot be
      *      read, or the approval file cannot be written
      *  20  the approval file failed its TRAILER integrity seal
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CONFIG-FILE ASSIGN TO "GAMES-SITE-CONFIG"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-CONFIG.
           SELECT APPROVAL-FILE ASSIGN TO DYNAMIC APPROVAL-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL.
           SELECT APPROVAL-NEW-FILE ASSIGN TO DYNAMIC APPROVAL-NEW-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS FS-APPROVAL-NEW.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD      PIC X(80).
      *
       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-RECORD    PIC X(248).
      *
       FD  APPROVAL-NEW-FILE
           RECORDING MODE IS F.
       01  APPROVAL-NEW-RECORD PIC X(248).
      *
       WORKING-STORAGE SECTION.
      *
       01  CONFIG-VALUE       PIC X(80) VALUE SPACES.
      *
      * Command line
       01  CMD-LINE           PIC X(200) VALUE SPACES.
       01  CMD-POS            PIC 999 VALUE 1.
       01  ARG-TOKEN          PIC X(40) VALUE SPACES.
       01  ARG-MODE           PIC X(10) VALUE SPACES.
       01  ARG-OBJECT         PIC X(40) VALUE SPACES.
       01  ARG-ERROR          PIC 9 VALUE 0.
       01  SET-NAME           PIC X(16) VALUE SPACES.
       01  OPERATOR-ID        PIC X(16) VALUE SPACES.
       01  REASON-TEXT        PIC X(60) VALUE SPACES.
       01  REQUEST-NUM        PIC 9(6) VALUE 0.
      *
      * The approval file, held whole while a run works on it
       01  APPROVAL-NAME      PIC X(40) VALUE "GAMEBASE-APPROVALS".
       01  APPROVAL-NEW-NAME  PIC X(44) VALUE SPACES.
       01  FS-APPROVAL        PIC XX VALUE SPACES.
       01  FS-APPROVAL-NEW    PIC XX VALUE SPACES.
       01  APPROVAL-EOF       PIC 9 VALUE 0.
       01  EXPIRY-DAYS        PIC 9(3) VALUE 7.
       01  APPROVAL-LINE.
           05  AL-ID          PIC 9(6).
           05  FILLER         PIC X.
           05  AL-STATUS      PIC X(8).
           05  FILLER         PIC X.
           05  AL-SET         PIC X(16).
           05  FILLER         PIC X.
           05  AL-REQUESTER   PIC X(16).
           05  FILLER         PIC X.
           05  AL-REQUESTED   PIC X(19).
           05  FILLER         PIC X.
           05  AL-CYCLE       PIC X(19).
           05  FILLER         PIC X.
           05  AL-DECIDER     PIC X(16).
           05  FILLER         PIC X.
           05  AL-DECIDED     PIC X(19).
           05  FILLER         PIC X.
           05  AL-REASON      PIC X(60).
           05  FILLER         PIC X.
           05  AL-NOTE        PIC X(60).
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 999 TIMES.
               10  AP-LINE    PIC X(248).
       01  APPROVAL-COUNT     PIC 9(3) VALUE 0.
       01  AP-IDX             PIC 9(3) VALUE 0.
       01  AP-FOUND           PIC 9(3) VALUE 0.
       01  AP-HIGH-ID         PIC 9(6) VALUE 0.
       01  AP-EXPIRED         PIC 9(3) VALUE 0.
       01  AP-REQ-DATE        PIC 9(8) VALUE 0.
       01  AP-AGE-DAYS        PIC S9(7) VALUE 0.
       01  TODAY-DATE         PIC 9(8) VALUE 0.
       01  NOW-STAMP          PIC X(19) VALUE SPACES.
       01  COUNT-PENDING      PIC 9(3) VALUE 0.
       01  COUNT-APPROVED     PIC 9(3) VALUE 0.
       01  COUNT-REJECTED     PIC 9(3) VALUE 0.
       01  COUNT-EXPIRED      PIC 9(3) VALUE 0.
       01  COUNT-DISP-1       PIC ZZ9.
       01  COUNT-DISP-2       PIC ZZ9.
       01  COUNT-DISP-3       PIC ZZ9.
       01  COUNT-DISP-4       PIC ZZ9.
       01  MV-COMMAND         PIC X(120) VALUE SPACES.
      *
      * TRAILER integrity-seal state for the approval file
       01  TRAILER-SEEN       PIC 9 VALUE 0.
       01  SEAL-OK            PIC 9 VALUE 1.
       01  SEAL-COUNT         PIC 9(8) VALUE 0.
       01  SEAL-CHECKSUM      PIC 9(9) VALUE 0.
       01  SEAL-EXP-COUNT     PIC 9(8) VALUE 0.
       01  SEAL-EXP-CHECKSUM  PIC 9(9) VALUE 0.
       01  SEAL-REC-SUM       PIC 9(9) VALUE 0.
       01  SEAL-TEXT          PIC X(248) VALUE SPACES.
       01  SEAL-LEN           PIC 999 VALUE 0.
       01  SEAL-I             PIC 999 VALUE 0.
       01  SEAL-LINE          PIC X(80) VALUE SPACES.
       01  SEAL-DISP          PIC Z(7)9.
       01  SEAL-DISP2         PIC Z(8)9.
       01  SEAL-TOK-1         PIC X(20) VALUE SPACES.
       01  SEAL-TOK-2         PIC X(30) VALUE SPACES.
       01  SEAL-TOK-3         PIC X(30) VALUE SPACES.
       01  SEAL-FIELD         PIC X(12) VALUE SPACES.
       01  SEAL-VALUE         PIC X(20) VALUE SPACES.
      *
      * The files to snapshot (BASELINE-FILES in the site config
      * overrides the built-in default list)
           05  FILE-ENTRY     OCCURS 10 TIMES.
               10  FT-NAME    PIC X(40).
               10  FT-COUNT   PIC 9(8).
               10  FT-SEALED  PIC 9.
               10  FT-SEAL-COUNT  PIC 9(8).
               10  FT-SEAL-SUM    PIC 9(9).
       01  FILE-COUNT         PIC 99 VALUE 0.
       01  FILE-TOKENS.
           05  FILE-TOK       PIC X(40) OCCURS 10 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           ACCEPT CMD-LINE FROM COMMAND-LINE
           PERFORM PARSE-ARGS
           IF ARG-ERROR = 1
               DISPLAY "Usage: ./gamebase --promote <set-name> "
                   "--by <operator> --reason <text>"
               DISPLAY "       ./gamebase --approve <request> "
                   "--by <operator> [--reason <text>]"
               DISPLAY "       ./gamebase --reject <request> "
                   "--by <operator> [--reason <text>]"
               DISPLAY "       ./gamebase --list"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BASELINE-DEFAULT TO BASELINE-LIST
           PERFORM LOAD-SITE-CONFIG
           PERFORM SPLIT-BASELINE-LIST
      *
           PERFORM LOAD-APPROVALS
           PERFORM EXPIRE-OLD-REQUESTS
           EVALUATE ARG-MODE
               WHEN "--promote"
                   PERFORM RAISE-REQUEST
               WHEN "--approve"
                   PERFORM APPROVE-REQUEST
               WHEN "--reject"
                   PERFORM REJECT-REQUEST
               WHEN OTHER
                   PERFORM LIST-REQUESTS
           END-EVALUATE
           STOP RUN
           .
      *
      * ============================================================
      * Command line: the mode and its object (the set name or the
      * request number), then --by and --reason in any order;
      * --reason takes everything after it.
      * ============================================================
       PARSE-ARGS.
           MOVE 1 TO CMD-POS
           PERFORM NEXT-ARG-TOKEN
           MOVE ARG-TOKEN TO ARG-MODE
           IF ARG-MODE NOT = "--list"
               PERFORM NEXT-ARG-TOKEN
               MOVE ARG-TOKEN TO ARG-OBJECT
           END-IF
           PERFORM NEXT-ARG-TOKEN
           PERFORM APPLY-ARG-TOKEN UNTIL ARG-TOKEN = SPACES
      *
           EVALUATE ARG-MODE
               WHEN "--promote"
                   IF ARG-OBJECT = SPACES
                       OR ARG-OBJECT(1:2) = "--"
                       OR OPERATOR-ID = SPACES
                       OR REASON-TEXT = SPACES
                       MOVE 1 TO ARG-ERROR
                   ELSE
                       MOVE ARG-OBJECT(1:16) TO SET-NAME
                   END-IF
               WHEN "--approve"
               WHEN "--reject"
                   IF ARG-OBJECT = SPACES
                       OR FUNCTION TEST-NUMVAL(ARG-OBJECT) NOT = 0
                       OR OPERATOR-ID = SPACES
                       MOVE 1 TO ARG-ERROR
                   ELSE
                       IF FUNCTION NUMVAL(ARG-OBJECT) < 1
                           OR FUNCTION NUMVAL(ARG-OBJECT) > 999999
                           MOVE 1 TO ARG-ERROR
                       ELSE
                           COMPUTE REQUEST-NUM =
                               FUNCTION NUMVAL(ARG-OBJECT)
                       END-IF
                   END-IF
               WHEN "--list"
                   CONTINUE
               WHEN OTHER
                   MOVE 1 TO ARG-ERROR
           END-EVALUATE
           .
      *
       NEXT-ARG-TOKEN.
           MOVE SPACES TO ARG-TOKEN
           IF CMD-POS <= 200
               UNSTRING CMD-LINE DELIMITED BY ALL SPACES
                   INTO ARG-TOKEN WITH POINTER CMD-POS
               END-UNSTRING
           END-IF
           .
      *
       APPLY-ARG-TOKEN.
           EVALUATE ARG-TOKEN
               WHEN "--by"
                   PERFORM NEXT-ARG-TOKEN
                   IF ARG-TOKEN = SPACES OR ARG-TOKEN(1:2) = "--"
                       MOVE 1 TO ARG-ERROR
                       MOVE SPACES TO ARG-TOKEN
                   ELSE
                       MOVE FUNCTION UPPER-CASE(ARG-TOKEN)
                           TO OPERATOR-ID
                       PERFORM NEXT-ARG-TOKEN
                   END-IF
               WHEN "--reason"
                   IF CMD-POS <= 200
                       MOVE FUNCTION TRIM(CMD-LINE(CMD-POS:))
                           TO REASON-TEXT
                   END-IF
                   MOVE SPACES TO ARG-TOKEN
               WHEN OTHER
                   MOVE 1 TO ARG-ERROR
                   MOVE SPACES TO ARG-TOKEN
           END-EVALUATE
           .
      *
      * ============================================================
      * --promote: certify the cycle and file a pending request for
      * a second operator to decide. Nothing is copied yet.
      * ============================================================
       RAISE-REQUEST.
           MOVE 0 TO AP-FOUND
           PERFORM VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > APPROVAL-COUNT
               MOVE AP-LINE(AP-IDX) TO APPROVAL-LINE
               IF AL-STATUS = "PENDING" AND AL-SET = SET-NAME
                   MOVE AP-IDX TO AP-FOUND
               END-IF
           END-PERFORM
           IF AP-FOUND > 0
               MOVE AP-LINE(AP-FOUND) TO APPROVAL-LINE
               DISPLAY "GAMEBASE: baseline set "
                   FUNCTION TRIM(SET-NAME) " already has request "
                   AL-ID " pending (raised by "
                   FUNCTION TRIM(AL-REQUESTER)
                   ") - approve or reject it first."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF APPROVAL-COUNT >= 999
               DISPLAY "GAMEBASE: " FUNCTION TRIM(APPROVAL-NAME)
                   " is full (999 requests) - archive it before "
                   "raising another."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *
           PERFORM CHECK-DRIVER-SUMMARY
           PERFORM CHECK-GAMERECON
      *
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM SET-NOW-STAMP
           MOVE SPACES TO APPROVAL-LINE
           COMPUTE AL-ID = AP-HIGH-ID + 1
           MOVE "PENDING" TO AL-STATUS
           MOVE SET-NAME TO AL-SET
           MOVE OPERATOR-ID TO AL-REQUESTER
           MOVE NOW-STAMP TO AL-REQUESTED
           MOVE SUMMARY-STAMP TO AL-CYCLE
           MOVE REASON-TEXT TO AL-REASON
           ADD 1 TO APPROVAL-COUNT
           MOVE APPROVAL-LINE TO AP-LINE(APPROVAL-COUNT)
           PERFORM REWRITE-APPROVALS
           MOVE EXPIRY-DAYS TO DISPLAY-NUM
           DISPLAY "GAMEBASE: cycle certified (summary "
               SUMMARY-STAMP ", GAMERECON clean)."
           DISPLAY "GAMEBASE: promotion request " AL-ID
               " filed for baseline set " FUNCTION TRIM(SET-NAME)
               " by " FUNCTION TRIM(OPERATOR-ID)
               " - a different operator must approve it within "
               FUNCTION TRIM(DISPLAY-NUM) " day(s)."
           .
      *
      * ============================================================
      * --approve: a second operator releases the request. The
      * cycle it certified must still be the latest one and must
      * certify again; only then are the files snapshotted.
      * ============================================================
       APPROVE-REQUEST.
           PERFORM FIND-PENDING-REQUEST
           MOVE AL-SET TO SET-NAME
           PERFORM CHECK-DRIVER-SUMMARY
           IF SUMMARY-STAMP NOT = AL-CYCLE
               DISPLAY "GAMEBASE: request " AL-ID " certified the "
                   "cycle of " AL-CYCLE ", but GAMEDRV-LOG now ends "
                   "with the cycle of " SUMMARY-STAMP
                   " - nothing promoted; raise a new request."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-GAMERECON
      *
           DISPLAY "GAMEBASE: cycle certified (summary "
               SUMMARY-STAMP ", GAMERECON clean) - promoting "
               UNTIL IDX > FILE-COUNT
               PERFORM SNAPSHOT-ONE-FILE
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM SET-NOW-STAMP
           MOVE "APPROVED" TO AL-STATUS
           MOVE OPERATOR-ID TO AL-DECIDER
           MOVE NOW-STAMP TO AL-DECIDED
           MOVE REASON-TEXT TO AL-NOTE
           MOVE APPROVAL-LINE TO AP-LINE(AP-FOUND)
           PERFORM WRITE-MANIFEST
           PERFORM REWRITE-APPROVALS
           DISPLAY "GAMEBASE: baseline set "
               FUNCTION TRIM(SET-NAME) " promoted ("
               FILE-COUNT " file(s)) - request " AL-ID
               " raised by " FUNCTION TRIM(AL-REQUESTER)
               ", approved by " FUNCTION TRIM(OPERATOR-ID) "."
           .
      *
      * ============================================================
      * --reject: a second operator turns the request down; the
      * baselines are not touched.
      * ============================================================
       REJECT-REQUEST.
           PERFORM FIND-PENDING-REQUEST
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM SET-NOW-STAMP
           MOVE "REJECTED" TO AL-STATUS
           MOVE OPERATOR-ID TO AL-DECIDER
           MOVE NOW-STAMP TO AL-DECIDED
           MOVE REASON-TEXT TO AL-NOTE
           MOVE APPROVAL-LINE TO AP-LINE(AP-FOUND)
           PERFORM REWRITE-APPROVALS
           DISPLAY "GAMEBASE: request " AL-ID " (baseline set "
               FUNCTION TRIM(AL-SET) ", raised by "
               FUNCTION TRIM(AL-REQUESTER) ") rejected by "
               FUNCTION TRIM(OPERATOR-ID) " - nothing promoted."
           .
      *
      * The request to decide: it must exist, still be pending, and
      * have been raised by someone other than the deciding
      * operator. Leaves it in APPROVAL-LINE, its slot in AP-FOUND.
       FIND-PENDING-REQUEST.
           MOVE 0 TO AP-FOUND
           PERFORM VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > APPROVAL-COUNT
               MOVE AP-LINE(AP-IDX) TO APPROVAL-LINE
               IF AL-ID = REQUEST-NUM
                   MOVE AP-IDX TO AP-FOUND
               END-IF
           END-PERFORM
           IF AP-FOUND = 0
               DISPLAY "GAMEBASE: there is no promotion request "
                   REQUEST-NUM " in " FUNCTION TRIM(APPROVAL-NAME)
                   "."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AP-LINE(AP-FOUND) TO APPROVAL-LINE
           IF AL-STATUS NOT = "PENDING"
               DISPLAY "GAMEBASE: request " AL-ID " is "
                   FUNCTION TRIM(AL-STATUS) " - only a pending "
                   "request can be approved or rejected."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AL-REQUESTER = OPERATOR-ID
               DISPLAY "GAMEBASE: request " AL-ID " was raised by "
                   FUNCTION TRIM(AL-REQUESTER) " - a different "
                   "operator must approve or reject it."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .
      *
      * ============================================================
      * --list: every request on file, oldest first, with a count
      * per status.
      * ============================================================
       LIST-REQUESTS.
           IF APPROVAL-COUNT = 0
               DISPLAY "GAMEBASE: no promotion requests in "
                   FUNCTION TRIM(APPROVAL-NAME) "."
           ELSE
               MOVE 0 TO COUNT-PENDING COUNT-APPROVED
                   COUNT-REJECTED COUNT-EXPIRED
               DISPLAY "GAMEBASE: promotion requests in "
                   FUNCTION TRIM(APPROVAL-NAME)
               DISPLAY " "
               DISPLAY "Request  Status    Set              "
                   "Requested by     Requested            "
                   "Cycle                Decided by       Decided"
               PERFORM VARYING AP-IDX FROM 1 BY 1
                   UNTIL AP-IDX > APPROVAL-COUNT
                   PERFORM LIST-ONE-REQUEST
               END-PERFORM
               DISPLAY " "
               MOVE COUNT-PENDING TO COUNT-DISP-1
               MOVE COUNT-APPROVED TO COUNT-DISP-2
               MOVE COUNT-REJECTED TO COUNT-DISP-3
               MOVE COUNT-EXPIRED TO COUNT-DISP-4
               DISPLAY "Pending " FUNCTION TRIM(COUNT-DISP-1)
                   "  Approved " FUNCTION TRIM(COUNT-DISP-2)
                   "  Rejected " FUNCTION TRIM(COUNT-DISP-3)
                   "  Expired " FUNCTION TRIM(COUNT-DISP-4)
           END-IF
           .
      *
       LIST-ONE-REQUEST.
           MOVE AP-LINE(AP-IDX) TO APPROVAL-LINE
           EVALUATE AL-STATUS
               WHEN "PENDING"
                   ADD 1 TO COUNT-PENDING
               WHEN "APPROVED"
                   ADD 1 TO COUNT-APPROVED
               WHEN "REJECTED"
                   ADD 1 TO COUNT-REJECTED
               WHEN OTHER
                   ADD 1 TO COUNT-EXPIRED
           END-EVALUATE
           IF AL-DECIDER = SPACES
               MOVE "-" TO AL-DECIDER
           END-IF
           IF AL-DECIDED = SPACES
               MOVE "-" TO AL-DECIDED
           END-IF
           DISPLAY AL-ID "   " AL-STATUS "  " AL-SET " "
               AL-REQUESTER " " AL-REQUESTED "  " AL-CYCLE "  "
               AL-DECIDER " " AL-DECIDED
           DISPLAY "         reason: " FUNCTION TRIM(AL-REASON)
           IF AL-NOTE NOT = SPACES
               DISPLAY "         note:   " FUNCTION TRIM(AL-NOTE)
           END-IF
           .
      *
      * ============================================================
      * The approval file: loaded whole and checked against its
      * TRAILER seal on every run; a missing file is simply empty.
      * ============================================================
       LOAD-APPROVALS.
           MOVE 0 TO APPROVAL-COUNT
           MOVE 0 TO AP-HIGH-ID
           OPEN INPUT APPROVAL-FILE
           IF FS-APPROVAL = "00"
               MOVE 1 TO SEAL-OK
               MOVE 0 TO SEAL-COUNT
               MOVE 0 TO SEAL-CHECKSUM
               MOVE 0 TO TRAILER-SEEN
               MOVE 0 TO APPROVAL-EOF
               PERFORM READ-APPROVAL-RECORD UNTIL APPROVAL-EOF = 1
               CLOSE APPROVAL-FILE
               IF SEAL-OK = 1
                   IF TRAILER-SEEN = 0
                       OR SEAL-EXP-COUNT NOT = SEAL-COUNT
                       OR SEAL-EXP-CHECKSUM NOT = SEAL-CHECKSUM
                       MOVE 0 TO SEAL-OK
                   END-IF
               END-IF
               IF SEAL-OK = 0
                   DISPLAY "GAMEBASE: " FUNCTION TRIM(APPROVAL-NAME)
                       " failed its integrity seal - refusing the "
                       "file (see ./gamercvr)."
                   MOVE 20 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF SEAL-COUNT > 999
                   DISPLAY "GAMEBASE: " FUNCTION TRIM(APPROVAL-NAME)
                       " holds more than 999 requests - archive it "
                       "first."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .
      *
       READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
               AT END
                   MOVE 1 TO APPROVAL-EOF
               NOT AT END
                   IF APPROVAL-RECORD(1:8) = "TRAILER "
                       MOVE SPACES TO SEAL-LINE
                       MOVE APPROVAL-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO TRAILER-SEEN
                   ELSE
                       IF TRAILER-SEEN = 1
                           MOVE 0 TO SEAL-OK
                           MOVE 1 TO APPROVAL-EOF
                       ELSE
                           MOVE APPROVAL-RECORD TO SEAL-TEXT
                           PERFORM COMPUTE-RECORD-SEAL
                           ADD 1 TO SEAL-COUNT
                           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                               SEAL-CHECKSUM + SEAL-REC-SUM,
                               1000000000)
                           IF APPROVAL-COUNT < 999
                               ADD 1 TO APPROVAL-COUNT
                               MOVE APPROVAL-RECORD
                                   TO AP-LINE(APPROVAL-COUNT)
                               MOVE APPROVAL-RECORD TO APPROVAL-LINE
                               IF AL-ID > AP-HIGH-ID
                                   MOVE AL-ID TO AP-HIGH-ID
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
      *
      * A pending request more than APPROVAL-EXPIRY-DAYS days old
      * (by calendar date) expires; the file is rewritten at once
      * so the expiry stands whatever this run goes on to do.
       EXPIRE-OLD-REQUESTS.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           PERFORM SET-NOW-STAMP
           MOVE RUN-TIMESTAMP(1:8) TO TODAY-DATE
           MOVE 0 TO AP-EXPIRED
           PERFORM VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > APPROVAL-COUNT
               MOVE AP-LINE(AP-IDX) TO APPROVAL-LINE
               IF AL-STATUS = "PENDING"
                   COMPUTE AP-REQ-DATE =
                       FUNCTION NUMVAL(AL-REQUESTED(1:4)) * 10000
                       + FUNCTION NUMVAL(AL-REQUESTED(6:2)) * 100
                       + FUNCTION NUMVAL(AL-REQUESTED(9:2))
                   COMPUTE AP-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(AP-REQ-DATE)
                   IF AP-AGE-DAYS > EXPIRY-DAYS
                       PERFORM EXPIRE-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM
           IF AP-EXPIRED > 0
               PERFORM REWRITE-APPROVALS
           END-IF
           .
      *
       EXPIRE-ONE-REQUEST.
           MOVE "EXPIRED" TO AL-STATUS
           MOVE NOW-STAMP TO AL-DECIDED
           MOVE EXPIRY-DAYS TO DISPLAY-NUM
           MOVE SPACES TO AL-NOTE
           STRING "not decided within "
               FUNCTION TRIM(DISPLAY-NUM) " day(s)"
               DELIMITED BY SIZE
               INTO AL-NOTE
           END-STRING
           MOVE APPROVAL-LINE TO AP-LINE(AP-IDX)
           ADD 1 TO AP-EXPIRED
           DISPLAY "GAMEBASE: request " AL-ID " (baseline set "
               FUNCTION TRIM(AL-SET) ", raised by "
               FUNCTION TRIM(AL-REQUESTER) " " AL-REQUESTED(1:10)
               ") has expired."
           .
      *
      * Every change rewrites the whole file through a .NEW copy
      * with a fresh TRAILER seal, the way the sealed files are
      * appended to elsewhere in the suite.
       REWRITE-APPROVALS.
           MOVE SPACES TO APPROVAL-NEW-NAME
           STRING FUNCTION TRIM(APPROVAL-NAME) ".NEW"
               DELIMITED BY SIZE
               INTO APPROVAL-NEW-NAME
           END-STRING
           OPEN OUTPUT APPROVAL-NEW-FILE
           IF FS-APPROVAL-NEW NOT = "00"
               DISPLAY "GAMEBASE: cannot create "
                   FUNCTION TRIM(APPROVAL-NEW-NAME)
                   " (status " FS-APPROVAL-NEW
                   ") - the approval file is unchanged."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           PERFORM VARYING AP-IDX FROM 1 BY 1
               UNTIL AP-IDX > APPROVAL-COUNT
               MOVE AP-LINE(AP-IDX) TO APPROVAL-NEW-RECORD
               WRITE APPROVAL-NEW-RECORD
               MOVE AP-LINE(AP-IDX) TO SEAL-TEXT
               PERFORM COMPUTE-RECORD-SEAL
               ADD 1 TO SEAL-COUNT
               COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
                   SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
           END-PERFORM
           PERFORM BUILD-SEAL-LINE
           MOVE SEAL-LINE TO APPROVAL-NEW-RECORD
           WRITE APPROVAL-NEW-RECORD
           CLOSE APPROVAL-NEW-FILE
           MOVE SPACES TO MV-COMMAND
           STRING "mv -f " FUNCTION TRIM(APPROVAL-NEW-NAME) " "
               FUNCTION TRIM(APPROVAL-NAME)
               DELIMITED BY SIZE
               INTO MV-COMMAND
           END-STRING
           CALL "SYSTEM" USING MV-COMMAND
           MOVE 0 TO RETURN-CODE
           .
      *
       SET-NOW-STAMP.
           MOVE SPACES TO NOW-STAMP
           STRING RS-YEAR "-" RS-MONTH "-" RS-DAY " "
               RS-HOUR ":" RS-MINUTE ":" RS-SECOND
               DELIMITED BY SIZE
               INTO NOW-STAMP
           END-STRING
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
               STOP RUN
           END-IF
           MOVE 0 TO REC-COUNT
           MOVE 0 TO FT-SEALED(IDX)
           MOVE 0 TO SNAP-EOF
           PERFORM COUNT-SNAP-RECORD UNTIL SNAP-EOF = 1
           CLOSE SNAP-FILE
                   MOVE 1 TO SNAP-EOF
               NOT AT END
      *            The TRAILER integrity seal is bookkeeping, not
      *            data; the manifest counts data records only,
      *            and keeps the seal as the copy's provenance.
                   IF SNAP-RECORD(1:8) NOT = "TRAILER "
                       ADD 1 TO REC-COUNT
                   ELSE
                       MOVE SNAP-RECORD(1:80) TO SEAL-LINE
                       PERFORM PARSE-SEAL-LINE
                       MOVE 1 TO FT-SEALED(IDX)
                       MOVE SEAL-EXP-COUNT TO FT-SEAL-COUNT(IDX)
                       MOVE SEAL-EXP-CHECKSUM TO FT-SEAL-SUM(IDX)
                   END-IF
           END-READ
           .
      *
      * ============================================================
      * The manifest is the baseline's pedigree: when it was
      * promoted, which certified cycle produced the data, who
      * asked for it and who approved it, how many records each
      * member held at promotion time, and for each sealed member
      * the TRAILER it was copied with.
      * ============================================================
       WRITE-MANIFEST.
           MOVE FUNCTION CURRENT-DATE TO RUN-TIMESTAMP
           END-STRING
           MOVE MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-LINE
           STRING "REQUEST=" AL-ID
               " REQUESTED-BY=" FUNCTION TRIM(AL-REQUESTER)
               " REQUESTED=" AL-REQUESTED
               " APPROVED-BY=" FUNCTION TRIM(AL-DECIDER)
               DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           MOVE MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-LINE
           STRING "REASON=" FUNCTION TRIM(AL-REASON)
               DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING
           MOVE MANIFEST-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
      *
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > FILE-COUNT
               END-STRING
               MOVE MANIFEST-LINE TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
               IF FT-SEALED(IDX) = 1
                   MOVE FT-SEAL-COUNT(IDX) TO SEAL-DISP
                   MOVE FT-SEAL-SUM(IDX) TO SEAL-DISP2
                   MOVE SPACES TO MANIFEST-LINE
                   STRING "PROVENANCE INPUT="
                       FUNCTION TRIM(FT-NAME(IDX))
                       " COUNT=" FUNCTION TRIM(SEAL-DISP)
                       " CHECKSUM=" FUNCTION TRIM(SEAL-DISP2)
                       DELIMITED BY SIZE
                       INTO MANIFEST-LINE
                   END-STRING
                   MOVE MANIFEST-LINE TO MANIFEST-RECORD
                   WRITE MANIFEST-RECORD
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE
           DISPLAY "  manifest " FUNCTION TRIM(MANIFEST-NAME)
                   WHEN "BASELINE-FILES"
                       MOVE FUNCTION TRIM(CONFIG-VALUE)
                           TO BASELINE-LIST
                   WHEN "APPROVAL-FILE"
                       IF CONFIG-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(CONFIG-VALUE)
                               TO APPROVAL-NAME
                       END-IF
                   WHEN "APPROVAL-EXPIRY-DAYS"
                       IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                           IF FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                               AND FUNCTION NUMVAL(CONFIG-VALUE)
                                   <= 365
                               COMPUTE EXPIRY-DAYS =
                                   FUNCTION NUMVAL(CONFIG-VALUE)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
