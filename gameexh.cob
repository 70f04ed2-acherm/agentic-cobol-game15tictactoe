      * TRAILER record. Fifty different perfect draws make a far
      * better teaching set than the one leftmost line.
      *
      * The export opens with a provenance record naming the memo
      * cache it was played from and that cache's TRAILER count
      * and checksum (PROVENANCE INPUT=<file> COUNT=n CHECKSUM=n,
      * covered by the export's own seal), so GAMELINE can tell
      * when a rebuilt cache has left the set stale.
      *
      * The random sequence is seeded (--seed, default 1), so a
      * handout set can be regenerated exactly.
      *
       01  SEAL-VALUE         PIC X(12) VALUE SPACES.
       01  SEAL-OK            PIC 9 VALUE 0.
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
       01  PROV-LINE          PIC X(80) VALUE SPACES.
      *
      * Winning triples
       01  WIN-TRIPLES.
           05  TRIPLE-DATA    PIC X(24)
           OPEN OUTPUT EXHIB-FILE
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO SEAL-CHECKSUM
           PERFORM VARYING PROV-IDX FROM 1 BY 1
               UNTIL PROV-IDX > PROV-USED
               PERFORM WRITE-PROVENANCE-RECORD
           END-PERFORM
           COMPUTE ATTEMPT-LIMIT = WANT-COUNT * 200
           PERFORM GENERATE-ONE-GAME
               UNTIL SEEN-COUNT >= WANT-COUNT
               SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
           .
      *
      * The provenance record for input PROV-IDX, sealed with the
      * games it heads.
       WRITE-PROVENANCE-RECORD.
           PERFORM BUILD-PROVENANCE-LINE
           MOVE PROV-LINE TO EXHIB-RECORD
           WRITE EXHIB-RECORD
           MOVE SPACES TO SEAL-TEXT
           MOVE PROV-LINE TO SEAL-TEXT
           PERFORM COMPUTE-RECORD-SEAL
           ADD 1 TO SEAL-COUNT
           COMPUTE SEAL-CHECKSUM = FUNCTION MOD(
               SEAL-CHECKSUM + SEAL-REC-SUM, 1000000000)
           .
      *
      * ============================================================
      * Load the memo cache, refusing it when its TRAILER seal is
      * missing or wrong.
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MEMO-NAME TO PROV-INPUT-NAME
           PERFORM NOTE-PROVENANCE
           .
      *
       COMPUTE-POS-KEY.
               INTO SEAL-LINE
           END-STRING
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
       PARSE-SEAL-LINE.
           MOVE 0 TO SEAL-EXP-COUNT
