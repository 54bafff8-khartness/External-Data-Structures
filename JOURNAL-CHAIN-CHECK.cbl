       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           JOURNAL-CHAIN-CHECK.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Standalone integrity check for the transaction journal,
      *    the way INDEX-CHECK is for DATA.IDX.  Walks every closed
      *    generation in JRNLIDX.DAT order and then the live
      *    JOURNAL.DAT as one continuous chain, and reports:
      *      - a gap in the sequence numbers (lines taken out);
      *      - a sequence number lower than the one before it
      *        (lines moved or copied in);
      *      - an entry whose check value no longer follows from
      *        the entry before it (the entry, or the one before
      *        it, was edited after it was written);
      *      - an unstamped entry after the chain began;
      *      - a generation file that is missing, or that no longer
      *        ends at the sequence number and check value its index
      *        row recorded when JOURNAL-ROLLOVER closed it.
      *    Entries from before the chain existed carry no sequence
      *    number; those ahead of the first stamped entry are only
      *    counted.  After each problem the check picks the chain up
      *    again from the entry it stopped on, so one bad line is
      *    one problem, not every line after it.  A generation the
      *    retention run has destroyed is not read; the chain is
      *    picked up from the sequence number and check value its
      *    index row kept, so the next generation still verifies.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.

           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-ENTRY        PIC X(85).
           05  JI-SEQUENCE     PIC X(9).
           05  JI-SEQUENCE-N REDEFINES JI-SEQUENCE
                               PIC 9(9).
           05  JI-CHECK        PIC X(9).
           05  JI-CHECK-N REDEFINES JI-CHECK
                               PIC 9(9).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).
           05  GX-LAST-SEQUENCE PIC X(9).
           05  GX-LAST-CHECK   PIC X(9).
           05  GX-PURGED-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-IN-FILENAME PIC X(512).
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-JOURNAL-STATUS    PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

      *    every closed generation, in index order, with the chain
      *    end its index row recorded
       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-ENTRY     OCCURS 99 TIMES.
               10  W-GEN-NUMBER    PIC 9(4).
               10  W-GEN-LAST-SEQ  PIC X(9).
               10  W-GEN-LAST-CHECK PIC X(9).
               10  W-GEN-PURGED    PIC X(8).
       01  W-GEN-SUB           PIC 99 COMP.
       01  W-FILE-LABEL        PIC X(12).

      *    where the chain stands
       01  W-CHAIN-SW          PIC X VALUE 'N'.
           88  W-CHAIN-STARTED     VALUE 'Y'.
       01  W-EXPECT-SEQUENCE   PIC 9(9) VALUE 1.
       01  W-PREV-CHECK        PIC 9(9) VALUE 0.
       01  W-LAST-SEQUENCE     PIC 9(9) VALUE 0.
       01  W-COMPUTED-CHECK    PIC 9(9).
       01  W-MISSING-TO        PIC 9(9).
       01  W-FILE-LAST-SEQ     PIC X(9).
       01  W-FILE-LAST-CHECK   PIC X(9).

       01  W-ERRORS            PIC 9(9) COMP VALUE 0.
       01  W-FILES-READ        PIC 9(9) COMP VALUE 0.
       01  W-ENTRIES-READ      PIC 9(9) COMP VALUE 0.
       01  W-ENTRIES-VERIFIED  PIC 9(9) COMP VALUE 0.
       01  W-PRE-CHAIN         PIC 9(9) COMP VALUE 0.
       01  W-GENS-DESTROYED    PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "JOURNAL CHAIN CHECK -- JRNLIDX.DAT GENERATIONS AND",
               " JOURNAL.DAT".
           DISPLAY " ".
           PERFORM LOAD-GENERATIONS.
           PERFORM CHECK-ONE-GENERATION THRU CHECK-ONE-GENERATION-EXIT
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-IN-FILENAME.
           MOVE 'JOURNAL.DAT' TO W-FILE-LABEL.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           IF W-JOURNAL-STATUS NOT = '00' AND
                   W-JOURNAL-STATUS NOT = '10' THEN
               ADD 1 TO W-ERRORS
               DISPLAY "    LIVE JOURNAL NOT FOUND: ",
                   W-LIVE-JOURNAL-FILENAME
           END-IF.

           DISPLAY " ".
           MOVE W-FILES-READ TO W-SHOW-COUNT.
           DISPLAY "FILES READ:            ", W-SHOW-COUNT.
           MOVE W-ENTRIES-READ TO W-SHOW-COUNT.
           DISPLAY "ENTRIES READ:          ", W-SHOW-COUNT.
           MOVE W-ENTRIES-VERIFIED TO W-SHOW-COUNT.
           DISPLAY "ENTRIES VERIFIED:      ", W-SHOW-COUNT.
           MOVE W-PRE-CHAIN TO W-SHOW-COUNT.
           DISPLAY "UNSTAMPED (PRE-CHAIN): ", W-SHOW-COUNT.
           MOVE W-GENS-DESTROYED TO W-SHOW-COUNT.
           DISPLAY "GENERATIONS DESTROYED: ", W-SHOW-COUNT.
           DISPLAY "LAST SEQUENCE NUMBER:  ", W-LAST-SEQUENCE.
           IF W-ERRORS = 0 THEN
               DISPLAY "RESULT: OK -- NO PROBLEMS FOUND"
           ELSE
               MOVE W-ERRORS TO W-SHOW-COUNT
               DISPLAY "RESULT: ", W-SHOW-COUNT, " PROBLEM(S) FOUND"
           END-IF.
           STOP RUN.

       LOAD-GENERATIONS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-GENERATION UNTIL W-INPUT-EOF.
           IF W-INDEX-STATUS = '00' OR W-INDEX-STATUS = '10'
               CLOSE GEN-INDEX-FILE
           END-IF.

       NOTE-ONE-GENERATION.
           MOVE SPACES TO GEN-INDEX-REC.
           READ GEN-INDEX-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-GEN-COUNT < 99 THEN
                       ADD 1 TO W-GEN-COUNT
                       MOVE GX-GENERATION
                           TO W-GEN-NUMBER(W-GEN-COUNT)
                       MOVE GX-LAST-SEQUENCE
                           TO W-GEN-LAST-SEQ(W-GEN-COUNT)
                       MOVE GX-LAST-CHECK
                           TO W-GEN-LAST-CHECK(W-GEN-COUNT)
                       MOVE GX-PURGED-DATE
                           TO W-GEN-PURGED(W-GEN-COUNT)
                   END-IF
           END-READ.

      *    a generation must still end where its index row says
      *    it ended; rows written before the chain existed say
      *    nothing and are taken as read
       CHECK-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-IN-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-IN-FILENAME.
           MOVE SPACES TO W-FILE-LABEL.
           STRING 'JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-FILE-LABEL.
           IF W-GEN-PURGED(W-GEN-SUB) IS NUMERIC AND
                   W-GEN-PURGED(W-GEN-SUB) > ZEROS THEN
               PERFORM BRIDGE-DESTROYED-GENERATION
               GO TO CHECK-ONE-GENERATION-EXIT.
           PERFORM CHECK-ONE-FILE THRU CHECK-ONE-FILE-EXIT.
           IF W-JOURNAL-STATUS NOT = '00' AND
                   W-JOURNAL-STATUS NOT = '10' THEN
               ADD 1 TO W-ERRORS
               DISPLAY "    GENERATION FILE MISSING: ", W-FILE-LABEL
               GO TO CHECK-ONE-GENERATION-EXIT.
           IF W-GEN-LAST-SEQ(W-GEN-SUB) IS NOT NUMERIC THEN
               GO TO CHECK-ONE-GENERATION-EXIT.
           IF W-FILE-LAST-SEQ NOT = W-GEN-LAST-SEQ(W-GEN-SUB) OR
                   W-FILE-LAST-CHECK NOT = W-GEN-LAST-CHECK(W-GEN-SUB)
                   THEN
               ADD 1 TO W-ERRORS
               DISPLAY "    ", W-FILE-LABEL, " ENDS AT SEQUENCE ",
                   W-FILE-LAST-SEQ, " CHECK ", W-FILE-LAST-CHECK
               DISPLAY "        INDEX RECORDED SEQUENCE ",
                   W-GEN-LAST-SEQ(W-GEN-SUB), " CHECK ",
                   W-GEN-LAST-CHECK(W-GEN-SUB)
           END-IF.
       CHECK-ONE-GENERATION-EXIT.
           CONTINUE.

       BRIDGE-DESTROYED-GENERATION.
           ADD 1 TO W-GENS-DESTROYED.
           DISPLAY "    ", W-FILE-LABEL, " DESTROYED UNDER RETENTION ",
               "SCHEDULE ", W-GEN-PURGED(W-GEN-SUB), "; NOT READ".
           IF W-GEN-LAST-SEQ(W-GEN-SUB) IS NUMERIC AND
                   W-GEN-LAST-CHECK(W-GEN-SUB) IS NUMERIC THEN
               SET W-CHAIN-STARTED TO TRUE
               MOVE W-GEN-LAST-SEQ(W-GEN-SUB) TO W-LAST-SEQUENCE
               MOVE W-GEN-LAST-CHECK(W-GEN-SUB) TO W-PREV-CHECK
               COMPUTE W-EXPECT-SEQUENCE = W-LAST-SEQUENCE + 1
           END-IF.

       CHECK-ONE-FILE.
           MOVE SPACES TO W-FILE-LAST-SEQ, W-FILE-LAST-CHECK.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-STATUS NOT = '00' THEN
               GO TO CHECK-ONE-FILE-EXIT.
           ADD 1 TO W-FILES-READ.
           PERFORM CHECK-ONE-ENTRY THRU CHECK-ONE-ENTRY-EXIT
               UNTIL W-INPUT-EOF.
           CLOSE JOURNAL-IN-FILE.
       CHECK-ONE-FILE-EXIT.
           CONTINUE.

       CHECK-ONE-ENTRY.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO CHECK-ONE-ENTRY-EXIT
           END-READ.
           ADD 1 TO W-ENTRIES-READ.
           IF JI-SEQUENCE IS NOT NUMERIC OR JI-CHECK IS NOT NUMERIC
                   THEN
               IF W-CHAIN-STARTED THEN
                   ADD 1 TO W-ERRORS
                   DISPLAY "    UNSTAMPED ENTRY AFTER SEQUENCE ",
                       W-LAST-SEQUENCE, " IN ", W-FILE-LABEL
                   DISPLAY "        ", JI-ENTRY(1:60)
               ELSE
                   ADD 1 TO W-PRE-CHAIN
               END-IF
               GO TO CHECK-ONE-ENTRY-EXIT.
           MOVE JI-SEQUENCE TO W-FILE-LAST-SEQ.
           MOVE JI-CHECK TO W-FILE-LAST-CHECK.

           IF NOT W-CHAIN-STARTED THEN
               SET W-CHAIN-STARTED TO TRUE
               IF JI-SEQUENCE-N NOT = 1 THEN
                   ADD 1 TO W-ERRORS
                   DISPLAY "    CHAIN BEGINS AT SEQUENCE ",
                       JI-SEQUENCE, " IN ", W-FILE-LABEL,
                       ", NOT AT 1"
                   GO TO RESUME-CHAIN
               END-IF
           END-IF.
           IF JI-SEQUENCE-N > W-EXPECT-SEQUENCE THEN
               ADD 1 TO W-ERRORS
               COMPUTE W-MISSING-TO = JI-SEQUENCE-N - 1
               DISPLAY "    GAP: SEQUENCE ", W-EXPECT-SEQUENCE,
                   " THROUGH ", W-MISSING-TO, " MISSING, RESUMING IN ",
                   W-FILE-LABEL
               GO TO RESUME-CHAIN.
           IF JI-SEQUENCE-N < W-EXPECT-SEQUENCE THEN
               ADD 1 TO W-ERRORS
               DISPLAY "    OUT OF SEQUENCE: ", JI-SEQUENCE,
                   " FOLLOWS ", W-LAST-SEQUENCE, " IN ", W-FILE-LABEL
               GO TO RESUME-CHAIN.

           CALL 'COMPUTE-JOURNAL-CHECK' USING W-PREV-CHECK,
               JOURNAL-IN-REC(1:94), W-COMPUTED-CHECK.
           IF W-COMPUTED-CHECK NOT = JI-CHECK-N THEN
               ADD 1 TO W-ERRORS
               DISPLAY "    CHECK VALUE BROKEN AT SEQUENCE ",
                   JI-SEQUENCE, " IN ", W-FILE-LABEL,
                   " -- ENTRY OR ITS PREDECESSOR ALTERED"
               DISPLAY "        ", JI-ENTRY(1:60)
           ELSE
               ADD 1 TO W-ENTRIES-VERIFIED
           END-IF.
       RESUME-CHAIN.
           MOVE JI-CHECK-N TO W-PREV-CHECK.
           MOVE JI-SEQUENCE-N TO W-LAST-SEQUENCE.
           COMPUTE W-EXPECT-SEQUENCE = JI-SEQUENCE-N + 1.
       CHECK-ONE-ENTRY-EXIT.
           CONTINUE.
