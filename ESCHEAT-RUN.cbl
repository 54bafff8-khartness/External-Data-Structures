      *    master, and ledgers the liability transfer for
      *    GL-POSTING's ESCHEAT line.  Credit balances are swept to
      *    refund checks by CREDIT-REFUND-RUN before they can age
      *    into unclaimed property.  A refund check CHECK-PAID-INTAKE
      *    voided stale puts its credit back on the account, and
      *    the check status file queues it here: due-diligence mode
      *    sends the same letter for the check and marks it 'L';
      *    remittance mode, once that letter has aged past the
      *    holding period, takes the credit back off the account
      *    through POST-AR-CHARGE, reports and ledgers it like a
      *    deposit, and marks the check 'E'.  Only as much as the
      *    account is still in credit goes to the state -- a credit
      *    billing has since used up is marked 'C' and dropped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LEDGER-STATUS.

           SELECT CHECK-STATUS-FILE ASSIGN TO W-CHKSTAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CHKSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER EXTERNAL.
           05  EL-MASTER-POS   PIC 9(9).
           05  EL-AMOUNT       PIC 9(7)V99.

       FD  CHECK-STATUS-FILE.
       01  CHECK-STATUS-REC.
           05  CS-CHECK-NUMBER PIC 9(9).
           05  CS-STATUS       PIC X.
           05  CS-STATUS-DATE  PIC 9(8).
           05  CS-MASTER-POS   PIC 9(9).
           05  CS-AMOUNT       PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
                               VALUE 'S:\COBOL\ESCHEAT.DAT'.
       01  W-LEDGER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ESCHLEDG.DAT'.
       01  W-CHKSTAT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CHKSTAT.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.

       01  W-DD-STATUS         PIC XX.
       01  W-TEMPLATE-STATUS   PIC XX.
       01  W-STATE-STATUS      PIC XX.
       01  W-LEDGER-STATUS     PIC XX.
       01  W-CHKSTAT-STATUS    PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-TPL-EOF-SW        PIC X.
           05  W-DD-DATE       PIC 9(8) OCCURS 10000 TIMES.
       01  W-TABLE-LIMIT       PIC 9(9) COMP VALUE 10000.

      *    voided refund checks off the check status file, latest
      *    status per check
       01  W-SC-MAX            PIC 9(5) COMP VALUE 2000.
       01  W-SC-COUNT          PIC 9(5) COMP VALUE 0.
       01  W-SC-SUB            PIC 9(5) COMP.
       01  W-SC-HIT            PIC 9(5) COMP.
       01  W-SC-TABLE.
           05  W-SC-ENTRY OCCURS 2000 TIMES.
               10  W-SC-CHECK      PIC 9(9).
               10  W-SC-POS        PIC 9(9) COMP.
               10  W-SC-AMOUNT     PIC 9(9)V99.
               10  W-SC-STATUS     PIC X.
                   88  W-SC-VOIDED         VALUE 'V'.
                   88  W-SC-LETTER-SENT    VALUE 'L'.
               10  W-SC-DATE       PIC 9(8).
       01  W-SC-OVERFLOW       PIC 9(9) COMP VALUE 0.
       01  W-BALANCE           PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS   PIC 9(9)V99.
       01  W-CHECK-CREDIT      PIC 9(9)V99.
       01  W-CLEAR-AMOUNT      PIC S9(9)V99.
       01  W-NEW-BALANCE       PIC S9(9)V99.
       01  W-SHOW-CHECK        PIC 9(9).

       01  W-JOURNAL-OP        PIC X(15) VALUE 'CHECK-ESCHEAT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       01  W-POSITION          PIC 9(9) COMP.
       01  W-DEP-FOUND         PIC X.
           88  W-DEPOSIT-FOUND     VALUE 'Y'.

       01  W-LETTERS-SENT      PIC 9(9) COMP VALUE 0.
       01  W-REMITTED-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-CHECK-LETTERS     PIC 9(9) COMP VALUE 0.
       01  W-CHECKS-REMITTED   PIC 9(9) COMP VALUE 0.
       01  W-CHECKS-USED       PIC 9(9) COMP VALUE 0.
       01  W-REMITTED-TOTAL    PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL        PIC $$,$$$,$$$,$$9.99.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           PERFORM LOAD-DUE-DILIGENCE.
           PERFORM LOAD-CHECK-STATUS THRU LOAD-CHECK-STATUS-EXIT.
           OPEN EXTEND CHECK-STATUS-FILE.
           IF W-CHKSTAT-STATUS NOT = '00' THEN
               OPEN OUTPUT CHECK-STATUS-FILE
           END-IF.

           IF W-DILIGENCE-MODE THEN
               OPEN OUTPUT LETTER-FILE
                   THRU DILIGENCE-ONE-POSITION-EXIT
                   VARYING W-POSITION FROM 2 BY 1
                   UNTIL W-POSITION > W-MASTER-FILE-SIZE
               PERFORM DILIGENCE-ONE-CHECK
                   THRU DILIGENCE-ONE-CHECK-EXIT
                   VARYING W-SC-SUB FROM 1 BY 1
                   UNTIL W-SC-SUB > W-SC-COUNT
               CLOSE LETTER-FILE
           ELSE
               OPEN EXTEND STATE-FILE
                   THRU REMIT-ONE-POSITION-EXIT
                   VARYING W-POSITION FROM 2 BY 1
                   UNTIL W-POSITION > W-MASTER-FILE-SIZE
               PERFORM REMIT-ONE-CHECK
                   THRU REMIT-ONE-CHECK-EXIT
                   VARYING W-SC-SUB FROM 1 BY 1
                   UNTIL W-SC-SUB > W-SC-COUNT
               CLOSE STATE-FILE
               CLOSE ESCHEAT-LEDGER
           END-IF.

           CLOSE CHECK-STATUS-FILE.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-DEPOSITS'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-JOURNAL'.
           DISPLAY "  DUE-DILIGENCE LETTERS: ", W-SHOW-COUNT.
           MOVE W-REMITTED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  DEPOSITS REMITTED:     ", W-SHOW-COUNT.
           MOVE W-CHECK-LETTERS TO W-SHOW-COUNT.
           DISPLAY "  VOIDED-CHECK LETTERS:  ", W-SHOW-COUNT.
           MOVE W-CHECKS-REMITTED TO W-SHOW-COUNT.
           DISPLAY "  VOIDED CHECKS REMITTED:", W-SHOW-COUNT.
           MOVE W-CHECKS-USED TO W-SHOW-COUNT.
           DISPLAY "  CREDIT USED, DROPPED:  ", W-SHOW-COUNT.
           MOVE W-REMITTED-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "  REMITTED TO THE STATE: ", W-SHOW-TOTAL.
           IF W-SC-OVERFLOW > 0 THEN
               MOVE W-SC-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "  VOIDED CHECKS NOT HELD (RAISE W-SC-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

       LOAD-DUE-DILIGENCE.
                   END-IF
           END-READ.

       LOAD-CHECK-STATUS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-STATUS-FILE.
           IF W-CHKSTAT-STATUS NOT = '00' THEN
               GO TO LOAD-CHECK-STATUS-EXIT.
           PERFORM LOAD-ONE-STATUS-ROW UNTIL W-INPUT-EOF.
           CLOSE CHECK-STATUS-FILE.
       LOAD-CHECK-STATUS-EXIT.
           CONTINUE.

      *    a check comes into the table when it is voided; later rows
      *    only move its status along
       LOAD-ONE-STATUS-ROW.
           READ CHECK-STATUS-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM HOLD-STATUS-ROW
           END-READ.

       HOLD-STATUS-ROW.
           MOVE 0 TO W-SC-HIT.
           PERFORM MATCH-ONE-CHECK
               VARYING W-SC-SUB FROM 1 BY 1
               UNTIL W-SC-SUB > W-SC-COUNT OR W-SC-HIT NOT = 0.
           IF W-SC-HIT = 0 AND CS-STATUS = 'V' THEN
               IF W-SC-COUNT < W-SC-MAX THEN
                   ADD 1 TO W-SC-COUNT
                   MOVE W-SC-COUNT TO W-SC-HIT
                   MOVE CS-CHECK-NUMBER TO W-SC-CHECK(W-SC-HIT)
                   MOVE CS-MASTER-POS TO W-SC-POS(W-SC-HIT)
                   MOVE CS-AMOUNT TO W-SC-AMOUNT(W-SC-HIT)
               ELSE
                   ADD 1 TO W-SC-OVERFLOW
               END-IF
           END-IF.
           IF W-SC-HIT NOT = 0 THEN
               MOVE CS-STATUS TO W-SC-STATUS(W-SC-HIT)
               MOVE CS-STATUS-DATE TO W-SC-DATE(W-SC-HIT)
           END-IF.

       MATCH-ONE-CHECK.
           IF W-SC-CHECK(W-SC-SUB) = CS-CHECK-NUMBER THEN
               MOVE W-SC-SUB TO W-SC-HIT
           END-IF.

       STAMP-CHECK-STATUS.
           MOVE W-SC-CHECK(W-SC-SUB) TO CS-CHECK-NUMBER.
           MOVE W-TODAY TO CS-STATUS-DATE.
           MOVE W-SC-POS(W-SC-SUB) TO CS-MASTER-POS.
           WRITE CHECK-STATUS-REC.
           MOVE CS-STATUS TO W-SC-STATUS(W-SC-SUB).
           MOVE W-TODAY TO W-SC-DATE(W-SC-SUB).

      *----------------------------------------------------------------
      *    A candidate: a deposit still held on an account closed at
      *    least the statutory age ago.
           IF W-POSITION <= W-TABLE-LIMIT AND
                   W-DD-DATE(W-POSITION) NOT = 0 THEN
               GO TO DILIGENCE-ONE-POSITION-EXIT.
           MOVE SPACES TO W-DETAIL.
           MOVE W-DEP-AMOUNT TO W-SHOW-DEP.
           MOVE W-SHOW-DEP TO W-DETAIL(1:10).
           PERFORM SEND-ONE-LETTER THRU SEND-ONE-LETTER-EXIT.
           PERFORM STAMP-DUE-DILIGENCE.
       DILIGENCE-ONE-POSITION-EXIT.
       REMIT-ONE-POSITION-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    A voided refund check: the letter goes out on the next
      *    due-diligence run, and the credit goes to the state once
      *    the letter has aged past the holding period unanswered.
      *----------------------------------------------------------------
       DILIGENCE-ONE-CHECK.
           IF NOT W-SC-VOIDED(W-SC-SUB) THEN
               GO TO DILIGENCE-ONE-CHECK-EXIT.
           MOVE W-SC-POS(W-SC-SUB) TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO DILIGENCE-ONE-CHECK-EXIT
           END-READ.
           MOVE SPACES TO W-DETAIL.
           MOVE W-SC-CHECK(W-SC-SUB) TO W-SHOW-CHECK.
           MOVE W-SC-AMOUNT(W-SC-SUB) TO W-SHOW-DEP.
           STRING 'CHECK ' DELIMITED BY SIZE
               W-SHOW-CHECK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               W-SHOW-DEP DELIMITED BY SIZE
               INTO W-DETAIL.
           PERFORM SEND-ONE-LETTER THRU SEND-ONE-LETTER-EXIT.
           MOVE 'L' TO CS-STATUS.
           MOVE W-SC-AMOUNT(W-SC-SUB) TO CS-AMOUNT.
           PERFORM STAMP-CHECK-STATUS.
           ADD 1 TO W-CHECK-LETTERS.
       DILIGENCE-ONE-CHECK-EXIT.
           CONTINUE.

       REMIT-ONE-CHECK.
           IF NOT W-SC-LETTER-SENT(W-SC-SUB) THEN
               GO TO REMIT-ONE-CHECK-EXIT.
           COMPUTE W-LETTER-INT = FUNCTION
               INTEGER-OF-DATE(W-SC-DATE(W-SC-SUB)).
           COMPUTE W-AGE-DAYS = W-TODAY-INT - W-LETTER-INT.
           IF W-AGE-DAYS < W-HOLD-DAYS THEN
               GO TO REMIT-ONE-CHECK-EXIT.
           MOVE W-SC-POS(W-SC-SUB) TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO REMIT-ONE-CHECK-EXIT
           END-READ.
           MOVE W-SC-POS(W-SC-SUB) TO W-POSITION.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           MOVE 0 TO W-CHECK-CREDIT.
           IF W-BALANCE < 0 THEN
               COMPUTE W-CHECK-CREDIT = 0 - W-BALANCE
           END-IF.
           IF W-CHECK-CREDIT > W-SC-AMOUNT(W-SC-SUB) THEN
               MOVE W-SC-AMOUNT(W-SC-SUB) TO W-CHECK-CREDIT
           END-IF.
           IF W-CHECK-CREDIT = 0 THEN
               MOVE 'C' TO CS-STATUS
               MOVE 0 TO CS-AMOUNT
               PERFORM STAMP-CHECK-STATUS
               ADD 1 TO W-CHECKS-USED
               GO TO REMIT-ONE-CHECK-EXIT.

           MOVE W-CHECK-CREDIT TO W-CLEAR-AMOUNT.
           CALL 'POST-AR-CHARGE' USING W-POSITION, W-CLEAR-AMOUNT,
               W-NEW-BALANCE.
           MOVE W-SC-CHECK(W-SC-SUB) TO W-SHOW-CHECK.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-SHOW-CHECK TO W-JOURNAL-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-POSITION.
           MOVE CM-NAME TO UP-OWNER-NAME.
           MOVE CM-ADDRESS TO UP-LAST-ADDRESS.
           MOVE W-CHECK-CREDIT TO UP-AMOUNT.
           MOVE W-TODAY TO UP-REMIT-DATE.
           WRITE STATE-REC.
           MOVE W-TODAY TO EL-DATE.
           MOVE W-POSITION TO EL-MASTER-POS.
           MOVE W-CHECK-CREDIT TO EL-AMOUNT.
           WRITE ESCHEAT-LEDGER-REC.
           MOVE 'E' TO CS-STATUS.
           MOVE W-CHECK-CREDIT TO CS-AMOUNT.
           PERFORM STAMP-CHECK-STATUS.
           ADD 1 TO W-CHECKS-REMITTED.
           ADD W-CHECK-CREDIT TO W-REMITTED-TOTAL.
           DISPLAY "  REMITTED: ", CM-NAME, "  CHECK ", W-SHOW-CHECK.
       REMIT-ONE-CHECK-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    The due-diligence letter, merged the CORRESPONDENCE-GEN
      *    way from LTRESC.TPL.
               DISPLAY "MISSING TEMPLATE: ",
                   W-TEMPLATE-FILENAME(1:30)
               GO TO SEND-ONE-LETTER-EXIT.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE AFTER ADVANCING PAGE.
           PERFORM MERGE-ONE-LINE UNTIL W-TPL-EOF.
