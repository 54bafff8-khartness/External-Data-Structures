      *    seen in credit for the first time is only stamped on the
      *    credit-watch file; still in credit next month, it pays
      *    out.  Check numbers come from a one-record control file,
      *    the invoice-control idiom.  Each run also builds the
      *    bank's positive-pay issue file -- a header naming the
      *    disbursement account (DL100_POSPAY_ACCOUNT), an issue row
      *    per check with its payee, and a count and total trailer --
      *    for transmission ahead of the checks going out.  An
      *    account carrying a refund check that CHECK-PAID-INTAKE
      *    voided stale is left alone until ESCHEAT-RUN has settled
      *    it; its last known address has already failed once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CHKREG-STATUS.

           SELECT POSITIVE-PAY-FILE ASSIGN TO W-POSPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECK-STATUS-FILE ASSIGN TO W-CHKSTAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CHKSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER EXTERNAL.
           05  CK-MASTER-POS       PIC 9(9).
           05  CK-AMOUNT           PIC 9(9)V99.

      *    the bank's positive-pay issue layout
       FD  POSITIVE-PAY-FILE.
       01  PP-HEADER-REC.
           05  PP-H-TYPE           PIC X.
           05  PP-H-BANK-ACCOUNT   PIC X(17).
           05  PP-H-FILE-DATE      PIC 9(8).
           05  FILLER              PIC X(54).
       01  PP-DETAIL-REC.
           05  PP-D-TYPE           PIC X.
           05  PP-D-ISSUE-CODE     PIC X.
           05  PP-D-CHECK-NUMBER   PIC 9(9).
           05  PP-D-ISSUE-DATE     PIC 9(8).
           05  PP-D-AMOUNT         PIC 9(9)V99.
           05  PP-D-PAYEE          PIC X(30).
           05  FILLER              PIC X(20).
       01  PP-TRAILER-REC.
           05  PP-T-TYPE           PIC X.
           05  PP-T-COUNT          PIC 9(7).
           05  PP-T-TOTAL          PIC 9(11)V99.
           05  FILLER              PIC X(59).

       FD  CHECK-STATUS-FILE.
       01  CHECK-STATUS-REC.
           05  CS-CHECK-NUMBER     PIC 9(9).
           05  CS-STATUS           PIC X.
           05  CS-STATUS-DATE      PIC 9(8).
           05  CS-MASTER-POS       PIC 9(9).
           05  CS-AMOUNT           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
                                   VALUE 'S:\COBOL\CHECKS.PRT'.
       01  W-CHKREG-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\CHKREG.DAT'.
       01  W-POSPAY-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\POSPAY.DAT'.
       01  W-CHKSTAT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CHKSTAT.DAT'.
       01  W-BILLADDR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\BILLADDR.DAT'.
       01  W-BA-FOUND              PIC X.
       01  W-CHKCTL-POS            PIC 9(9) COMP.
       01  W-CHKCTL-STATUS         PIC XX.
       01  W-CHKREG-STATUS         PIC XX.
       01  W-CHKSTAT-STATUS        PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.
       01  W-BANK-ACCOUNT          PIC X(17).

      *    voided refund checks still waiting on ESCHEAT-RUN, latest
      *    status per check off the check status file
       01  W-HELD-MAX              PIC 9(5) COMP VALUE 2000.
       01  W-HELD-COUNT            PIC 9(5) COMP VALUE 0.
       01  W-HELD-SUB              PIC 9(5) COMP.
       01  W-HELD-HIT              PIC 9(5) COMP.
       01  W-HELD-TABLE.
           05  W-HELD-ENTRY OCCURS 2000 TIMES.
               10  W-HELD-CHECK        PIC 9(9).
               10  W-HELD-POS          PIC 9(9) COMP.
               10  W-HELD-STATUS       PIC X.
                   88  W-HELD-AWAITING         VALUE 'V' 'L'.

       01  W-TODAY                 PIC 9(8).
       01  W-TODAY-INT             PIC 9(9) COMP.

       01  W-CHECKS-CUT            PIC 9(9) COMP VALUE 0.
       01  W-WATCH-STAMPED         PIC 9(9) COMP VALUE 0.
       01  W-ESCHEAT-HELD          PIC 9(9) COMP VALUE 0.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-REFUND-TOTAL          PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.
               MOVE 100 TO W-MIN-CENTS
           END-IF.
           COMPUTE W-MIN-REFUND = W-MIN-CENTS / 100.
           ACCEPT W-BANK-ACCOUNT FROM ENVIRONMENT
               "DL100_POSPAY_ACCOUNT".
           PERFORM LOAD-CHECK-STATUS THRU LOAD-CHECK-STATUS-EXIT.

           DISPLAY " ".
           DISPLAY "CREDIT BALANCE REFUND RUN - ", W-TODAY.
           IF W-CHKREG-STATUS NOT = '00' THEN
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE SPACES TO PP-HEADER-REC.
           MOVE 'H' TO PP-H-TYPE.
           MOVE W-BANK-ACCOUNT TO PP-H-BANK-ACCOUNT.
           MOVE W-TODAY TO PP-H-FILE-DATE.
           WRITE PP-HEADER-REC.

           PERFORM SWEEP-ONE-POSITION THRU SWEEP-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           MOVE SPACES TO PP-TRAILER-REC.
           MOVE 'T' TO PP-T-TYPE.
           MOVE W-CHECKS-CUT TO PP-T-COUNT.
           MOVE W-REFUND-TOTAL TO PP-T-TOTAL.
           WRITE PP-TRAILER-REC.
           CLOSE POSITIVE-PAY-FILE.
           PERFORM SAVE-CHECK-CONTROL.
           CLOSE CHECK-CONTROL-FILE.
           CLOSE CREDIT-WATCH-FILE.
           DISPLAY "  TOTAL REFUNDED:  ", W-SHOW-TOTAL.
           MOVE W-WATCH-STAMPED TO W-SHOW-COUNT.
           DISPLAY "  NEW ON WATCH:    ", W-SHOW-COUNT.
           MOVE W-ESCHEAT-HELD TO W-SHOW-COUNT.
           DISPLAY "  HELD FOR ESCHEAT:", W-SHOW-COUNT.
           IF W-OVERFLOW-COUNT > 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  VOIDED CHECKS NOT HELD (RAISE W-HELD-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

       LOAD-CHECK-STATUS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-STATUS-FILE.
           IF W-CHKSTAT-STATUS NOT = '00' THEN
               GO TO LOAD-CHECK-STATUS-EXIT.
           PERFORM LOAD-ONE-STATUS-ROW UNTIL W-INPUT-EOF.
           CLOSE CHECK-STATUS-FILE.
       LOAD-CHECK-STATUS-EXIT.
           CONTINUE.

      *    only voided checks matter here; a later row for the same
      *    check (letter sent, escheated, claimed) replaces its status
       LOAD-ONE-STATUS-ROW.
           READ CHECK-STATUS-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM HOLD-STATUS-ROW
           END-READ.

       HOLD-STATUS-ROW.
           MOVE 0 TO W-HELD-HIT.
           PERFORM MATCH-HELD-CHECK
               VARYING W-HELD-SUB FROM 1 BY 1
               UNTIL W-HELD-SUB > W-HELD-COUNT OR W-HELD-HIT NOT = 0.
           IF W-HELD-HIT NOT = 0 THEN
               MOVE CS-STATUS TO W-HELD-STATUS(W-HELD-HIT)
           ELSE
               IF CS-STATUS = 'V' THEN
                   IF W-HELD-COUNT < W-HELD-MAX THEN
                       ADD 1 TO W-HELD-COUNT
                       MOVE CS-CHECK-NUMBER
                           TO W-HELD-CHECK(W-HELD-COUNT)
                       MOVE CS-MASTER-POS TO W-HELD-POS(W-HELD-COUNT)
                       MOVE CS-STATUS TO W-HELD-STATUS(W-HELD-COUNT)
                   ELSE
                       ADD 1 TO W-OVERFLOW-COUNT
                   END-IF
               END-IF
           END-IF.

       MATCH-HELD-CHECK.
           IF W-HELD-CHECK(W-HELD-SUB) = CS-CHECK-NUMBER THEN
               MOVE W-HELD-SUB TO W-HELD-HIT
           END-IF.

       MATCH-HELD-POSITION.
           IF W-HELD-POS(W-HELD-SUB) = W-POSITION AND
                   W-HELD-AWAITING(W-HELD-SUB) THEN
               MOVE W-HELD-SUB TO W-HELD-HIT
           END-IF.

       OPEN-CREDIT-WATCH.
           OPEN I-O CREDIT-WATCH-FILE.
           IF W-WATCH-STATUS NOT = '00' THEN
           COMPUTE W-CREDIT = 0 - W-BALANCE.
           IF W-CREDIT < W-MIN-REFUND THEN
               GO TO SWEEP-ONE-POSITION-EXIT.
           MOVE 0 TO W-HELD-HIT.
           PERFORM MATCH-HELD-POSITION
               VARYING W-HELD-SUB FROM 1 BY 1
               UNTIL W-HELD-SUB > W-HELD-COUNT OR W-HELD-HIT NOT = 0.
           IF W-HELD-HIT NOT = 0 THEN
               ADD 1 TO W-ESCHEAT-HELD
               GO TO SWEEP-ONE-POSITION-EXIT.
           MOVE W-POSITION TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
           MOVE W-POSITION TO CK-MASTER-POS.
           MOVE W-CREDIT TO CK-AMOUNT.
           WRITE CHECK-REGISTER-REC.
           MOVE SPACES TO PP-DETAIL-REC.
           MOVE 'D' TO PP-D-TYPE.
           MOVE 'I' TO PP-D-ISSUE-CODE.
           MOVE W-CHECK-NUMBER TO PP-D-CHECK-NUMBER.
           MOVE W-TODAY TO PP-D-ISSUE-DATE.
           MOVE W-CREDIT TO PP-D-AMOUNT.
           MOVE CM-NAME TO PP-D-PAYEE.
           WRITE PP-DETAIL-REC.

           MOVE W-CREDIT TO W-CLEAR-AMOUNT.
           CALL 'POST-AR-CHARGE' USING W-POSITION, W-CLEAR-AMOUNT,
