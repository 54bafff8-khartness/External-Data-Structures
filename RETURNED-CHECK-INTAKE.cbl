       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RETURNED-CHECK-INTAKE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Processes the bank's returned-check file -- lockbox and
      *    counter checks that bounced -- so a clerk no longer hunts
      *    down the payment and reverses it by hand.  Each item is
      *    matched to its payment history row by account, amount and
      *    check date, among the check payments (lockbox 'L', counter
      *    personal check 'C') not already returned.  A matched item
      *    is backed out of the AR balance the way ACH-RETURNS backs
      *    out a draft, the NSF returned-check fee posts from the
      *    one-time charge catalog, and the return is journaled,
      *    noted on the account, logged on the returned-check
      *    register, and carried on the ACH return register as code
      *    NSF so GL-POSTING and AR-RECONCILE pick it up with the
      *    other returned payments.  The second return inside twelve
      *    months (DL100_NSF_CASH_ONLY_COUNT returns, 2 if unset)
      *    holds the account to cash or certified funds, after which
      *    POST-PAYMENTS and LOCKBOX-INTAKE route its checks to
      *    suspense.  An item that will not edit, names an account
      *    not on file, or matches no unreturned check payment goes
      *    to the returned-check suspense file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-CHECK-FILE ASSIGN TO W-RETCHK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-RETCHK-STATUS.

           SELECT RETCHK-SUSPENSE-FILE ASSIGN TO W-SUSPENSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NSF-REGISTER-FILE ASSIGN TO W-NSFREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-NSFREG-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO W-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-HISTORY-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO W-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-CHECK-FILE.
       01  RETURNED-CHECK-REC.
           05  RC-ACCOUNT          PIC X(9).
           05  RC-ACCOUNT-N REDEFINES RC-ACCOUNT
                                   PIC 9(9).
           05  RC-AMOUNT           PIC X(9).
           05  RC-AMOUNT-N REDEFINES RC-AMOUNT
                                   PIC 9(7)V99.
           05  RC-CHECK-DATE       PIC X(8).
           05  RC-CHECK-DATE-N REDEFINES RC-CHECK-DATE
                                   PIC 9(8).
           05  RC-REASON           PIC X(3).

       FD  RETCHK-SUSPENSE-FILE.
       01  RETCHK-SUSPENSE-REC.
           05  RX-REASON-CODE      PIC XX.
           05  RX-RETURN-ROW       PIC X(29).

       FD  NSF-REGISTER-FILE.
       01  NSF-REGISTER-REC.
           05  NR-MASTER-POS       PIC 9(9).
           05  NR-ACCOUNT          PIC 9(9).
           05  NR-AMOUNT           PIC 9(7)V99.
           05  NR-CHECK-DATE       PIC 9(8).
           05  NR-RETURN-DATE      PIC 9(8).
           05  NR-REASON           PIC X(3).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
               88  PH-CHECK-PAYMENT    VALUE 'L' 'C'.
           05  PH-OPERATOR         PIC X(8).
           05  PH-POSTED-DATE      PIC 9(8).

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-REC.
           05  RR-ACCOUNT          PIC 9(9).
           05  RR-MASTER-POS       PIC 9(9).
           05  RR-AMOUNT           PIC 9(7)V99.
           05  RR-RETURN-CODE      PIC X(3).
           05  RR-RETURN-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-RETCHK-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\RETCHK.DAT'.
       01  W-SUSPENSE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\RETCSUSP.DAT'.
       01  W-NSFREG-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\NSFREG.DAT'.
       01  W-HISTORY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-RETURN-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\ACHRTRN.DAT'.
       01  W-CASHONLY-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CASHONLY.DAT'.
       01  W-OTCCAT-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-NOTES-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-RETCHK-STATUS         PIC XX.
       01  W-NSFREG-STATUS         PIC XX.
       01  W-HISTORY-STATUS        PIC XX.
       01  W-RETURN-STATUS         PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-FILE-EOF              VALUE 'Y'.
       01  W-HISTORY-EOF-SW        PIC X.
           88  W-HISTORY-EOF           VALUE 'Y'.
       01  W-TODAY                 PIC 9(8).
       01  W-YEAR-AGO              PIC 9(8).

       01  W-REASON-CODE           PIC XX.
           88  W-BAD-ROW               VALUE '01'.
           88  W-NO-SUCH-ACCOUNT       VALUE '02'.
           88  W-NO-SUCH-PAYMENT       VALUE '03'.

       01  W-ACCOUNT               PIC 9(9) COMP.
       01  L-POSITION              PIC 9(9) COMP.
       01  W-AMOUNT                PIC S9(9)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-FEE-CODE              PIC X(4) VALUE 'NSF'.
       01  L-OTC-STATUS            PIC 9.
           88  OTC-STATUS-OK           VALUE 0.
       01  W-NSF-RETURN-CODE       PIC X(3) VALUE 'NSF'.
       01  W-CASH-ONLY             PIC X.
           88  W-HELD-TO-CASH          VALUE 'Y'.
       01  W-CASH-ONLY-YES         PIC X VALUE 'Y'.
       01  W-INTAKE-OPERATOR       PIC X(8) VALUE 'RETCHECK'.
       01  W-CASH-ONLY-COUNT       PIC 9(2).
       01  W-NOTE-TEXT             PIC X(60).
       01  W-SHOW-AMOUNT           PIC $$$,$$9.99.

      *    matching: check payments on file for this item versus
      *    returns already taken against them
       01  W-PAID-COUNT            PIC 9(5) COMP.
       01  W-RETURNED-COUNT        PIC 9(5) COMP.
       01  W-YEAR-COUNT            PIC 9(5) COMP.

      *    The returned-check register as it stands, kept current as
      *    this run adds to it.
       01  W-NSF-MAX               PIC 9(5) COMP VALUE 3000.
       01  W-NSF-COUNT             PIC 9(5) COMP VALUE 0.
       01  W-NSF-SUB               PIC 9(5) COMP.
       01  W-NSF-TABLE.
           05  W-NSF-ENTRY OCCURS 3000 TIMES.
               10  W-NSF-POS           PIC 9(9) COMP.
               10  W-NSF-ACCOUNT       PIC 9(9).
               10  W-NSF-AMOUNT        PIC 9(7)V99.
               10  W-NSF-CHECK-DATE    PIC 9(8).
               10  W-NSF-RETURN-DATE   PIC 9(8).

       01  W-JOURNAL-OP            PIC X(15) VALUE 'RETURNED-CHECK'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-ROWS-REVERSED         PIC 9(9) COMP VALUE 0.
       01  W-ROWS-SUSPENDED        PIC 9(9) COMP VALUE 0.
       01  W-FEES-POSTED           PIC 9(9) COMP VALUE 0.
       01  W-CASH-ONLY-SET         PIC 9(9) COMP VALUE 0.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-RETURNED        PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-YEAR-AGO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-TODAY) - 365).
           ACCEPT W-CASH-ONLY-COUNT FROM ENVIRONMENT
               "DL100_NSF_CASH_ONLY_COUNT".
           IF W-CASH-ONLY-COUNT = 0 THEN
               MOVE 2 TO W-CASH-ONLY-COUNT
           END-IF.
           PERFORM LOAD-NSF-REGISTER THRU LOAD-NSF-REGISTER-EXIT.

           OPEN INPUT RETURNED-CHECK-FILE.
           IF W-RETCHK-STATUS NOT = '00' THEN
               DISPLAY "Unable to open returned-check file: ",
                       W-RETCHK-FILENAME
               STOP RUN.
           OPEN OUTPUT RETCHK-SUSPENSE-FILE.
           OPEN EXTEND NSF-REGISTER-FILE.
           IF W-NSFREG-STATUS NOT = '00' THEN
               OPEN OUTPUT NSF-REGISTER-FILE
           END-IF.
           OPEN EXTEND RETURN-REGISTER-FILE.
           IF W-RETURN-STATUS NOT = '00' THEN
               OPEN OUTPUT RETURN-REGISTER-FILE
           END-IF.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.

           MOVE 'N' TO W-EOF-SW.
           PERFORM PROCESS-ONE-RETURN THRU PROCESS-ONE-RETURN-EXIT
               UNTIL W-FILE-EOF.

           CLOSE RETURNED-CHECK-FILE.
           CLOSE RETCHK-SUSPENSE-FILE.
           CLOSE NSF-REGISTER-FILE.
           CLOSE RETURN-REGISTER-FILE.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-JOURNAL'.

           DISPLAY " ".
           DISPLAY "RETURNED CHECK SUMMARY".
           MOVE W-ROWS-READ TO W-SHOW-COUNT.
           DISPLAY "  ROWS READ:          ", W-SHOW-COUNT.
           MOVE W-ROWS-REVERSED TO W-SHOW-COUNT.
           DISPLAY "  PAYMENTS REVERSED:  ", W-SHOW-COUNT.
           MOVE W-TOTAL-RETURNED TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL RETURNED:   ", W-SHOW-TOTAL.
           MOVE W-FEES-POSTED TO W-SHOW-COUNT.
           DISPLAY "  FEES POSTED:        ", W-SHOW-COUNT.
           MOVE W-CASH-ONLY-SET TO W-SHOW-COUNT.
           DISPLAY "  HELD TO CASH ONLY:  ", W-SHOW-COUNT.
           MOVE W-ROWS-SUSPENDED TO W-SHOW-COUNT.
           DISPLAY "  ROWS SUSPENDED:     ", W-SHOW-COUNT.
           IF W-OVERFLOW-COUNT > 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  REGISTER ROWS NOT HELD (RAISE W-NSF-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

       LOAD-NSF-REGISTER.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT NSF-REGISTER-FILE.
           IF W-NSFREG-STATUS NOT = '00' THEN
               GO TO LOAD-NSF-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-ROW UNTIL W-FILE-EOF.
           CLOSE NSF-REGISTER-FILE.
       LOAD-NSF-REGISTER-EXIT.
           CONTINUE.

       LOAD-ONE-REGISTER-ROW.
           READ NSF-REGISTER-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM HOLD-REGISTER-ROW
           END-READ.

       HOLD-REGISTER-ROW.
           IF W-NSF-COUNT < W-NSF-MAX THEN
               ADD 1 TO W-NSF-COUNT
               MOVE NR-MASTER-POS TO W-NSF-POS(W-NSF-COUNT)
               MOVE NR-ACCOUNT TO W-NSF-ACCOUNT(W-NSF-COUNT)
               MOVE NR-AMOUNT TO W-NSF-AMOUNT(W-NSF-COUNT)
               MOVE NR-CHECK-DATE TO W-NSF-CHECK-DATE(W-NSF-COUNT)
               MOVE NR-RETURN-DATE TO W-NSF-RETURN-DATE(W-NSF-COUNT)
           ELSE
               ADD 1 TO W-OVERFLOW-COUNT
           END-IF.

      *----------------------------------------------------------------
      *    One returned check: edit it, find the payment it bounced,
      *    and back it out with the fee.
      *----------------------------------------------------------------
       PROCESS-ONE-RETURN.
           READ RETURNED-CHECK-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO PROCESS-ONE-RETURN-EXIT
           END-READ.
           ADD 1 TO W-ROWS-READ.
           IF RC-ACCOUNT NOT NUMERIC OR RC-AMOUNT NOT NUMERIC
                   OR RC-CHECK-DATE NOT NUMERIC THEN
               SET W-BAD-ROW TO TRUE
               PERFORM SUSPEND-ONE-RETURN
               GO TO PROCESS-ONE-RETURN-EXIT.
           MOVE RC-ACCOUNT-N TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION = 0 THEN
               SET W-NO-SUCH-ACCOUNT TO TRUE
               PERFORM SUSPEND-ONE-RETURN
               GO TO PROCESS-ONE-RETURN-EXIT.

           PERFORM COUNT-CHECK-PAYMENTS
               THRU COUNT-CHECK-PAYMENTS-EXIT.
           MOVE 0 TO W-RETURNED-COUNT, W-YEAR-COUNT.
           PERFORM COUNT-ONE-PRIOR-RETURN
               VARYING W-NSF-SUB FROM 1 BY 1
               UNTIL W-NSF-SUB > W-NSF-COUNT.
           IF W-PAID-COUNT <= W-RETURNED-COUNT THEN
               SET W-NO-SUCH-PAYMENT TO TRUE
               PERFORM SUSPEND-ONE-RETURN
               GO TO PROCESS-ONE-RETURN-EXIT.

           MOVE RC-AMOUNT-N TO W-AMOUNT.
           CALL 'POST-AR-CHARGE' USING L-POSITION, W-AMOUNT,
               W-NEW-BALANCE.
           CALL 'APPLY-ONE-TIME-CHARGE' USING L-OTC-STATUS,
               L-POSITION, W-FEE-CODE, W-OTCCAT-FILENAME.
           IF OTC-STATUS-OK THEN
               ADD 1 TO W-FEES-POSTED
           ELSE
               DISPLAY "  NO CATALOG ROW FOR CHARGE ", W-FEE-CODE,
                   "; FEE NOT POSTED FOR ACCOUNT ", RC-ACCOUNT
           END-IF.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE RC-ACCOUNT TO W-JOURNAL-KEY(1:9).
           MOVE RC-CHECK-DATE TO W-JOURNAL-KEY(11:8).
           MOVE RC-REASON TO W-JOURNAL-KEY(20:3).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           MOVE RC-AMOUNT-N TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'RETURNED CHECK ' DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               ' DATED ' DELIMITED BY SIZE
               RC-CHECK-DATE DELIMITED BY SIZE
               ' REASON ' DELIMITED BY SIZE
               RC-REASON DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-INTAKE-OPERATOR,
               W-NOTE-TEXT.

           MOVE L-POSITION TO NR-MASTER-POS.
           MOVE RC-ACCOUNT-N TO NR-ACCOUNT.
           MOVE RC-AMOUNT-N TO NR-AMOUNT.
           MOVE RC-CHECK-DATE-N TO NR-CHECK-DATE.
           MOVE W-TODAY TO NR-RETURN-DATE.
           MOVE RC-REASON TO NR-REASON.
           WRITE NSF-REGISTER-REC.
           PERFORM HOLD-REGISTER-ROW.
           MOVE RC-ACCOUNT-N TO RR-ACCOUNT.
           MOVE L-POSITION TO RR-MASTER-POS.
           MOVE RC-AMOUNT-N TO RR-AMOUNT.
           MOVE W-NSF-RETURN-CODE TO RR-RETURN-CODE.
           MOVE W-TODAY TO RR-RETURN-DATE.
           WRITE RETURN-REGISTER-REC.
           ADD 1 TO W-ROWS-REVERSED.
           ADD RC-AMOUNT-N TO W-TOTAL-RETURNED.

      *    this return counts toward the year along with the others
           ADD 1 TO W-YEAR-COUNT.
           IF W-YEAR-COUNT >= W-CASH-ONLY-COUNT THEN
               PERFORM HOLD-TO-CASH-ONLY THRU HOLD-TO-CASH-ONLY-EXIT
           END-IF.
       PROCESS-ONE-RETURN-EXIT.
           CONTINUE.

      *    check payments on the history for this account, amount
      *    and check date
       COUNT-CHECK-PAYMENTS.
           MOVE 0 TO W-PAID-COUNT.
           MOVE 'N' TO W-HISTORY-EOF-SW.
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF W-HISTORY-STATUS NOT = '00' THEN
               GO TO COUNT-CHECK-PAYMENTS-EXIT.
           PERFORM MATCH-ONE-PAYMENT UNTIL W-HISTORY-EOF.
           CLOSE PAYMENT-HISTORY-FILE.
       COUNT-CHECK-PAYMENTS-EXIT.
           CONTINUE.

       MATCH-ONE-PAYMENT.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET W-HISTORY-EOF TO TRUE
               NOT AT END
                   IF PH-ACCOUNT = RC-ACCOUNT-N AND
                           PH-AMOUNT = RC-AMOUNT-N AND
                           PH-PAY-DATE = RC-CHECK-DATE-N AND
                           PH-CHECK-PAYMENT THEN
                       ADD 1 TO W-PAID-COUNT
                   END-IF
           END-READ.

       COUNT-ONE-PRIOR-RETURN.
           IF W-NSF-ACCOUNT(W-NSF-SUB) = RC-ACCOUNT-N AND
                   W-NSF-AMOUNT(W-NSF-SUB) = RC-AMOUNT-N AND
                   W-NSF-CHECK-DATE(W-NSF-SUB) = RC-CHECK-DATE-N THEN
               ADD 1 TO W-RETURNED-COUNT
           END-IF.
           IF W-NSF-POS(W-NSF-SUB) = L-POSITION AND
                   W-NSF-RETURN-DATE(W-NSF-SUB) > W-YEAR-AGO THEN
               ADD 1 TO W-YEAR-COUNT
           END-IF.

       HOLD-TO-CASH-ONLY.
           CALL 'GET-CASH-ONLY' USING L-POSITION, W-CASH-ONLY,
               W-CASHONLY-FILENAME.
           IF W-HELD-TO-CASH THEN
               GO TO HOLD-TO-CASH-ONLY-EXIT.
           CALL 'WRITE-CASH-ONLY' USING L-POSITION, W-CASH-ONLY-YES,
               W-INTAKE-OPERATOR, W-CASHONLY-FILENAME.
           MOVE 'CASH OR CERTIFIED ONLY - REPEATED RETURNED CHECKS'
               TO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-INTAKE-OPERATOR,
               W-NOTE-TEXT.
           ADD 1 TO W-CASH-ONLY-SET.
           DISPLAY "  CASH OR CERTIFIED FUNDS ONLY: ACCOUNT ",
               RC-ACCOUNT.
       HOLD-TO-CASH-ONLY-EXIT.
           CONTINUE.

       SUSPEND-ONE-RETURN.
           ADD 1 TO W-ROWS-SUSPENDED.
           MOVE W-REASON-CODE TO RX-REASON-CODE.
           MOVE RETURNED-CHECK-REC TO RX-RETURN-ROW.
           WRITE RETCHK-SUSPENSE-REC.
