       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CARD-SETTLEMENT-INTAKE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Reads the card processor's settlement file -- its answer
      *    to each request CARD-AUTH-EXPORT sent -- and matches every
      *    row to the card register by request id.
      *      S  settled: the payment posts through POST-AR-PAYMENT,
      *         goes on the payment history as method 'K', and
      *         journals as CARD-SETTLE.
      *      D  declined: nothing was posted, so there is nothing to
      *         back out; an auto-pay charge stops the account's
      *         card auto-pay ('R') until a clerk re-enrolls it.
      *      C  charged back after settling: the payment is backed
      *         out through POST-AR-CHARGE and card auto-pay is
      *         stopped, the way ACH-RETURNS handles a returned
      *         draft, and the chargeback goes on the ACH return
      *         register as code CBK so GL-POSTING and AR-RECONCILE
      *         carry it with the other returned payments.
      *    Each answer is logged on the card register.  A row that
      *    will not edit, names an account or request not on file, or
      *    answers a request out of turn (settling twice, charging
      *    back more than settled) goes to the settlement suspense
      *    file, the edit-or-suspend shape POST-PAYMENTS uses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO W-SETTLEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SETTLEMENT-STATUS.

           SELECT SETTLEMENT-SUSPENSE-FILE
               ASSIGN TO W-SUSPENSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-REGISTER-FILE ASSIGN TO W-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-REGISTER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO W-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-HISTORY-STATUS.

           SELECT RETURN-REGISTER-FILE ASSIGN TO W-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       01  SETTLEMENT-REC.
           05  ST-REQUEST-ID       PIC X(15).
           05  ST-REQUEST-ID-N REDEFINES ST-REQUEST-ID
                                   PIC 9(15).
           05  ST-ACCOUNT          PIC X(9).
           05  ST-ACCOUNT-N REDEFINES ST-ACCOUNT
                                   PIC 9(9).
           05  ST-AMOUNT           PIC X(9).
           05  ST-AMOUNT-N REDEFINES ST-AMOUNT
                                   PIC 9(7)V99.
           05  ST-RESULT           PIC X.
               88  ST-SETTLED          VALUE 'S'.
               88  ST-DECLINED         VALUE 'D'.
               88  ST-CHARGED-BACK     VALUE 'C'.
           05  ST-REASON           PIC X(3).
           05  ST-SETTLE-DATE      PIC X(8).
           05  ST-SETTLE-DATE-N REDEFINES ST-SETTLE-DATE
                                   PIC 9(8).

       FD  SETTLEMENT-SUSPENSE-FILE.
       01  SETTLEMENT-SUSPENSE-REC.
           05  SS-REASON-CODE      PIC XX.
           05  SS-SETTLEMENT-ROW   PIC X(45).

       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-REC.
           05  CR-REQUEST-ID       PIC 9(15).
           05  CR-EVENT            PIC X.
           05  CR-MASTER-POS       PIC 9(9).
           05  CR-ACCOUNT          PIC 9(9).
           05  CR-AMOUNT           PIC 9(7)V99.
           05  CR-KIND             PIC X.
           05  CR-EVENT-DATE       PIC 9(8).
           05  CR-REASON           PIC X(3).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
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
       01  W-SETTLEMENT-FILENAME   PIC X(512)
                                   VALUE 'S:\COBOL\CARDSETL.DAT'.
       01  W-SUSPENSE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CARDSUSP.DAT'.
       01  W-REGISTER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CARDREG.DAT'.
       01  W-HISTORY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-RETURN-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\ACHRTRN.DAT'.
       01  W-CARDFILE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CARDFILE.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-SETTLEMENT-STATUS     PIC XX.
       01  W-REGISTER-STATUS       PIC XX.
       01  W-HISTORY-STATUS        PIC XX.
       01  W-RETURN-STATUS         PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-FILE-EOF              VALUE 'Y'.
       01  W-TODAY                 PIC 9(8).

       01  W-REASON-CODE           PIC XX.
           88  W-BAD-ROW               VALUE '01'.
           88  W-NO-SUCH-ACCOUNT       VALUE '02'.
           88  W-NO-SUCH-REQUEST       VALUE '03'.
           88  W-OUT-OF-TURN           VALUE '04'.

       01  W-ACCOUNT               PIC 9(9) COMP.
       01  L-POSITION              PIC 9(9) COMP.
       01  W-AMOUNT                PIC S9(9)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-CARD-TOKEN            PIC X(24).
       01  W-CARD-LAST-FOUR        PIC X(4).
       01  W-CARD-EXPIRES          PIC 9(6).
       01  W-CARD-AUTOPAY          PIC X.
           88  W-CARD-ENROLLED         VALUE 'Y'.
       01  W-CARD-OPERATOR         PIC X(8) VALUE 'CARDSETL'.
       01  W-CHARGEBACK-CODE       PIC X(3) VALUE 'CBK'.

      *    The card register as it stands: the latest event for each
      *    request, kept current as this run answers them.
       01  W-REQ-MAX               PIC 9(5) COMP VALUE 5000.
       01  W-REQ-COUNT             PIC 9(5) COMP VALUE 0.
       01  W-REQ-SUB               PIC 9(5) COMP.
       01  W-REQ-HIT               PIC 9(5) COMP.
       01  W-REQ-TABLE.
           05  W-REQ-ENTRY OCCURS 5000 TIMES.
               10  W-REQ-ID            PIC 9(15).
               10  W-REQ-POS           PIC 9(9) COMP.
               10  W-REQ-ACCOUNT       PIC 9(9).
               10  W-REQ-AMOUNT        PIC 9(7)V99.
               10  W-REQ-KIND          PIC X.
                   88  W-REQ-AUTOPAY       VALUE 'A'.
               10  W-REQ-EVENT         PIC X.
                   88  W-REQ-WAITING       VALUE 'Q'.
                   88  W-REQ-PAID          VALUE 'S'.

       01  W-JOURNAL-OP            PIC X(15).
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-ROWS-SETTLED          PIC 9(9) COMP VALUE 0.
       01  W-ROWS-DECLINED         PIC 9(9) COMP VALUE 0.
       01  W-ROWS-CHARGED-BACK     PIC 9(9) COMP VALUE 0.
       01  W-ROWS-SUSPENDED        PIC 9(9) COMP VALUE 0.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-SETTLED         PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-CHARGED-BACK    PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-CARD-REGISTER THRU LOAD-CARD-REGISTER-EXIT.
           OPEN INPUT SETTLEMENT-FILE.
           IF W-SETTLEMENT-STATUS NOT = '00' THEN
               DISPLAY "Unable to open card settlement file: ",
                       W-SETTLEMENT-FILENAME
               STOP RUN.
           OPEN OUTPUT SETTLEMENT-SUSPENSE-FILE.
           OPEN EXTEND CARD-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               OPEN OUTPUT CARD-REGISTER-FILE
           END-IF.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF W-HISTORY-STATUS NOT = '00' THEN
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.
           OPEN EXTEND RETURN-REGISTER-FILE.
           IF W-RETURN-STATUS NOT = '00' THEN
               OPEN OUTPUT RETURN-REGISTER-FILE
           END-IF.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           MOVE 'N' TO W-EOF-SW.
           PERFORM PROCESS-ONE-ANSWER THRU PROCESS-ONE-ANSWER-EXIT
               UNTIL W-FILE-EOF.

           CLOSE SETTLEMENT-FILE.
           CLOSE SETTLEMENT-SUSPENSE-FILE.
           CLOSE CARD-REGISTER-FILE.
           CLOSE PAYMENT-HISTORY-FILE.
           CLOSE RETURN-REGISTER-FILE.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-JOURNAL'.

           DISPLAY " ".
           DISPLAY "CARD SETTLEMENT SUMMARY".
           MOVE W-ROWS-READ TO W-SHOW-COUNT.
           DISPLAY "  ROWS READ:         ", W-SHOW-COUNT.
           MOVE W-ROWS-SETTLED TO W-SHOW-COUNT.
           DISPLAY "  PAYMENTS SETTLED:  ", W-SHOW-COUNT.
           MOVE W-TOTAL-SETTLED TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL SETTLED:     ", W-SHOW-TOTAL.
           MOVE W-ROWS-DECLINED TO W-SHOW-COUNT.
           DISPLAY "  DECLINED:          ", W-SHOW-COUNT.
           MOVE W-ROWS-CHARGED-BACK TO W-SHOW-COUNT.
           DISPLAY "  CHARGEBACKS:       ", W-SHOW-COUNT.
           MOVE W-TOTAL-CHARGED-BACK TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL CHARGED BACK:", W-SHOW-TOTAL.
           MOVE W-ROWS-SUSPENDED TO W-SHOW-COUNT.
           DISPLAY "  ROWS SUSPENDED:    ", W-SHOW-COUNT.
           IF W-OVERFLOW-COUNT > 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  REGISTER ROWS NOT HELD (RAISE W-REQ-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    The register in one pass, latest event per request.
      *----------------------------------------------------------------
       LOAD-CARD-REGISTER.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CARD-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               GO TO LOAD-CARD-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-ROW
               THRU LOAD-ONE-REGISTER-ROW-EXIT
               UNTIL W-FILE-EOF.
           CLOSE CARD-REGISTER-FILE.
       LOAD-CARD-REGISTER-EXIT.
           CONTINUE.

       LOAD-ONE-REGISTER-ROW.
           READ CARD-REGISTER-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO LOAD-ONE-REGISTER-ROW-EXIT
           END-READ.
           PERFORM FIND-REQUEST.
           IF W-REQ-HIT = 0 THEN
               IF W-REQ-COUNT < W-REQ-MAX THEN
                   ADD 1 TO W-REQ-COUNT
                   MOVE W-REQ-COUNT TO W-REQ-HIT
                   MOVE CR-REQUEST-ID TO W-REQ-ID(W-REQ-HIT)
                   MOVE CR-MASTER-POS TO W-REQ-POS(W-REQ-HIT)
                   MOVE CR-ACCOUNT TO W-REQ-ACCOUNT(W-REQ-HIT)
                   MOVE CR-AMOUNT TO W-REQ-AMOUNT(W-REQ-HIT)
                   MOVE CR-KIND TO W-REQ-KIND(W-REQ-HIT)
               ELSE
                   ADD 1 TO W-OVERFLOW-COUNT
                   GO TO LOAD-ONE-REGISTER-ROW-EXIT
               END-IF
           END-IF.
           MOVE CR-EVENT TO W-REQ-EVENT(W-REQ-HIT).
       LOAD-ONE-REGISTER-ROW-EXIT.
           CONTINUE.

       FIND-REQUEST.
           MOVE 0 TO W-REQ-HIT.
           PERFORM MATCH-ONE-REQUEST
               VARYING W-REQ-SUB FROM 1 BY 1
               UNTIL W-REQ-SUB > W-REQ-COUNT OR W-REQ-HIT NOT = 0.

       MATCH-ONE-REQUEST.
           IF W-REQ-ID(W-REQ-SUB) = CR-REQUEST-ID THEN
               MOVE W-REQ-SUB TO W-REQ-HIT
           END-IF.

      *----------------------------------------------------------------
      *    One answer from the processor: edit it, find its request,
      *    and settle, decline, or charge back.
      *----------------------------------------------------------------
       PROCESS-ONE-ANSWER.
           READ SETTLEMENT-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO PROCESS-ONE-ANSWER-EXIT
           END-READ.
           ADD 1 TO W-ROWS-READ.
           IF ST-REQUEST-ID NOT NUMERIC OR ST-ACCOUNT NOT NUMERIC
                   OR ST-AMOUNT NOT NUMERIC
                   OR ST-SETTLE-DATE NOT NUMERIC
                   OR NOT (ST-SETTLED OR ST-DECLINED
                           OR ST-CHARGED-BACK) THEN
               SET W-BAD-ROW TO TRUE
               PERFORM SUSPEND-ONE-ANSWER
               GO TO PROCESS-ONE-ANSWER-EXIT.
           MOVE ST-ACCOUNT-N TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION = 0 THEN
               SET W-NO-SUCH-ACCOUNT TO TRUE
               PERFORM SUSPEND-ONE-ANSWER
               GO TO PROCESS-ONE-ANSWER-EXIT.
           MOVE ST-REQUEST-ID-N TO CR-REQUEST-ID.
           PERFORM FIND-REQUEST.
           IF W-REQ-HIT = 0 THEN
               SET W-NO-SUCH-REQUEST TO TRUE
               PERFORM SUSPEND-ONE-ANSWER
               GO TO PROCESS-ONE-ANSWER-EXIT.
           IF W-REQ-ACCOUNT(W-REQ-HIT) NOT = ST-ACCOUNT-N THEN
               SET W-NO-SUCH-REQUEST TO TRUE
               PERFORM SUSPEND-ONE-ANSWER
               GO TO PROCESS-ONE-ANSWER-EXIT.
           IF (ST-CHARGED-BACK AND NOT W-REQ-PAID(W-REQ-HIT))
                   OR (NOT ST-CHARGED-BACK
                       AND NOT W-REQ-WAITING(W-REQ-HIT))
                   OR ST-AMOUNT-N > W-REQ-AMOUNT(W-REQ-HIT) THEN
               SET W-OUT-OF-TURN TO TRUE
               PERFORM SUSPEND-ONE-ANSWER
               GO TO PROCESS-ONE-ANSWER-EXIT.
           MOVE W-REQ-POS(W-REQ-HIT) TO L-POSITION.

           EVALUATE TRUE
               WHEN ST-SETTLED
                   PERFORM SETTLE-ONE-PAYMENT
               WHEN ST-DECLINED
                   PERFORM DECLINE-ONE-PAYMENT
               WHEN ST-CHARGED-BACK
                   PERFORM CHARGE-BACK-ONE-PAYMENT
           END-EVALUATE.

           MOVE ST-RESULT TO W-REQ-EVENT(W-REQ-HIT).
           MOVE ST-REQUEST-ID-N TO CR-REQUEST-ID.
           MOVE ST-RESULT TO CR-EVENT.
           MOVE L-POSITION TO CR-MASTER-POS.
           MOVE ST-ACCOUNT-N TO CR-ACCOUNT.
           MOVE ST-AMOUNT-N TO CR-AMOUNT.
           MOVE W-REQ-KIND(W-REQ-HIT) TO CR-KIND.
           MOVE ST-SETTLE-DATE-N TO CR-EVENT-DATE.
           MOVE ST-REASON TO CR-REASON.
           WRITE CARD-REGISTER-REC.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE ST-REQUEST-ID TO W-JOURNAL-KEY(1:15).
           MOVE ST-REASON TO W-JOURNAL-KEY(17:3).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
       PROCESS-ONE-ANSWER-EXIT.
           CONTINUE.

       SETTLE-ONE-PAYMENT.
           CALL 'POST-AR-PAYMENT' USING L-POSITION, ST-AMOUNT-N,
               W-NEW-BALANCE.
           MOVE L-POSITION TO PH-MASTER-POS.
           MOVE ST-ACCOUNT-N TO PH-ACCOUNT.
           MOVE ST-SETTLE-DATE-N TO PH-PAY-DATE.
           MOVE ST-AMOUNT-N TO PH-AMOUNT.
           MOVE 'K' TO PH-METHOD.
           MOVE W-CARD-OPERATOR TO PH-OPERATOR.
           MOVE W-TODAY TO PH-POSTED-DATE.
           WRITE PAYMENT-HISTORY-REC.
           MOVE 'CARD-SETTLE' TO W-JOURNAL-OP.
           ADD 1 TO W-ROWS-SETTLED.
           ADD ST-AMOUNT-N TO W-TOTAL-SETTLED.

      *    a declined one-time payment leaves auto-pay alone; the
      *    customer is still in front of the clerk or on the phone
       DECLINE-ONE-PAYMENT.
           IF W-REQ-AUTOPAY(W-REQ-HIT) THEN
               PERFORM STOP-CARD-AUTOPAY
           END-IF.
           MOVE 'CARD-DECLINE' TO W-JOURNAL-OP.
           ADD 1 TO W-ROWS-DECLINED.

       CHARGE-BACK-ONE-PAYMENT.
           MOVE ST-AMOUNT-N TO W-AMOUNT.
           CALL 'POST-AR-CHARGE' USING L-POSITION, W-AMOUNT,
               W-NEW-BALANCE.
           PERFORM STOP-CARD-AUTOPAY.
           MOVE ST-ACCOUNT-N TO RR-ACCOUNT.
           MOVE L-POSITION TO RR-MASTER-POS.
           MOVE ST-AMOUNT-N TO RR-AMOUNT.
           MOVE W-CHARGEBACK-CODE TO RR-RETURN-CODE.
           MOVE W-TODAY TO RR-RETURN-DATE.
           WRITE RETURN-REGISTER-REC.
           MOVE 'CARD-CHARGEBACK' TO W-JOURNAL-OP.
           ADD 1 TO W-ROWS-CHARGED-BACK.
           ADD ST-AMOUNT-N TO W-TOTAL-CHARGED-BACK.

       STOP-CARD-AUTOPAY.
           CALL 'GET-CARD-ON-FILE' USING L-POSITION, W-CARD-TOKEN,
               W-CARD-LAST-FOUR, W-CARD-EXPIRES, W-CARD-AUTOPAY,
               W-CARDFILE-FILENAME.
           IF W-CARD-ENROLLED THEN
               MOVE 'R' TO W-CARD-AUTOPAY
               CALL 'WRITE-CARD-ON-FILE' USING L-POSITION,
                   W-CARD-TOKEN, W-CARD-LAST-FOUR, W-CARD-EXPIRES,
                   W-CARD-AUTOPAY, W-CARDFILE-FILENAME
           END-IF.

       SUSPEND-ONE-ANSWER.
           ADD 1 TO W-ROWS-SUSPENDED.
           MOVE W-REASON-CODE TO SS-REASON-CODE.
           MOVE SETTLEMENT-REC TO SS-SETTLEMENT-ROW.
           WRITE SETTLEMENT-SUSPENSE-REC.
