      *    to the lockbox reject file, never partially applied, which
      *    is the control the hand-keyed path never had.  A balanced
      *    batch posts through the same path POST-PAYMENTS uses:
      *    an AR payment (or a write-off recovery), the arrangement
      *    installments, the journal, the payment history (method
      *    'L'), and the payment suspense file for a row naming an
      *    account not on file -- and the same collections restore
      *    when a payment brings a toll-denied or suspended account
      *    down to the treatment floor.  A remittance stub whose
      *    reference carries an invoice number settles that invoice's
      *    open item first; the rest goes oldest-first as always.
      *    Every lockbox item is a check, so one from an account held
      *    to cash or certified funds after repeated returned checks
      *    goes to the payment suspense file as reason 04 instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   VALUE 'S:\COBOL\WRITEOFF.DAT'.
       01  W-WOLEDGER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\WOLEDGER.DAT'.
       01  W-OTCCAT-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-CASHONLY-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CASHONLY.DAT'.

       01  W-LOCKBOX-STATUS        PIC XX.
       01  W-REJECT-STATUS         PIC XX.
           88  W-BAD-ACCOUNT           VALUE '01'.
           88  W-BAD-AMOUNT            VALUE '02'.
           88  W-NO-SUCH-ACCOUNT       VALUE '03'.
           88  W-CASH-ONLY-CHECK       VALUE '04'.

       01  W-ACCOUNT               PIC 9(9) COMP.
       01  L-POSITION              PIC 9(9) COMP.
       01  W-AMOUNT                PIC 9(7)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-PAY-SIGNED            PIC S9(9)V99.
       01  W-PAY-TYPE              PIC X VALUE 'P'.
       01  W-PAY-INVOICE           PIC 9(9).
       01  W-PAY-DATE              PIC 9(8) VALUE 0.
       01  W-TODAY                 PIC 9(8).
       01  W-CASH-ONLY             PIC X.
           88  W-HELD-TO-CASH          VALUE 'Y'.

       01  W-WO-FOUND              PIC X.
           88  W-WRITEOFF-ON-FILE      VALUE 'Y'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

      *    Collections restore: a payment that brings a toll-denied
      *    or suspended account to the treatment floor turns the
      *    lines back on and draws the tariffed reconnect charge.
       01  W-FLOOR-CENTS           PIC 9(7).
       01  W-TREATMENT-FLOOR       PIC S9(9)V99.
       01  W-TREATMENT             PIC X.
           88  W-TREATMENT-ON-SWITCH   VALUE '2' '3'.
       01  W-CLEAR-TREATMENT       PIC X VALUE '0'.
       01  L-TRT-STATUS            PIC 9.
           88  TRT-STATUS-OK           VALUE 0.
       01  W-OTC-CODE              PIC X(4) VALUE 'RCON'.
       01  L-OTC-STATUS            PIC 9.
       01  W-RESTORE-OP            PIC X(15) VALUE 'TOLL-RESTORE'.
       01  W-RESTORE-KEY           PIC X(30).
       01  W-ROWS-RESTORED         PIC 9(9) COMP VALUE 0.

       01  W-BATCHES-READ          PIC 9(9) COMP VALUE 0.
       01  W-BATCHES-POSTED        PIC 9(9) COMP VALUE 0.
       01  W-BATCHES-REJECTED      PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-WRITEOFFS' USING W-WRITEOFF-FILENAME.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-FLOOR-CENTS FROM ENVIRONMENT
               "DL100_TREATMENT_FLOOR".
           COMPUTE W-TREATMENT-FLOOR = W-FLOOR-CENTS / 100.

           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL W-LOCKBOX-EOF
           DISPLAY "  ROWS POSTED:      ", W-SHOW-COUNT.
           MOVE W-ROWS-SUSPENDED TO W-SHOW-COUNT.
           DISPLAY "  ROWS SUSPENDED:   ", W-SHOW-COUNT.
           MOVE W-ROWS-RESTORED TO W-SHOW-COUNT.
           DISPLAY "  SERVICE RESTORED:   ", W-SHOW-COUNT.
           MOVE W-TOTAL-POSTED TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL POSTED:     ", W-SHOW-TOTAL.
           STOP RUN.
               SET W-NO-SUCH-ACCOUNT TO TRUE
               PERFORM SUSPEND-ONE-ROW
               GO TO POST-ONE-HELD-ROW-EXIT.
           CALL 'GET-CASH-ONLY' USING L-POSITION, W-CASH-ONLY,
               W-CASHONLY-FILENAME.
           IF W-HELD-TO-CASH THEN
               SET W-CASH-ONLY-CHECK TO TRUE
               PERFORM SUSPEND-ONE-ROW
               GO TO POST-ONE-HELD-ROW-EXIT.
           MOVE LD-AMOUNT-N TO W-AMOUNT.
           CALL 'GET-WRITEOFF' USING L-POSITION, W-WO-FOUND,
               W-WO-STATUS, W-WO-DATE, W-WO-AMOUNT, W-WO-RECOVERED.
               CALL 'RECOVER-WRITEOFF' USING L-WO-STATUS, L-POSITION,
                   W-AMOUNT, W-WOLEDGER-FILENAME
           ELSE
               MOVE 0 TO W-PAY-INVOICE
               IF LD-REMIT-REF(1:9) IS NUMERIC THEN
                   MOVE LD-REMIT-REF(1:9) TO W-PAY-INVOICE
               END-IF
               COMPUTE W-PAY-SIGNED = 0 - W-AMOUNT
               CALL 'POST-AR-ITEM' USING L-POSITION, W-PAY-SIGNED,
                   W-PAY-TYPE, W-PAY-INVOICE, W-PAY-DATE,
                   W-NEW-BALANCE
               CALL 'PAY-ARRANGEMENT' USING L-POSITION, W-AMOUNT
               PERFORM RESTORE-IF-PAID-UP
                   THRU RESTORE-IF-PAID-UP-EXIT
           END-IF.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE LD-ACCOUNT TO W-JOURNAL-KEY(1:9).
           MOVE W-REASON-CODE TO PS-REASON-CODE.
           MOVE LOCKBOX-REC TO PS-PAYMENT-ROW.
           WRITE PAYMENT-SUSPENSE-REC.

      *----------------------------------------------------------------
      *    RESTORE -- toll-denied or suspended for collections and now
      *    paid to the treatment floor: the step clears to '0', the
      *    TOLL-RESTORE journal entry becomes the switch's restore
      *    order for every line, and the reconnect charge posts.
      *----------------------------------------------------------------
       RESTORE-IF-PAID-UP.
           IF W-NEW-BALANCE > W-TREATMENT-FLOOR THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           CALL 'GET-TREATMENT-STATUS' USING L-POSITION, W-TREATMENT.
           IF NOT W-TREATMENT-ON-SWITCH THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           CALL 'SET-TREATMENT-STATUS' USING L-TRT-STATUS, L-POSITION,
               W-CLEAR-TREATMENT.
           IF NOT TRT-STATUS-OK THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           MOVE SPACES TO W-RESTORE-KEY.
           MOVE LD-ACCOUNT TO W-RESTORE-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-RESTORE-OP, W-RESTORE-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           CALL 'APPLY-ONE-TIME-CHARGE' USING L-OTC-STATUS,
               L-POSITION, W-OTC-CODE, W-OTCCAT-FILENAME.
           ADD 1 TO W-ROWS-RESTORED.
           DISPLAY "  SERVICE RESTORED: ACCOUNT ", LD-ACCOUNT.
       RESTORE-IF-PAID-UP-EXIT.
           CONTINUE.
