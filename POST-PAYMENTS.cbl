      *    you get my check".  A row naming an account not on file
      *    goes to the payment suspense file with a reason code
      *    instead of vanishing -- the same edit-or-suspend shape
      *    MEDIATION-INTAKE gives the CDR feed.  A payment that
      *    brings a toll-denied or suspended account down to the
      *    treatment floor (DL100_TREATMENT_FLOOR cents, default 0)
      *    clears its collections step, journals the TOLL-RESTORE the
      *    switch extract turns into restore orders, and posts the
      *    RCON reconnect charge from the one-time charge catalog.
      *    A personal check (method 'C') from an account held to cash
      *    or certified funds after repeated returned checks goes to
      *    suspense as reason 04 rather than posting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PY-AMOUNT-N REDEFINES PY-AMOUNT
                                   PIC 9(7)V99.
           05  PY-METHOD           PIC X.
               88  PY-PERSONAL-CHECK   VALUE 'C'.
           05  PY-OPERATOR         PIC X(8).

       FD  PAYMENT-SUSPENSE-FILE.
                                   VALUE 'S:\COBOL\WRITEOFF.DAT'.
       01  W-WOLEDGER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\WOLEDGER.DAT'.
       01  W-OTCCAT-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-CASHONLY-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CASHONLY.DAT'.

       01  W-PAYMENT-STATUS        PIC XX.
       01  W-HISTORY-STATUS        PIC XX.
           88  W-BAD-ACCOUNT           VALUE '01'.
           88  W-BAD-AMOUNT            VALUE '02'.
           88  W-NO-SUCH-ACCOUNT       VALUE '03'.
           88  W-CASH-ONLY-CHECK       VALUE '04'.

       01  W-ACCOUNT               PIC 9(9) COMP.
       01  L-POSITION              PIC 9(9) COMP.
       01  W-AMOUNT                PIC 9(7)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
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

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-ROWS-POSTED           PIC 9(9) COMP VALUE 0.
       01  W-ROWS-RECOVERED        PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-WRITEOFFS' USING W-WRITEOFF-FILENAME.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-FLOOR-CENTS FROM ENVIRONMENT
               "DL100_TREATMENT_FLOOR".
           COMPUTE W-TREATMENT-FLOOR = W-FLOOR-CENTS / 100.

           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL W-PAYMENT-EOF
           DISPLAY "  RECOVERIES:     ", W-SHOW-COUNT.
           MOVE W-ROWS-SUSPENDED TO W-SHOW-COUNT.
           DISPLAY "  ROWS SUSPENDED: ", W-SHOW-COUNT.
           MOVE W-ROWS-RESTORED TO W-SHOW-COUNT.
           DISPLAY "  SERVICE RESTORED: ", W-SHOW-COUNT.
           MOVE W-TOTAL-POSTED TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL POSTED:   ", W-SHOW-TOTAL.
           STOP RUN.
               SET W-NO-SUCH-ACCOUNT TO TRUE
               PERFORM SUSPEND-ONE-PAYMENT
               GO TO PROCESS-ONE-PAYMENT-EXIT.
           IF PY-PERSONAL-CHECK THEN
               CALL 'GET-CASH-ONLY' USING L-POSITION, W-CASH-ONLY,
                   W-CASHONLY-FILENAME
               IF W-HELD-TO-CASH THEN
                   SET W-CASH-ONLY-CHECK TO TRUE
                   PERFORM SUSPEND-ONE-PAYMENT
                   GO TO PROCESS-ONE-PAYMENT-EXIT
               END-IF
           END-IF.

           MOVE PY-AMOUNT-N TO W-AMOUNT.
      *    money on a written-off account is a recovery, not a
      *    installments met; an account with no arrangement is
      *    simply left alone
           CALL 'PAY-ARRANGEMENT' USING L-POSITION, W-AMOUNT.
           PERFORM RESTORE-IF-PAID-UP THRU RESTORE-IF-PAID-UP-EXIT.
           MOVE PY-ACCOUNT TO W-JOURNAL-KEY.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           MOVE PY-OPERATOR TO PH-OPERATOR.
           MOVE W-TODAY TO PH-POSTED-DATE.
           WRITE PAYMENT-HISTORY-REC.

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
           MOVE PY-ACCOUNT TO W-RESTORE-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-RESTORE-OP, W-RESTORE-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           CALL 'APPLY-ONE-TIME-CHARGE' USING L-OTC-STATUS,
               L-POSITION, W-OTC-CODE, W-OTCCAT-FILENAME.
           ADD 1 TO W-ROWS-RESTORED.
           DISPLAY "  SERVICE RESTORED: ACCOUNT ", PY-ACCOUNT.
       RESTORE-IF-PAID-UP-EXIT.
           CONTINUE.
