      *    the register so aging and collections see it, and every
      *    line is archived for STATEMENT-REPRINT.  The final-bill
      *    register keeps a second run from billing anybody twice.
      *    An account that left inside a term contract is charged
      *    the early-termination fee ASSESS-CONTRACT-ETF worked out
      *    at closing (untaxed, after the taxes), and the contract is
      *    marked billed so the fee never lands on a bill again.
      *    Rental equipment still out on a closed account 30 days
      *    after the close date (DL100_CPE_GRACE_DAYS overrides) gets
      *    a bill of its own for the model's unreturned-equipment
      *    fee, registered like any invoice, and the unit is written
      *    off as lost.  Both kinds of bill post to AR as invoice
      *    items under their own invoice numbers.
      *    A call's charge is the one stored for it in the
      *    rated-usage file when it was captured, read back through
      *    GET-RATED-USAGE; a call is rated again only when it has
      *    no stored rating, its plan has changed since, or a tariff
      *    correction or dispute has marked it for re-rating.
      *    Both kinds of bill print in the account's language, the
      *    way BILL-CYCLE-RUN's statements do, and archive with it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  SA-PAGE-TOP         VALUE 'P'.
               88  SA-BODY-LINE        VALUE 'L'.
           05  SA-LINE             PIC X(132).
           05  SA-LANGUAGE         PIC X.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-TAX-FILENAME          PIC X(512)
                                   VALUE 'S:\COBOL\TAXTABLE.DAT'.
       01  W-TAXEXEMPT-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TAXEXMPT.DAT'.
       01  W-DEPOSIT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\DEPOSIT.DAT'.
       01  W-CONTRACT-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CONTRACT.DAT'.
       01  W-CPEMODEL-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CPEMODEL.DAT'.
       01  W-EQUIP-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\EQUIPINV.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\FINALREG.DAT'.
       01  W-ARCHIVE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\STMTARCH.DAT'.
       01  W-PRTTEXT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PRTTEXT.DAT'.
      *    the language the bill prints in, the account's preference
       01  W-LANGUAGE              PIC X.

       01  W-MASTER-POS EXTERNAL   PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
       01  W-RUN-DATE              PIC 9(8).
       01  W-POSITION              PIC 9(9) COMP.
       01  W-INVOICE-NUMBER        PIC 9(9) COMP.
       01  W-AR-ITEM-TYPE          PIC X VALUE 'I'.
       01  W-AR-ITEM-REFERENCE     PIC 9(9).

      *    Accounts already final-billed, and each account's last
      *    invoice date, both collected in one pass over their
           88  W-AS-CALLEE             VALUE 2.
       01  W-BILL-DIRECTION        PIC X.
       01  W-THIRD-NUMBER          PIC 9(10).
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-STMT-PHONE10          PIC 9(10).
       01  W-CHARGE-SW             PIC X.
           88  W-CHARGE-THIS-LEG       VALUE 'Y'.
               05  W-TAX-LEVY-CODE     PIC X(4).
               05  W-TAX-DESC          PIC X(20).
               05  W-TAX-AMOUNT        PIC 9(7)V99.
               05  W-TAX-EXEMPT        PIC X.
                   88  W-TAX-WAS-EXEMPT    VALUE 'Y'.
       01  W-TAX-SUB               PIC 999 COMP.
       01  W-TAX-TOTAL             PIC 9(9)V99.
       01  W-BILLED-TOTAL          PIC S9(9)V99.
       01  L-BUD-STATUS            PIC 9.
           88  BUD-STATUS-OK           VALUE 0.
       01  W-BUD-VARIANCE          PIC S9(9)V99.
       01  L-CT-STATUS             PIC 9.
       01  W-ETF-AMOUNT            PIC 9(5)V99.
       01  W-ETF-CHARGE            PIC S9(9)V99.
       01  W-CT-ACTION             PIC X VALUE 'B'.
       01  W-CT-TERM               PIC 99 VALUE 0.
       01  W-CT-START              PIC 9(8) VALUE 0.
       01  W-CT-PLAN               PIC X(4) VALUE SPACES.
       01  W-CT-ETF-FLAT           PIC 9(5)V99 VALUE 0.
       01  W-CT-ETF-PER-MONTH      PIC 9(5)V99 VALUE 0.
       01  W-REFUND-TOTAL          PIC 9(7)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-FINAL-BALANCE         PIC S9(9)V99.
       01  W-PREVIOUS-BALANCE      PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.

      *    Unreturned rental equipment, billed once the grace period
      *    after closing has run out.
       01  W-EQUIP-STUFF EXTERNAL.
           05  W-EQUIP-OPEN        PIC X.
           05  W-EQUIP-CHANGED     PIC X.
           05  W-EQUIP-HEADER.
               10  W-EQUIP-FILE-SIZE   PIC 9(9) COMP.
       01  W-EQ-POS                PIC 9(9) COMP.
       01  W-EQ-FOUND              PIC X.
           88  W-UNIT-ON-FILE          VALUE 'Y'.
       01  W-EQ-SERIAL             PIC X(15).
       01  W-EQ-MODEL              PIC X(6).
       01  W-EQ-STATUS             PIC X.
           88  W-EQ-ON-LOAN            VALUE 'L'.
       01  W-EQ-MASTER-POS         PIC 9(9).
       01  W-EQ-HOLDER             PIC 9(9) COMP.
       01  W-EQ-LOAN-DATE          PIC 9(8).
       01  W-EQ-STATUS-DATE        PIC 9(8).
       01  W-EQ-FEE-BILLED         PIC X.
       01  W-EQ-ACTION             PIC X VALUE 'F'.
       01  L-EQ-STATUS             PIC 9.
       01  W-EM-FOUND              PIC X.
       01  W-EM-DESC               PIC X(30).
       01  W-EM-RENT               PIC 9(3)V99.
       01  W-EM-FEE                PIC 9(5)V99.
       01  W-CPE-CHARGE            PIC S9(9)V99.
       01  W-CPE-GRACE-DAYS        PIC 9(3).
       01  W-RUN-INT               PIC 9(9) COMP.
       01  W-DUE-INT               PIC 9(9) COMP.
       01  W-UNRETURNED-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-UNRETURNED-TOTAL      PIC 9(11)V99 VALUE 0.

       01  W-JOURNAL-OP            PIC X(15) VALUE 'FINAL-BILL'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-CALL-INDEX' USING W-CALL-INDEX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-PRINT-TEXT' USING W-PRTTEXT-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-TAX-TABLE' USING W-TAX-FILENAME.
           CALL 'OPEN-TAX-EXEMPT' USING W-TAXEXEMPT-FILENAME.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.
           CALL 'OPEN-CONTRACTS' USING W-CONTRACT-FILENAME.
           CALL 'OPEN-CPE-MODELS' USING W-CPEMODEL-FILENAME.
           CALL 'OPEN-EQUIPMENT' USING W-EQUIP-FILENAME.
           CALL 'OPEN-BUDGETS' USING W-BUDGET-FILENAME.
           CALL 'OPEN-BILLING-ADDR' USING W-BILLADDR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           ACCEPT W-CPE-GRACE-DAYS FROM ENVIRONMENT
               "DL100_CPE_GRACE_DAYS".
           IF W-CPE-GRACE-DAYS = 0 THEN
               MOVE 30 TO W-CPE-GRACE-DAYS
           END-IF.
           COMPUTE W-RUN-INT = FUNCTION INTEGER-OF-DATE(W-RUN-DATE).
           PERFORM BILL-UNRETURNED-UNIT THRU BILL-UNRETURNED-UNIT-EXIT
               VARYING W-EQ-POS FROM 2 BY 1
               UNTIL W-EQ-POS > W-EQUIP-FILE-SIZE.

           PERFORM SAVE-INVOICE-CONTROL.
           CLOSE INVOICE-CONTROL-FILE.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           CALL 'CLOSE-BILLING-ADDR'.
           CALL 'CLOSE-BUDGETS'.
           CALL 'CLOSE-EQUIPMENT'.
           CALL 'CLOSE-CONTRACTS'.
           CALL 'CLOSE-DEPOSITS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-TAX-EXEMPT'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-CALL-INDEX'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-JOURNAL'.

           DISPLAY "  TOTAL FINAL CHARGES:  ", W-SHOW-TOTAL.
           MOVE W-REFUND-COUNT TO W-SHOW-COUNT.
           DISPLAY "  REFUNDS DUE:          ", W-SHOW-COUNT.
           MOVE W-UNRETURNED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  UNRETURNED EQUIPMENT: ", W-SHOW-COUNT.
           MOVE W-UNRETURNED-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "  UNRETURNED FEES:      ", W-SHOW-TOTAL.
           STOP RUN.

       LOAD-FINAL-REGISTER.
           END-IF.
           MOVE CM-PLAN-CODE TO W-PLAN.
           MOVE CM-CLOSE-DATE TO W-CLOSE-DATE.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.

           MOVE 0 TO W-ACCOUNT-CHARGES.
           PERFORM RESET-ALLOWANCE.
           CALL 'GET-CALL-EVENT' USING
               W-CHUNK-POSITION(W-CALL-ENTRY), W-RECORD-TYPE,
               W-FEATURE-CODE.
      *    collect, third-number and calling-card calls bill the
      *    accepting party's (or card account's) leg instead of the
      *    caller's, same judgment the cycle run makes
           CALL 'GET-CALL-BILLING' USING
               W-CHUNK-POSITION(W-CALL-ENTRY), W-BILL-DIRECTION,
               W-THIRD-NUMBER.
                       SET W-CHARGE-THIS-LEG TO TRUE
                   END-IF
               WHEN '3'
               WHEN '4'
                   IF W-AS-CALLEE AND
                           W-STMT-PHONE10 = W-THIRD-NUMBER THEN
                       SET W-CHARGE-THIS-LEG TO TRUE
               CALL 'PLAN-FOR-DATE' USING W-BILL-POS, W-CALL-DATE,
                   W-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               PERFORM RATE-WITH-ALLOWANCE
               IF W-BILL-DIRECTION = '4' THEN
                   CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                       W-CARD-SURCHARGE
                   ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
               END-IF
           END-IF.
           ADD W-CALL-CHARGE TO W-PHONE-CHARGES, W-ACCOUNT-CHARGES.
           MOVE W-CALL-CHARGE TO W-SHOW-CHARGE.
                   W-CALL-TIME, W-OVERAGE-SECONDS, W-CALL-CHARGE
           ELSE
               ADD W-CALL-MINUTES TO W-OVERAGE-MINUTES
               CALL 'GET-RATED-USAGE' USING
                   W-CHUNK-POSITION(W-CALL-ENTRY), W-RATE-PLAN,
                   W-CALL-DATE, W-CALL-TIME, W-DURATION, W-CALL-CHARGE
           END-IF.
       RATE-WITH-ALLOWANCE-DONE.
           CONTINUE.
       PRINT-TAX-SECTION.
           CALL 'DERIVE-JURISDICTION' USING W-ADDRESS, W-JURIS-STATE.
           CALL 'COMPUTE-TAXES' USING W-JURIS-STATE,
               W-ACCOUNT-CHARGES, W-TAX-LIST, W-TAX-TOTAL,
               W-POSITION, W-RUN-DATE.
           PERFORM PRINT-ONE-TAX-LINE
               VARYING W-TAX-SUB FROM 1 BY 1
               UNTIL W-TAX-SUB > W-TAX-LIST-COUNT.
       PRINT-ONE-TAX-LINE.
           MOVE W-TAX-AMOUNT(W-TAX-SUB) TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           IF W-TAX-WAS-EXEMPT(W-TAX-SUB) THEN
               STRING W-TAX-DESC(W-TAX-SUB) DELIMITED BY SIZE
                   "        EXEMPT" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING W-TAX-DESC(W-TAX-SUB) DELIMITED BY SIZE
                   W-SHOW-CHARGE DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.

      *----------------------------------------------------------------
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-PREVIOUS-BALANCE,
               W-PERIOD-PAYMENTS.
           COMPUTE W-BILLED-TOTAL = W-ACCOUNT-CHARGES + W-TAX-TOTAL.
           MOVE W-INVOICE-NUMBER TO W-AR-ITEM-REFERENCE.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-BILLED-TOTAL,
               W-AR-ITEM-TYPE, W-AR-ITEM-REFERENCE, W-RUN-DATE,
               W-NEW-BALANCE.
           MOVE W-NEW-BALANCE TO W-FINAL-BALANCE.

               PERFORM PUT-STATEMENT-LINE
           END-IF.

      *    the early-termination fee was assessed when the account
      *    closed; a closure taken while the contract file was not
      *    open is assessed here, as of the close date.  It is a
      *    penalty, not service, so it carries no tax.
           MOVE 0 TO W-ETF-AMOUNT.
           CALL 'ASSESS-CONTRACT-ETF' USING W-POSITION, W-CLOSE-DATE,
               W-ETF-AMOUNT.
           IF W-ETF-AMOUNT > 0 THEN
               MOVE W-ETF-AMOUNT TO W-ETF-CHARGE
               CALL 'POST-AR-CHARGE' USING W-POSITION,
                   W-ETF-CHARGE, W-NEW-BALANCE
               MOVE W-NEW-BALANCE TO W-FINAL-BALANCE
               ADD W-ETF-AMOUNT TO W-BILLED-TOTAL, W-ACCOUNT-CHARGES
               MOVE W-ETF-AMOUNT TO W-SHOW-CHARGE
               MOVE SPACES TO PRINT-LINE
               STRING "EARLY TERMINATION FEE " DELIMITED BY SIZE
                   W-SHOW-CHARGE DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               CALL 'SET-CONTRACT' USING L-CT-STATUS, W-POSITION,
                   W-CT-ACTION, W-CT-TERM, W-CT-START, W-CT-PLAN,
                   W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH
           END-IF.

           MOVE 0 TO W-REFUND-TOTAL.
           CALL 'REFUND-DEPOSIT' USING L-DEP-STATUS, W-POSITION,
               W-REFUND-TOTAL.
               MOVE 'Y' TO W-DONE-FLAG(W-POSITION)
           END-IF.

      *----------------------------------------------------------------
      *    UNRETURNED EQUIPMENT -- a unit still on loan to a closed
      *    account once the grace period has run bills the model's
      *    fee on an invoice of its own (the final bill is long
      *    gone), untaxed like the early-termination fee, and the
      *    unit is written off as lost so it bills only once.
      *----------------------------------------------------------------
       BILL-UNRETURNED-UNIT.
           CALL 'GET-EQUIPMENT' USING W-EQ-POS, W-EQ-FOUND,
               W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS, W-EQ-MASTER-POS,
               W-EQ-LOAN-DATE, W-EQ-STATUS-DATE, W-EQ-FEE-BILLED.
           IF NOT W-UNIT-ON-FILE OR NOT W-EQ-ON-LOAN THEN
               GO TO BILL-UNRETURNED-UNIT-EXIT.
           MOVE W-EQ-MASTER-POS TO W-MASTER-POS, W-EQ-HOLDER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO BILL-UNRETURNED-UNIT-EXIT
           END-READ.
           IF NOT CM-INACTIVE OR CM-CLOSE-DATE = 0 THEN
               GO TO BILL-UNRETURNED-UNIT-EXIT.
           COMPUTE W-DUE-INT =
               FUNCTION INTEGER-OF-DATE(CM-CLOSE-DATE)
               + W-CPE-GRACE-DAYS.
           IF W-DUE-INT > W-RUN-INT THEN
               GO TO BILL-UNRETURNED-UNIT-EXIT.

           CALL 'GET-CPE-MODEL' USING W-EQ-MODEL, W-EM-FOUND,
               W-EM-DESC, W-EM-RENT, W-EM-FEE.
           CALL 'SET-EQUIPMENT' USING L-EQ-STATUS, W-EQ-POS,
               W-EQ-ACTION, W-EQ-SERIAL, W-EQ-MODEL, W-EQ-HOLDER.
           IF W-EM-FEE = 0 THEN
               GO TO BILL-UNRETURNED-UNIT-EXIT.

           MOVE W-EQ-HOLDER TO W-POSITION.
           MOVE CM-ACCOUNT-NUMBER TO W-ACCOUNT.
           MOVE CM-NAME TO W-NAME.
           MOVE CM-CLOSE-DATE TO W-CLOSE-DATE.
           CALL 'GET-BILLING-ADDR' USING W-POSITION, W-BA-FOUND,
               W-MAIL-ADDRESS.
           IF NOT W-BILLADDR-FOUND THEN
               MOVE CM-ADDRESS TO W-MAIL-ADDRESS
           END-IF.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.
           PERFORM PRINT-FINAL-HEADER.
           MOVE W-EM-FEE TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "UNRETURNED EQUIPMENT " DELIMITED BY SIZE
               W-EQ-MODEL DELIMITED BY SIZE
               " SERIAL " DELIMITED BY SIZE
               W-EQ-SERIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-CHARGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-EM-FEE TO W-CPE-CHARGE.
           MOVE W-INVOICE-NUMBER TO W-AR-ITEM-REFERENCE.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-CPE-CHARGE,
               W-AR-ITEM-TYPE, W-AR-ITEM-REFERENCE, W-RUN-DATE,
               W-NEW-BALANCE.
           MOVE SPACES TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-NEW-BALANCE TO W-SHOW-SIGNED.
           MOVE SPACES TO PRINT-LINE.
           STRING "AMOUNT NOW DUE    " DELIMITED BY SIZE
               W-SHOW-SIGNED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.

           MOVE W-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE W-RUN-DATE TO IR-INVOICE-DATE.
           MOVE W-ACCOUNT TO IR-ACCOUNT-NUMBER.
           MOVE W-POSITION TO IR-MASTER-POS.
           MOVE W-EM-FEE TO IR-AMOUNT.
           WRITE INVOICE-REGISTER-REC.
           ADD 1 TO W-UNRETURNED-COUNT.
           ADD W-EM-FEE TO W-UNRETURNED-TOTAL.
           ADD 1 TO W-INVOICE-NUMBER.
       BILL-UNRETURNED-UNIT-EXIT.
           CONTINUE.

      *    each line goes out, and into the archive, in the
      *    account's language
       PUT-STATEMENT-LINE.
           CALL 'TRANSLATE-PRINT-LINE' USING W-LANGUAGE, PRINT-LINE.
           MOVE W-INVOICE-NUMBER TO SA-INVOICE-NUMBER.
           SET SA-BODY-LINE TO TRUE.
           MOVE PRINT-LINE TO SA-LINE.
           MOVE W-LANGUAGE TO SA-LANGUAGE.
           WRITE STATEMENT-ARCHIVE-REC.
           WRITE PRINT-LINE.

       PUT-STATEMENT-PAGE-TOP.
           CALL 'TRANSLATE-PRINT-LINE' USING W-LANGUAGE, PRINT-LINE.
           MOVE W-INVOICE-NUMBER TO SA-INVOICE-NUMBER.
           SET SA-PAGE-TOP TO TRUE.
           MOVE PRINT-LINE TO SA-LINE.
           MOVE W-LANGUAGE TO SA-LANGUAGE.
           WRITE STATEMENT-ARCHIVE-REC.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
