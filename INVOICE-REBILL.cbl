      *    archive like any other invoice, and the void register row
      *    cross-references old to new so the audit trail connects
      *    them.  Both halves journal under the signed-on operator.
      *    On the open items the void is a credit against the old
      *    invoice and the replacement is a new invoice item.
      *    An invoice dated in a month accounting has closed is not
      *    voided: its billing and tax rows are part of that month's
      *    frozen figures, so the correction has to go in as an
      *    adjustment in the open period instead.
      *    A call's charge is the one stored for it in the
      *    rated-usage file when it was captured, read back through
      *    GET-RATED-USAGE; a call is rated again only when it has
      *    no stored rating, its plan has changed since, or a tariff
      *    correction or dispute has marked it for re-rating.
      *    The replacement prints, and archives, in the account's
      *    language, as the cycle run's statements do.

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
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-THIRD-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\THIRDNUM.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-PERIODCTL-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\ARBALP.DAT'.
       01  W-TAX-FILENAME          PIC X(512)
                                   VALUE 'S:\COBOL\TAXTABLE.DAT'.
       01  W-TAXEXEMPT-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TAXEXMPT.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-PLANCHG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\REBILL.PRT'.
       01  W-ARCHIVE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\STMTARCH.DAT'.
       01  W-PRTTEXT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PRTTEXT.DAT'.
      *    the language the replacement prints in, the account's
      *    preference
       01  W-LANGUAGE              PIC X.

       01  W-REGISTER-STATUS       PIC XX.
       01  W-REMIT-STATUS          PIC XX.
       01  W-INVOICE-FOUND-SW      PIC X.
           88  W-INVOICE-FOUND         VALUE 'Y'.
       01  W-OLD-INVOICE-DATE      PIC 9(8).
       01  W-CHECK-DATE            PIC 9(8).
       01  W-PERIOD-MOVED          PIC X.
           88  W-PERIOD-CLOSED         VALUE 'Y'.
       01  W-OLD-AMOUNT            PIC 9(9)V99.
       01  W-OLD-TAXES             PIC 9(9)V99 VALUE 0.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-TODAY                 PIC 9(8).
       01  W-INVOICE-NUMBER        PIC 9(9) COMP.
       01  W-AR-ITEM-TYPE          PIC X.
       01  W-AR-ITEM-REFERENCE     PIC 9(9).
       01  W-AR-ITEM-DATE          PIC 9(8) VALUE 0.

       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
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
               STOP RUN.
           PERFORM CHECK-NOT-ALREADY-VOIDED
               THRU CHECK-NOT-ALREADY-VOIDED-EXIT.
           PERFORM CHECK-PERIOD-OPEN.
           PERFORM SUM-OLD-TAXES.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CALL-INDEX' USING W-CALL-INDEX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-PRINT-TEXT' USING W-PRTTEXT-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-TAX-TABLE' USING W-TAX-FILENAME.
           CALL 'OPEN-TAX-EXEMPT' USING W-TAXEXEMPT-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               DISPLAY "  The account behind that invoice is no",
                   " longer on file."
               STOP RUN.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.

           PERFORM VOID-OLD-INVOICE.
           PERFORM OPEN-INVOICE-CONTROL.

           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-TAX-EXEMPT'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-CALL-INDEX'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-JOURNAL'.

                   END-IF
           END-READ.

      *    a closed month's invoices and tax rows are the official
      *    figures; voiding one would purge rows the close froze
       CHECK-PERIOD-OPEN.
           CALL 'OPEN-PERIOD-CONTROL' USING W-PERIODCTL-FILENAME.
           MOVE W-OLD-INVOICE-DATE TO W-CHECK-DATE.
           CALL 'CHECK-POSTING-PERIOD' USING W-CHECK-DATE,
               W-PERIOD-MOVED.
           IF W-PERIOD-CLOSED THEN
               DISPLAY "  That invoice is in a closed accounting",
                   " period; correct it with an adjustment."
               STOP RUN.

       SUM-OLD-TAXES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TAX-REMIT-FILE.
       VOID-OLD-INVOICE.
      *    backing out a bad bill is a charge reversal, not money
      *    received -- a negative charge keeps the next statement's
      *    PAYMENTS RECEIVED line honest.  The credit names the voided
      *    invoice, so it settles that invoice's open item first.
           COMPUTE W-REVERSAL-AMT = W-OLD-AMOUNT + W-OLD-TAXES.
           COMPUTE W-REVERSAL = 0 - W-REVERSAL-AMT.
           MOVE 'A' TO W-AR-ITEM-TYPE.
           MOVE W-WANT-INVOICE TO W-AR-ITEM-REFERENCE.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-REVERSAL,
               W-AR-ITEM-TYPE, W-AR-ITEM-REFERENCE, W-AR-ITEM-DATE,
               W-NEW-BALANCE.
           PERFORM PURGE-OLD-TAX-ROWS.
           MOVE 'INV-VOID' TO W-JOURNAL-OP.
           PERFORM PRINT-TAX-SECTION.
           PERFORM WRITE-NEW-TAX-ROWS.
           COMPUTE W-BILLED-TOTAL = W-ACCOUNT-CHARGES + W-TAX-TOTAL.
           MOVE 'I' TO W-AR-ITEM-TYPE.
           MOVE W-INVOICE-NUMBER TO W-AR-ITEM-REFERENCE.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-BILLED-TOTAL,
               W-AR-ITEM-TYPE, W-AR-ITEM-REFERENCE, W-AR-ITEM-DATE,
               W-NEW-BALANCE.
           MOVE W-ACCOUNT-CHARGES TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
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
               CALL 'PLAN-FOR-DATE' USING W-POSITION, W-CALL-DATE,
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
           CLOSE TAX-REMIT-FILE.

       WRITE-ONE-TAX-ROW.
           IF NOT W-TAX-WAS-EXEMPT(W-TAX-SUB) THEN
               MOVE W-JURIS-STATE TO TR-STATE
               MOVE W-TAX-LEVY-CODE(W-TAX-SUB) TO TR-LEVY-CODE
               MOVE W-TAX-AMOUNT(W-TAX-SUB) TO TR-AMOUNT
               MOVE W-INVOICE-NUMBER TO TR-INVOICE-NUMBER
               MOVE W-TODAY TO TR-INVOICE-DATE
               WRITE TAX-REMIT-REC
           END-IF.

       PRINT-TAX-SECTION.
           CALL 'DERIVE-JURISDICTION' USING W-ADDRESS, W-JURIS-STATE.
           CALL 'COMPUTE-TAXES' USING W-JURIS-STATE,
               W-ACCOUNT-CHARGES, W-TAX-LIST, W-TAX-TOTAL,
               W-POSITION, W-TODAY.
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

       RECORD-VOID-AND-REGISTER.
           CLOSE INVOICE-REGISTER-FILE.

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
