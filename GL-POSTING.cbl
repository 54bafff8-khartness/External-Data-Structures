      *    register, taxes off the remittance file, payments off the
      *    payment history and the ACH draft register, adjustments
      *    off the adjustments file, bounced-draft reversals off the
      *    ACH return register, late fees off the journal's
      *    LATE-FEE entries at the DL100_LATE_FEE flat amount,
      *    Lifeline support credits off the bill run's credit file
      *    (booked as a receivable from the fund, not lost revenue),
      *    and promotional credits off its promotion credit file.
      *    Each source posts one debit and one credit for the same
      *    amount against the account codes the mapping table
      *    (GLMAP.DAT) assigns it, so the export always balances; the
      *    export file goes to the accounting system and the
      *    posting-control log keeps each day's totals -- a date
      *    already on the control refuses to post again, so a missing
      *    or doubled day is self-evident.
      *    Before a line is exported the day's invoices are balanced
      *    against the control ledger (CTLLEDG.DAT): the invoice-number
      *    range BILL-CYCLE-RUN recorded as INVOICED for the post date
      *    is counted and summed again off the register, and a count
      *    or dollar figure that disagrees stops the run with a
      *    balancing error and nothing posted.  The dollars posted go
      *    back on the ledger as GL-POSTING POSTED for the morning
      *    RUN-CONTROL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ESCHLEDG-FILE ASSIGN TO W-ESCHLEDG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT LIFECRED-FILE ASSIGN TO W-LIFECRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT PROMOCRED-FILE ASSIGN TO W-PROMOCRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT EXPORT-FILE ASSIGN TO W-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EXPORT-STATUS.
           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-REC.
           05  EL-MASTER-POS   PIC 9(9).
           05  EL-AMOUNT       PIC 9(7)V99.

       FD  LIFECRED-FILE.
       01  LIFECRED-REC.
           05  LC-INVOICE-DATE     PIC 9(8).
           05  LC-INVOICE-NUMBER   PIC 9(9).
           05  LC-MASTER-POS       PIC 9(9).
           05  LC-ACCOUNT-NUMBER   PIC 9(9).
           05  LC-PROGRAM          PIC X(4).
           05  LC-AMOUNT           PIC 9(5)V99.

       FD  PROMOCRED-FILE.
       01  PROMOCRED-REC.
           05  PC-INVOICE-DATE     PIC 9(8).
           05  PC-INVOICE-NUMBER   PIC 9(9).
           05  PC-MASTER-POS       PIC 9(9).
           05  PC-ACCOUNT-NUMBER   PIC 9(9).
           05  PC-PROMO-CODE       PIC X(6).
           05  PC-CYCLE            PIC 99.
           05  PC-AMOUNT           PIC 9(5)V99.

       FD  EXPORT-FILE.
       01  EXPORT-REC.
           05  EX-DATE         PIC 9(8).
                               VALUE 'S:\COBOL\COMMREG.DAT'.
       01  W-ESCHLEDG-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\ESCHLEDG.DAT'.
       01  W-LIFECRED-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\LIFECRED.DAT'.
       01  W-PROMOCRED-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROMOCRD.DAT'.
       01  W-EXPORT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\GLEXPORT.DAT'.
       01  W-CONTROL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\GLCTL.DAT'.
       01  W-CTLLEDG-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CTLLEDG.DAT'.

       01  W-MAP-STATUS        PIC XX.
       01  W-IN-STATUS         PIC XX.
       01  W-TOT-RECOVERY      PIC 9(11)V99 VALUE 0.
       01  W-TOT-COMMISSION    PIC 9(11)V99 VALUE 0.
       01  W-TOT-ESCHEAT       PIC 9(11)V99 VALUE 0.
       01  W-TOT-LIFELINE      PIC 9(11)V99 VALUE 0.
       01  W-TOT-PROMO         PIC 9(11)V99 VALUE 0.
       01  W-MAP-MISSING-SW    PIC X VALUE 'N'.
           88  W-MAP-MISSING       VALUE 'Y'.
       01  W-MATCHED-SW        PIC X.
       01  W-TOTAL-DEBITS      PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-CREDITS     PIC 9(11)V99 VALUE 0.
       01  W-SHOW-TOTAL        PIC $$,$$$,$$$,$$9.99.
       01  W-EXPORT-LINES      PIC 9(9) COMP VALUE 0.

       01  W-CTL-JOB           PIC X(20) VALUE 'GL-POSTING'.
       01  W-CTL-COUNTER       PIC X(12).
       01  W-CTL-PRED-JOB      PIC X(20) VALUE 'BILL-CYCLE-RUN'.
       01  W-CTL-PRED-COUNTER  PIC X(12) VALUE 'INVOICED'.
       01  W-CTL-COUNT         PIC 9(9) COMP.
       01  W-CTL-AMOUNT        PIC S9(11)V99.
       01  W-CTL-FIRST-KEY     PIC 9(9).
       01  W-CTL-LAST-KEY      PIC 9(9).
       01  W-CTL-EXPECT-COUNT  PIC 9(9) COMP.
       01  W-CTL-EXPECT-AMOUNT PIC S9(11)V99.
       01  W-CTL-STATUS        PIC 9.
           88  W-CTL-OUT-OF-BALANCE    VALUE 1.
       01  W-CYCLE-FOUND-SW    PIC X VALUE 'N'.
           88  W-CYCLE-TOTAL-FOUND     VALUE 'Y'.
       01  W-CYCLE-FIRST       PIC 9(9) VALUE 0.
       01  W-CYCLE-LAST        PIC 9(9) VALUE 0.
       01  W-RANGE-COUNT       PIC 9(9) COMP VALUE 0.
       01  W-RANGE-AMOUNT      PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           COMPUTE W-LATE-FEE = W-LATE-FEE-CENTS / 100.

           PERFORM FIND-CYCLE-TOTAL.
           PERFORM SUM-BILLING THRU SUM-BILLING-EXIT.
           PERFORM BALANCE-BILLING.
           PERFORM SUM-TAXES THRU SUM-TAXES-EXIT.
           PERFORM SUM-PAYMENTS THRU SUM-PAYMENTS-EXIT.
           PERFORM SUM-DRAFTS THRU SUM-DRAFTS-EXIT.
           PERFORM SUM-WRITEOFFS THRU SUM-WRITEOFFS-EXIT.
           PERFORM SUM-COMMISSIONS THRU SUM-COMMISSIONS-EXIT.
           PERFORM SUM-ESCHEATS THRU SUM-ESCHEATS-EXIT.
           PERFORM SUM-LIFELINE THRU SUM-LIFELINE-EXIT.
           PERFORM SUM-PROMO THRU SUM-PROMO-EXIT.

      *    every non-zero category must have a mapping row BEFORE a
      *    single export line is written; a category quietly dropped
           MOVE 'ESCHEAT' TO W-POST-SOURCE.
           MOVE W-TOT-ESCHEAT TO W-POST-AMOUNT.
           PERFORM POST-ONE-SOURCE THRU POST-ONE-SOURCE-EXIT.
           MOVE 'LIFELINE' TO W-POST-SOURCE.
           MOVE W-TOT-LIFELINE TO W-POST-AMOUNT.
           PERFORM POST-ONE-SOURCE THRU POST-ONE-SOURCE-EXIT.
           MOVE 'PROMO' TO W-POST-SOURCE.
           MOVE W-TOT-PROMO TO W-POST-AMOUNT.
           PERFORM POST-ONE-SOURCE THRU POST-ONE-SOURCE-EXIT.
           CLOSE EXPORT-FILE.

           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM POST-LEDGER-TOTALS.

           DISPLAY " ".
           DISPLAY "GL POSTING SUMMARY FOR ", W-POST-DATE.
                   NOT AT END
                       IF IR-INVOICE-DATE = W-POST-DATE THEN
                           ADD IR-AMOUNT TO W-TOT-BILLING
                           IF W-CYCLE-TOTAL-FOUND AND
                               IR-INVOICE-NUMBER >= W-CYCLE-FIRST AND
                               IR-INVOICE-NUMBER <= W-CYCLE-LAST THEN
                               ADD 1 TO W-RANGE-COUNT
                               ADD IR-AMOUNT TO W-RANGE-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       SUM-BILLING-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    The bill run's INVOICED total for the post date, if it ran:
      *    the invoice-number range it wrote and the count and dollars
      *    SUM-BILLING must find again in that range.
      *----------------------------------------------------------------
       FIND-CYCLE-TOTAL.
           CALL 'GET-CONTROL-TOTAL' USING W-CYCLE-FOUND-SW,
               W-CTL-PRED-JOB, W-CTL-PRED-COUNTER, W-POST-DATE,
               W-CTL-EXPECT-COUNT, W-CTL-EXPECT-AMOUNT,
               W-CYCLE-FIRST, W-CYCLE-LAST, W-CTLLEDG-FILENAME.

      *----------------------------------------------------------------
      *    Invoices into the ledger against invoices out of the bill
      *    run.  No bill run that day is recorded as such and posting
      *    goes on; a disagreement stops here, before the export is
      *    even opened.
      *----------------------------------------------------------------
       BALANCE-BILLING.
           MOVE 'INVOICES-IN' TO W-CTL-COUNTER.
           MOVE W-RANGE-COUNT TO W-CTL-COUNT.
           MOVE W-RANGE-AMOUNT TO W-CTL-AMOUNT.
           CALL 'CHECK-CONTROL-TOTAL' USING W-CTL-STATUS,
               W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-PRED-JOB, W-CTL-PRED-COUNTER, W-POST-DATE,
               W-CTL-COUNT, W-CTL-AMOUNT,
               W-CTL-EXPECT-COUNT, W-CTL-EXPECT-AMOUNT,
               W-CTLLEDG-FILENAME.
           IF W-CTL-OUT-OF-BALANCE THEN
               DISPLAY "BALANCING ERROR - INVOICES FROM BILL-CYCLE-RUN"
               MOVE W-CTL-COUNT TO W-SHOW-COUNT
               MOVE W-CTL-AMOUNT TO W-SHOW-TOTAL
               DISPLAY "  ON REGISTER:  ", W-SHOW-COUNT, "  ",
                   W-SHOW-TOTAL
               MOVE W-CTL-EXPECT-COUNT TO W-SHOW-COUNT
               MOVE W-CTL-EXPECT-AMOUNT TO W-SHOW-TOTAL
               DISPLAY "  BILL RUN SAID:", W-SHOW-COUNT, "  ",
                   W-SHOW-TOTAL
               DISPLAY "NOTHING POSTED."
               STOP RUN.

       SUM-TAXES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TAXREMIT-FILE.
           MOVE 'ESCHEAT' TO W-POST-SOURCE.
           MOVE W-TOT-ESCHEAT TO W-POST-AMOUNT.
           PERFORM REQUIRE-MAPPING THRU REQUIRE-MAPPING-EXIT.
           MOVE 'LIFELINE' TO W-POST-SOURCE.
           MOVE W-TOT-LIFELINE TO W-POST-AMOUNT.
           PERFORM REQUIRE-MAPPING THRU REQUIRE-MAPPING-EXIT.
           MOVE 'PROMO' TO W-POST-SOURCE.
           MOVE W-TOT-PROMO TO W-POST-AMOUNT.
           PERFORM REQUIRE-MAPPING THRU REQUIRE-MAPPING-EXIT.

       REQUIRE-MAPPING.
           IF W-POST-AMOUNT = 0 THEN
       SUM-ESCHEATS-EXIT.
           CONTINUE.

      *    the Lifeline credit came off the customer's bill but not
      *    off our revenue: the GLMAP row for LIFELINE debits the
      *    fund receivable and credits customer AR
       SUM-LIFELINE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT LIFECRED-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-LIFELINE-EXIT.
           PERFORM SUM-ONE-LIFELINE UNTIL W-INPUT-EOF.
           CLOSE LIFECRED-FILE.
       SUM-LIFELINE-EXIT.
           CONTINUE.

       SUM-ONE-LIFELINE.
           READ LIFECRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF LC-INVOICE-DATE = W-POST-DATE THEN
                       ADD LC-AMOUNT TO W-TOT-LIFELINE
                   END-IF
           END-READ.

      *    a promotional credit is marketing's discount off billed
      *    revenue: the GLMAP row for PROMO debits the promotions
      *    contra-revenue account and credits customer AR
       SUM-PROMO.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PROMOCRED-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-PROMO-EXIT.
           PERFORM SUM-ONE-PROMO UNTIL W-INPUT-EOF.
           CLOSE PROMOCRED-FILE.
       SUM-PROMO-EXIT.
           CONTINUE.

       SUM-ONE-PROMO.
           READ PROMOCRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PC-INVOICE-DATE = W-POST-DATE THEN
                       ADD PC-AMOUNT TO W-TOT-PROMO
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    One balanced pair per source with activity: the mapped
      *    debit account and credit account each get the amount.
                   MOVE W-POST-SOURCE TO EX-SOURCE
                   WRITE EXPORT-REC
                   ADD W-POST-AMOUNT TO W-TOTAL-CREDITS
                   ADD 2 TO W-EXPORT-LINES
               END-IF
           END-PERFORM.
       POST-ONE-SOURCE-EXIT.
           ACCEPT CL-RUN-TIME FROM TIME.
           WRITE CONTROL-LOG-REC.
           CLOSE CONTROL-LOG.

      *----------------------------------------------------------------
      *    Dollars posted onto the control ledger: the export lines
      *    written and the debit side of the day.
      *----------------------------------------------------------------
       POST-LEDGER-TOTALS.
           MOVE 'POSTED' TO W-CTL-COUNTER.
           MOVE W-TOTAL-DEBITS TO W-CTL-AMOUNT.
           MOVE W-CYCLE-FIRST TO W-CTL-FIRST-KEY.
           MOVE W-CYCLE-LAST TO W-CTL-LAST-KEY.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-EXPORT-LINES, W-CTL-AMOUNT,
               W-CTL-FIRST-KEY, W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.
