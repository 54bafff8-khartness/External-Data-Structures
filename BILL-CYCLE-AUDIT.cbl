       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BILL-CYCLE-AUDIT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Proves a bill cycle billed every account in it exactly
      *    once before its statements go to the print house.  For
      *    the prompted cycle and cycle date, the cycle's invoices
      *    come off the invoice register -- the invoice-number range
      *    BILL-CYCLE-RUN posted to the control ledger as INVOICED
      *    for that date, or every invoice dated that day when the
      *    ledger has no such total -- and CUSTOMER-MASTER is walked
      *    against them the way BILL-CYCLE-RUN walks it.  Listed as
      *    exceptions:
      *        an active or suspended account on the cycle with no
      *        invoice;
      *        an account with two or more invoices;
      *        an invoice for an account not on the cycle (or no
      *        longer on file);
      *        a child location, or a reseller's end user, billed on
      *        its own when it should have rolled up to its parent's
      *        (or reseller's) statement.
      *    The audit posts its clean end to the run-control file only
      *    when there are no exceptions, and PRINT-VENDOR-SEND
      *    names it as its predecessor, so the cycle's extract stays
      *    held until the audit is rerun clean or a supervisor signs
      *    on here and overrides it; the override is journaled with
      *    the exception count.  Rerunning the audit the same night
      *    after fixing the exceptions is the point, so a second
      *    start tonight is not refused.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO W-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-WHOLESALE-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\WHOLESAL.DAT'.
       01  W-REGISTER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-CTLLEDG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CTLLEDG.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-OPERATOR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\OPERATOR.DAT'.

       01  W-REGISTER-STATUS       PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-RUNCTL-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-RUNCTL-STATUS     PIC 9.
           88  RUNCTL-OK           VALUE 0.
           88  RUNCTL-DOUBLE-RUN   VALUE 1.
           88  RUNCTL-OUT-OF-ORDER VALUE 2.
       01  W-RUNCTL-JOB        PIC X(20) VALUE 'BILL-CYCLE-AUDIT'.
       01  W-RUNCTL-PRED       PIC X(20) VALUE SPACES.

       01  W-OPERATOR-STUFF EXTERNAL.
           05  W-OPERATOR-ID   PIC X(8).
       01  W-SIGNON-PASSWORD   PIC X(8).
       01  W-OPERATOR-LEVEL    PIC 9.
           88  W-SUPERVISOR-LEVEL  VALUE 2 3.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.

       01  W-CYCLE             PIC 99.
       01  W-CYCLE-DATE        PIC 9(8).
       01  W-OVERRIDE          PIC X.

      *    the cycle's invoice-number range, off the control ledger
       01  W-CTL-FOUND         PIC X.
           88  W-RANGE-KNOWN       VALUE 'Y'.
       01  W-CTL-JOB           PIC X(20) VALUE 'BILL-CYCLE-RUN'.
       01  W-CTL-COUNTER       PIC X(12) VALUE 'INVOICED'.
       01  W-CTL-COUNT         PIC 9(9) COMP.
       01  W-CTL-AMOUNT        PIC S9(11)V99.
       01  W-FIRST-INVOICE     PIC 9(9).
       01  W-LAST-INVOICE      PIC 9(9).

      *    invoices seen per master position -- how many, and the
      *    first and last invoice numbers, for the listing
       01  W-BILLED-TABLE.
           05  W-BILLED-ENTRY  OCCURS 100000 TIMES.
               10  W-BT-COUNT          PIC 99 COMP.
               10  W-BT-FIRST          PIC 9(9) COMP.
               10  W-BT-LAST           PIC 9(9) COMP.
       01  W-TABLE-LIMIT       PIC 9(9) COMP VALUE 100000.
       01  W-POSITION          PIC 9(9) COMP.
       01  W-SUB               PIC 9(9) COMP.

       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.
       01  W-BILL-CYCLE        PIC 99.
       01  W-PARENT-POS        PIC 9(9) COMP.
       01  W-ROLLUP-SW         PIC X.
           88  W-ROLLS-UP          VALUE 'Y'.
       01  W-ROLLUP-POS        PIC 9(9) COMP.

       01  W-WH-FOUND              PIC X.
       01  W-WH-ROLE               PIC X.
           88  W-WH-IS-RESELLER        VALUE 'R'.
           88  W-WH-IS-END-USER        VALUE 'E'.
       01  W-WH-DISCOUNT-PCT       PIC 99V99.
       01  W-WH-CONTRACT-REF       PIC X(12).
       01  W-WH-RESELLER-POS       PIC 9(9).
       01  W-WH-SINCE-DATE         PIC 9(8).
       01  W-WH-RESELLER           PIC 9(9) COMP.
       01  W-OWNER-FOUND           PIC X.
           88  W-OWNER-ON-FILE         VALUE 'Y'.
       01  W-OWNER-ACCOUNT         PIC 9(9) COMP.
       01  W-OWNER-NAME            PIC X(30).
       01  W-OWNER-ADDRESS         PIC X(40).
       01  W-OWNER-PLAN            PIC X(4).
       01  W-OWNER-STATUS          PIC X.

       01  W-INVOICES-READ     PIC 9(9) COMP VALUE 0.
       01  W-ACCOUNTS-ON-CYCLE PIC 9(9) COMP VALUE 0.
       01  W-NOT-BILLED        PIC 9(9) COMP VALUE 0.
       01  W-BILLED-TWICE      PIC 9(9) COMP VALUE 0.
       01  W-OFF-CYCLE         PIC 9(9) COMP VALUE 0.
       01  W-NOT-ROLLED-UP     PIC 9(9) COMP VALUE 0.
       01  W-EXCEPTIONS        PIC 9(9) COMP VALUE 0.

       01  W-JOURNAL-OP            PIC X(15).
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER         PIC 9(9) COMP VALUE 0.

       01  W-SHOW-ACCOUNT      PIC 9(9).
       01  W-SHOW-OWNER        PIC 9(9).
       01  W-SHOW-INVOICE      PIC 9(9).
       01  W-SHOW-INVOICE-2    PIC 9(9).
       01  W-SHOW-POSITION     PIC Z(8)9.
       01  W-SHOW-TIMES        PIC Z9.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'RUN-CONTROL-BEGIN' USING W-RUNCTL-STATUS,
               W-RUNCTL-JOB, W-RUNCTL-PRED, W-RUNCTL-FILENAME.
           DISPLAY " ".
           DISPLAY "BILL CYCLE COMPLETENESS AUDIT".
           DISPLAY "Cycle to audit: " WITH NO ADVANCING.
           ACCEPT W-CYCLE.
           DISPLAY "Cycle date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-CYCLE-DATE.
           IF W-CYCLE-DATE = 0 THEN
               ACCEPT W-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-WHOLESALE' USING W-WHOLESALE-FILENAME.

           CALL 'GET-CONTROL-TOTAL' USING W-CTL-FOUND, W-CTL-JOB,
               W-CTL-COUNTER, W-CYCLE-DATE, W-CTL-COUNT, W-CTL-AMOUNT,
               W-FIRST-INVOICE, W-LAST-INVOICE, W-CTLLEDG-FILENAME.
           IF W-RANGE-KNOWN AND W-CTL-COUNT = 0 THEN
               MOVE 'N' TO W-CTL-FOUND
           END-IF.
           DISPLAY " ".
           IF W-RANGE-KNOWN THEN
               DISPLAY "CYCLE ", W-CYCLE, " OF ", W-CYCLE-DATE,
                   ": INVOICES ", W-FIRST-INVOICE, " THRU ",
                   W-LAST-INVOICE
           ELSE
               DISPLAY "CYCLE ", W-CYCLE, " OF ", W-CYCLE-DATE,
                   ": NO BILL RUN TOTAL ON THE CONTROL LEDGER;",
                   " AUDITING EVERY INVOICE OF THAT DATE"
           END-IF.

           INITIALIZE W-BILLED-TABLE.
           PERFORM LOAD-CYCLE-INVOICES.
           DISPLAY " ".
           PERFORM AUDIT-ONE-POSITION THRU AUDIT-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           PERFORM CHECK-UNKNOWN-POSITIONS
               VARYING W-SUB FROM W-POSITION BY 1
               UNTIL W-SUB > W-TABLE-LIMIT.

           CALL 'CLOSE-WHOLESALE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           COMPUTE W-EXCEPTIONS = W-NOT-BILLED + W-BILLED-TWICE +
               W-OFF-CYCLE + W-NOT-ROLLED-UP.
           DISPLAY " ".
           DISPLAY "CYCLE AUDIT SUMMARY - CYCLE ", W-CYCLE.
           MOVE W-INVOICES-READ TO W-SHOW-COUNT.
           DISPLAY "  CYCLE INVOICES:       ", W-SHOW-COUNT.
           MOVE W-ACCOUNTS-ON-CYCLE TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS ON CYCLE:    ", W-SHOW-COUNT.
           MOVE W-NOT-BILLED TO W-SHOW-COUNT.
           DISPLAY "  NO INVOICE:           ", W-SHOW-COUNT.
           MOVE W-BILLED-TWICE TO W-SHOW-COUNT.
           DISPLAY "  BILLED MORE THAN ONCE:", W-SHOW-COUNT.
           MOVE W-OFF-CYCLE TO W-SHOW-COUNT.
           DISPLAY "  OUTSIDE THE CYCLE:    ", W-SHOW-COUNT.
           MOVE W-NOT-ROLLED-UP TO W-SHOW-COUNT.
           DISPLAY "  NOT ROLLED UP:        ", W-SHOW-COUNT.

           IF W-EXCEPTIONS = 0 THEN
               DISPLAY "AUDIT CLEAN - STATEMENT EXTRACT RELEASED."
               CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
                   W-RUNCTL-FILENAME
               STOP RUN.

           DISPLAY "STATEMENT EXTRACT HELD UNTIL THE AUDIT RUNS CLEAN.".
           DISPLAY "Supervisor override to release it (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT W-OVERRIDE.
           IF W-OVERRIDE = 'Y' OR W-OVERRIDE = 'y' THEN
               PERFORM OVERRIDE-HOLD
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    The cycle's invoices, counted against the position each
      *    was billed to.  An invoice to a position the table cannot
      *    hold, or to no position at all, is off the cycle by
      *    definition.
      *----------------------------------------------------------------
       LOAD-CYCLE-INVOICES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               DISPLAY "No invoice register on file: ",
                   W-REGISTER-FILENAME
               STOP RUN.
           PERFORM READ-ONE-INVOICE UNTIL W-INPUT-EOF.
           CLOSE INVOICE-REGISTER-FILE.

       READ-ONE-INVOICE.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO READ-ONE-INVOICE-EXIT
           END-READ.
           IF IR-INVOICE-DATE NOT = W-CYCLE-DATE THEN
               GO TO READ-ONE-INVOICE-EXIT.
           IF W-RANGE-KNOWN AND
                   (IR-INVOICE-NUMBER < W-FIRST-INVOICE OR
                    IR-INVOICE-NUMBER > W-LAST-INVOICE) THEN
               GO TO READ-ONE-INVOICE-EXIT.
           ADD 1 TO W-INVOICES-READ.
           IF IR-MASTER-POS < 2 OR IR-MASTER-POS > W-TABLE-LIMIT THEN
               ADD 1 TO W-OFF-CYCLE
               MOVE IR-INVOICE-NUMBER TO W-SHOW-INVOICE
               MOVE IR-ACCOUNT-NUMBER TO W-SHOW-ACCOUNT
               DISPLAY "OFF CYCLE    INVOICE ", W-SHOW-INVOICE,
                   " ACCOUNT ", W-SHOW-ACCOUNT,
                   " - NO SUCH MASTER POSITION"
               GO TO READ-ONE-INVOICE-EXIT.
           MOVE IR-MASTER-POS TO W-SUB.
           IF W-BT-COUNT(W-SUB) = 0 THEN
               MOVE IR-INVOICE-NUMBER TO W-BT-FIRST(W-SUB)
           END-IF.
           IF W-BT-COUNT(W-SUB) < 99 THEN
               ADD 1 TO W-BT-COUNT(W-SUB)
           END-IF.
           MOVE IR-INVOICE-NUMBER TO W-BT-LAST(W-SUB).
       READ-ONE-INVOICE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    ONE POSITION -- decided the way BILL-CYCLE-RUN decides it:
      *    a child location, or an end user whose reseller is on
      *    file, rolls up and should have no invoice of its own; any
      *    other active or suspended account on the cycle should have
      *    exactly one; anything else should have none.
      *----------------------------------------------------------------
       AUDIT-ONE-POSITION.
           IF W-POSITION > W-TABLE-LIMIT THEN
               DISPLAY "MASTER POSITIONS PAST ", W-TABLE-LIMIT,
                   " NOT AUDITED."
               ADD 1 TO W-OFF-CYCLE
               MOVE W-MASTER-FILE-SIZE TO W-POSITION
               GO TO AUDIT-ONE-POSITION-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               IF W-BT-COUNT(W-POSITION) > 0 THEN
                   ADD 1 TO W-OFF-CYCLE
                   MOVE W-POSITION TO W-SHOW-POSITION
                   MOVE W-BT-FIRST(W-POSITION) TO W-SHOW-INVOICE
                   DISPLAY "OFF CYCLE    INVOICE ", W-SHOW-INVOICE,
                       " POSITION ", W-SHOW-POSITION,
                       " - ACCOUNT NOT ACTIVE OR SUSPENDED"
               END-IF
               GO TO AUDIT-ONE-POSITION-EXIT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.

           PERFORM CHECK-ROLLUP.
           IF W-ROLLS-UP THEN
               IF W-BT-COUNT(W-POSITION) > 0 THEN
                   ADD 1 TO W-NOT-ROLLED-UP
                   MOVE W-BT-FIRST(W-POSITION) TO W-SHOW-INVOICE
                   MOVE W-OWNER-ACCOUNT TO W-SHOW-OWNER
                   DISPLAY "NOT ROLLED UP ACCOUNT ", W-SHOW-ACCOUNT,
                       " INVOICE ", W-SHOW-INVOICE,
                       " - BILLS UNDER ", W-SHOW-OWNER
               END-IF
               GO TO AUDIT-ONE-POSITION-EXIT.

           CALL 'GET-BILL-CYCLE' USING W-POSITION, W-BILL-CYCLE.
           IF W-BILL-CYCLE NOT = W-CYCLE THEN
               IF W-BT-COUNT(W-POSITION) > 0 THEN
                   ADD 1 TO W-OFF-CYCLE
                   MOVE W-BT-FIRST(W-POSITION) TO W-SHOW-INVOICE
                   DISPLAY "OFF CYCLE    INVOICE ", W-SHOW-INVOICE,
                       " ACCOUNT ", W-SHOW-ACCOUNT,
                       " - ON CYCLE ", W-BILL-CYCLE
               END-IF
               GO TO AUDIT-ONE-POSITION-EXIT.

           ADD 1 TO W-ACCOUNTS-ON-CYCLE.
           IF W-BT-COUNT(W-POSITION) = 0 THEN
               ADD 1 TO W-NOT-BILLED
               DISPLAY "NOT BILLED   ACCOUNT ", W-SHOW-ACCOUNT, " ",
                   W-NAME
               GO TO AUDIT-ONE-POSITION-EXIT.
           IF W-BT-COUNT(W-POSITION) > 1 THEN
               ADD 1 TO W-BILLED-TWICE
               MOVE W-BT-COUNT(W-POSITION) TO W-SHOW-TIMES
               MOVE W-BT-FIRST(W-POSITION) TO W-SHOW-INVOICE
               MOVE W-BT-LAST(W-POSITION) TO W-SHOW-INVOICE-2
               DISPLAY "BILLED ", W-SHOW-TIMES, "X   ACCOUNT ",
                   W-SHOW-ACCOUNT, " INVOICES ", W-SHOW-INVOICE,
                   " ... ", W-SHOW-INVOICE-2
           END-IF.
       AUDIT-ONE-POSITION-EXIT.
           CONTINUE.

       CHECK-ROLLUP.
           MOVE 'N' TO W-ROLLUP-SW.
           CALL 'GET-PARENT-ACCOUNT' USING W-POSITION, W-PARENT-POS.
           IF W-PARENT-POS NOT = 0 THEN
               SET W-ROLLS-UP TO TRUE
               MOVE W-PARENT-POS TO W-ROLLUP-POS
           ELSE
               CALL 'GET-WHOLESALE' USING W-POSITION, W-WH-FOUND,
                   W-WH-ROLE, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
                   W-WH-RESELLER-POS, W-WH-SINCE-DATE
               IF W-WH-IS-END-USER THEN
                   MOVE W-WH-RESELLER-POS TO W-WH-RESELLER
                   CALL 'GET-CUSTOMER-MASTER' USING W-WH-RESELLER,
                       W-OWNER-FOUND, W-OWNER-ACCOUNT, W-OWNER-NAME,
                       W-OWNER-ADDRESS, W-OWNER-PLAN, W-OWNER-STATUS
                   IF W-OWNER-ON-FILE THEN
                       SET W-ROLLS-UP TO TRUE
                       MOVE W-WH-RESELLER TO W-ROLLUP-POS
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO W-OWNER-ACCOUNT.
           IF W-ROLLS-UP THEN
               CALL 'GET-CUSTOMER-MASTER' USING W-ROLLUP-POS,
                   W-OWNER-FOUND, W-OWNER-ACCOUNT, W-OWNER-NAME,
                   W-OWNER-ADDRESS, W-OWNER-PLAN, W-OWNER-STATUS
           END-IF.

      *    invoices to positions past the end of the master file
       CHECK-UNKNOWN-POSITIONS.
           IF W-BT-COUNT(W-SUB) > 0 THEN
               ADD 1 TO W-OFF-CYCLE
               MOVE W-SUB TO W-SHOW-POSITION
               MOVE W-BT-FIRST(W-SUB) TO W-SHOW-INVOICE
               DISPLAY "OFF CYCLE    INVOICE ", W-SHOW-INVOICE,
                   " POSITION ", W-SHOW-POSITION,
                   " - PAST THE END OF THE MASTER FILE"
           END-IF.

      *----------------------------------------------------------------
      *    Supervisor override: releases the extract with the
      *    exceptions still standing, on the journal under the
      *    supervisor's sign-on.
      *----------------------------------------------------------------
       OVERRIDE-HOLD.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT W-SIGNON-PASSWORD.
           CALL 'VERIFY-OPERATOR' USING L-STATUS, W-OPERATOR-ID,
               W-SIGNON-PASSWORD, W-OPERATOR-LEVEL,
               W-OPERATOR-FILENAME.
           IF NOT STATUS-OK OR NOT W-SUPERVISOR-LEVEL THEN
               DISPLAY "Override needs supervisor sign-on; the",
                   " extract stays held."
               STOP RUN.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           MOVE 'AUDIT-OVERRIDE' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           STRING "CYCLE " DELIMITED BY SIZE
               W-CYCLE DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               W-CYCLE-DATE DELIMITED BY SIZE
               INTO W-JOURNAL-KEY.
           MOVE W-EXCEPTIONS TO W-JOURNAL-BEFORE.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           CALL 'CLOSE-JOURNAL'.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.
           DISPLAY "OVERRIDDEN BY ", W-OPERATOR-ID,
               " - STATEMENT EXTRACT RELEASED.".
