      *    same balance-forward way DUNNING-AGING does, and for each
      *    account 30 or more days past its last invoice applies the
      *    late fee (DL100_LATE_FEE cents, default 500 = $5.00)
      *    to AR, journals it through WRITE-JOURNAL
      *    like every other change, and advances the account's
      *    treatment step -- 30 days earns the notice, 60 the warning,
      *    90 disconnect-pending -- through SET-TREATMENT-STATUS.  An
      *    left where it is; treatment only moves forward here, and
      *    only payment (or a supervisor) moves it back.  Registers
      *    with run control so a second run the same night cannot
      *    double-assess anybody's fee.  The 30-day due date rolls
      *    past a weekend or bank holiday on the holiday calendar to
      *    the next business day before any fee is drawn.
      *    An account whose receivable is kept as open items ages
      *    from the oldest charge it still owes, not from its last
      *    bill, so paying this month's invoice does not hide last
      *    quarter's; the register date is only the fallback for an
      *    account with no items yet.  The fee itself is posted as an
      *    'F' item through POST-AR-ITEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-ARRANGE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\ARRANGE.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-PLACED-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\PLACED.DAT'.

       01  W-TODAY-INT             PIC 9(9) COMP.
       01  W-INVOICE-INT           PIC 9(9) COMP.
       01  W-AGE-DAYS              PIC S9(9) COMP.
       01  W-DUE-DATE              PIC 9(8).
       01  W-AGE-FROM-DATE         PIC 9(8).

      *    Open-item aging, from GET-AR-AGING
       01  W-ITEMS-KEPT            PIC X.
           88  W-AGED-BY-ITEM          VALUE 'Y'.
       01  W-OLDEST-DATE           PIC 9(8).
       01  W-ITEM-CURRENT          PIC S9(9)V99.
       01  W-ITEM-30               PIC S9(9)V99.
       01  W-ITEM-60               PIC S9(9)V99.
       01  W-ITEM-90               PIC S9(9)V99.
       01  W-ITEM-UNAPPLIED        PIC S9(9)V99.
       01  W-FEE-TYPE              PIC X VALUE 'F'.
       01  W-FEE-REFERENCE         PIC 9(9) VALUE 0.
       01  W-FEE-DATE              PIC 9(8) VALUE 0.

       01  W-LATE-FEE-CENTS        PIC 9(5).
       01  W-LATE-FEE              PIC S9(9)V99.
       01  W-FLOOR-CENTS           PIC 9(7).
       01  W-TREATMENT-FLOOR       PIC S9(9)V99.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
       01  W-JOURNAL-OP            PIC X(15) VALUE 'LATE-FEE'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.
       01  W-SWITCH-OP             PIC X(15).

       01  W-ARR-STANDING          PIC X.
           88  W-ARRANGEMENT-KEPT      VALUE 'K'.
       01  W-FEES-ASSESSED         PIC 9(9) COMP VALUE 0.
       01  W-STEPS-ADVANCED        PIC 9(9) COMP VALUE 0.
       01  W-ARRANGED-HELD         PIC 9(9) COMP VALUE 0.
       01  W-HOLIDAY-HELD          PIC 9(9) COMP VALUE 0.
       01  W-RESTORED-HELD         PIC 9(9) COMP VALUE 0.
       01  W-TOLL-DENIES           PIC 9(9) COMP VALUE 0.
       01  W-TOLL-SUSPENDS         PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-FEES            PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.
               MOVE 500 TO W-LATE-FEE-CENTS
           END-IF.
           COMPUTE W-LATE-FEE = W-LATE-FEE-CENTS / 100.
           ACCEPT W-FLOOR-CENTS FROM ENVIRONMENT
               "DL100_TREATMENT_FLOOR".
           COMPUTE W-TREATMENT-FLOOR = W-FLOOR-CENTS / 100.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-PLACEMENTS' USING W-PLACED-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           PERFORM LOAD-LAST-INVOICE-DATES.

           DISPLAY " ".
           DISPLAY "  TREATMENT ADVANCES: ", W-SHOW-COUNT.
           MOVE W-ARRANGED-HELD TO W-SHOW-COUNT.
           DISPLAY "  HELD BY ARRANGEMENT: ", W-SHOW-COUNT.
           MOVE W-HOLIDAY-HELD TO W-SHOW-COUNT.
           DISPLAY "  DUE DATE ROLLED:    ", W-SHOW-COUNT.
           MOVE W-RESTORED-HELD TO W-SHOW-COUNT.
           DISPLAY "  HELD SINCE RESTORE: ", W-SHOW-COUNT.
           MOVE W-TOLL-DENIES TO W-SHOW-COUNT.
           DISPLAY "  TOLL DENY ORDERS:   ", W-SHOW-COUNT.
           MOVE W-TOLL-SUSPENDS TO W-SHOW-COUNT.
           DISPLAY "  SUSPEND ORDERS:     ", W-SHOW-COUNT.
           STOP RUN.

       LOAD-LAST-INVOICE-DATES.
       ASSESS-ONE-POSITION.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           IF W-BALANCE <= W-TREATMENT-FLOOR THEN
               GO TO ASSESS-ONE-POSITION-EXIT.
      *    open items age from the oldest charge still owed; an
      *    account not on the items yet ages from its last invoice
           CALL 'GET-AR-AGING' USING W-POSITION, W-TODAY,
               W-ITEMS-KEPT, W-OLDEST-DATE, W-ITEM-CURRENT, W-ITEM-30,
               W-ITEM-60, W-ITEM-90, W-ITEM-UNAPPLIED.
           IF W-AGED-BY-ITEM THEN
               MOVE W-OLDEST-DATE TO W-AGE-FROM-DATE
           ELSE IF W-POSITION > W-TABLE-LIMIT THEN
               MOVE 0 TO W-AGE-FROM-DATE
           ELSE
               MOVE W-LAST-INVOICE-DATE(W-POSITION) TO W-AGE-FROM-DATE.
           IF W-AGE-FROM-DATE = 0 THEN
               GO TO ASSESS-ONE-POSITION-EXIT.
           COMPUTE W-INVOICE-INT =
               FUNCTION INTEGER-OF-DATE(W-AGE-FROM-DATE).
           COMPUTE W-AGE-DAYS = W-TODAY-INT - W-INVOICE-INT.
           IF W-AGE-DAYS < 30 THEN
               GO TO ASSESS-ONE-POSITION-EXIT.
      *    a due date on a weekend or bank holiday stands until the
      *    next business day, when the payment could have cleared
           COMPUTE W-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(W-INVOICE-INT + 30).
           CALL 'NEXT-BUSINESS-DAY' USING W-DUE-DATE.
           IF W-DUE-DATE > W-TODAY THEN
               ADD 1 TO W-HOLIDAY-HELD
               GO TO ASSESS-ONE-POSITION-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               ADD 1 TO W-ARRANGED-HELD
               GO TO ASSESS-ONE-POSITION-EXIT.

      *    a payment that restored service this period reset the
      *    step to '0'; the old invoice's age no longer counts, and
      *    the bill run's period reset starts the clock again.  Open
      *    items need no such hold -- the payment closed the old
      *    charges, so their age is already gone.
           CALL 'GET-TREATMENT-STATUS' USING W-POSITION, W-TREATMENT.
           IF NOT W-AGED-BY-ITEM AND W-TREATMENT = '0' AND
                   W-PERIOD-PAYMENTS > 0 THEN
               ADD 1 TO W-RESTORED-HELD
               GO TO ASSESS-ONE-POSITION-EXIT.

           CALL 'POST-AR-ITEM' USING W-POSITION, W-LATE-FEE,
               W-FEE-TYPE, W-FEE-REFERENCE, W-FEE-DATE, W-NEW-BALANCE.
           ADD 1 TO W-FEES-ASSESSED.
           ADD W-LATE-FEE TO W-TOTAL-FEES.
           MOVE SPACES TO W-JOURNAL-KEY.
                   W-WANT-TREATMENT
               IF STATUS-OK THEN
                   ADD 1 TO W-STEPS-ADVANCED
                   PERFORM ORDER-SWITCH-TREATMENT
                       THRU ORDER-SWITCH-TREATMENT-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    SWITCH -- the warning step takes toll calling away and
      *    disconnect-pending suspends the lines outright.  One
      *    journal entry per account; the switch extract expands it
      *    into an order for every line the account holds.
      *----------------------------------------------------------------
       ORDER-SWITCH-TREATMENT.
           IF W-WANT-TREATMENT = '3' THEN
               MOVE 'TOLL-SUSPEND' TO W-SWITCH-OP
               ADD 1 TO W-TOLL-SUSPENDS
           ELSE IF W-WANT-TREATMENT = '2' THEN
               MOVE 'TOLL-DENY' TO W-SWITCH-OP
               ADD 1 TO W-TOLL-DENIES
           ELSE
               GO TO ORDER-SWITCH-TREATMENT-EXIT.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-SHOW-ACCOUNT TO W-JOURNAL-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-SWITCH-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-POSITION.
           DISPLAY "  ", W-SWITCH-OP, ": ACCOUNT ", W-SHOW-ACCOUNT.
       ORDER-SWITCH-TREATMENT-EXIT.
           CONTINUE.
