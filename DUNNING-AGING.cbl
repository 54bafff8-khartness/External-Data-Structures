      *    the run total says how many were affected, so an
      *    undersized table shows up on the report instead of
      *    silently mis-aging anybody.
      *    An account whose receivable is kept as open items is aged
      *    from the items themselves instead: each charge still open
      *    goes to the bucket its own date puts it in, the account
      *    is listed under the bucket of its oldest open charge, and
      *    the days shown are that charge's age.  The register date
      *    is only the fallback for an account with no items yet.
      *    The report is also written to the DUNNING spool, each
      *    account line under the account's home branch, so REPORT-
      *    BURST can hand each office just its own collections list;
      *    the headings go to every office and the company totals to
      *    head office.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-ARRANGE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\ARRANGE.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.

       01  W-REGISTER-STATUS       PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
       01  W-TODAY-INT             PIC 9(9) COMP.
       01  W-INVOICE-INT           PIC 9(9) COMP.
       01  W-AGE-DAYS              PIC S9(9) COMP.
       01  W-DUE-DATE              PIC 9(8).
       01  W-DUE-SW                PIC X.
           88  W-NOT-YET-DUE           VALUE 'Y'.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
               10  W-ARR-MET       PIC X.
       01  W-ARR-MARK              PIC X(4).

      *    Open-item aging, from GET-AR-AGING
       01  W-ITEMS-KEPT            PIC X.
           88  W-AGED-BY-ITEM          VALUE 'Y'.
       01  W-OLDEST-DATE           PIC 9(8).
       01  W-ITEM-CURRENT          PIC S9(9)V99.
       01  W-ITEM-30               PIC S9(9)V99.
       01  W-ITEM-60               PIC S9(9)V99.
       01  W-ITEM-90               PIC S9(9)V99.
       01  W-ITEM-UNAPPLIED        PIC S9(9)V99.

       01  W-BUCKET-CURRENT        PIC 9(11)V99 VALUE 0.
       01  W-BUCKET-30             PIC 9(11)V99 VALUE 0.
       01  W-BUCKET-60             PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-BUCKET-LABEL          PIC X(8).

      *    Branch-burst spool line
       01  W-SPOOL-NAME            PIC X(8) VALUE 'DUNNING'.
       01  W-SPOOL-BRANCH          PIC X(2).
       01  W-PRINT-CONTROL         PIC X VALUE SPACE.
       01  W-PRINT-TEXT            PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           PERFORM LOAD-LAST-INVOICE-DATES.

           DISPLAY " ".
           DISPLAY "DUNNING AGING REPORT - AS OF ", W-TODAY.
           DISPLAY " ".
           DISPLAY "ACCOUNT    TRT DAYS  BUCKET   BALANCE        ARR".
           PERFORM SPOOL-HEADING.

           PERFORM AGE-ONE-POSITION THRU AGE-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
           DISPLAY "  90-PLUS DAYS: ", W-SHOW-TOTAL.
           MOVE W-ACCOUNTS-LISTED TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS LISTED: ", W-SHOW-COUNT.
           PERFORM SPOOL-TOTALS.
           IF W-OVERFLOW-COUNT NOT = 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  POSITIONS PAST AGING TABLE: ", W-SHOW-COUNT,
           END-IF.
           STOP RUN.

      *    '**' lines head every branch's piece
       SPOOL-HEADING.
           MOVE '**' TO W-SPOOL-BRANCH.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "DUNNING AGING REPORT - AS OF " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE "ACCOUNT    TRT DAYS  BUCKET   BALANCE        ARR"
               TO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.

       SPOOL-TOTALS.
           MOVE SPACES TO W-SPOOL-BRANCH.
           MOVE "AGING TOTALS" TO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-BUCKET-CURRENT TO W-SHOW-TOTAL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  CURRENT:      " DELIMITED BY SIZE
               W-SHOW-TOTAL DELIMITED BY SIZE INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-BUCKET-30 TO W-SHOW-TOTAL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  30-59 DAYS:   " DELIMITED BY SIZE
               W-SHOW-TOTAL DELIMITED BY SIZE INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-BUCKET-60 TO W-SHOW-TOTAL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  60-89 DAYS:   " DELIMITED BY SIZE
               W-SHOW-TOTAL DELIMITED BY SIZE INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-BUCKET-90 TO W-SHOW-TOTAL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  90-PLUS DAYS: " DELIMITED BY SIZE
               W-SHOW-TOTAL DELIMITED BY SIZE INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  ACCOUNTS LISTED: " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.

       SPOOL-LINE.
           CALL 'WRITE-REPORT-LINE' USING W-SPOOL-NAME,
               W-SPOOL-BRANCH, W-PRINT-CONTROL, W-PRINT-TEXT.
           MOVE SPACE TO W-PRINT-CONTROL.

       LOAD-LAST-INVOICE-DATES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVOICE-REGISTER-FILE.
               GO TO AGE-ONE-POSITION-EXIT.
           CALL 'GET-TREATMENT-STATUS' USING W-POSITION, W-TREATMENT.

           CALL 'GET-AR-AGING' USING W-POSITION, W-TODAY,
               W-ITEMS-KEPT, W-OLDEST-DATE, W-ITEM-CURRENT, W-ITEM-30,
               W-ITEM-60, W-ITEM-90, W-ITEM-UNAPPLIED.
           IF W-AGED-BY-ITEM THEN
               PERFORM AGE-FROM-ITEMS
           ELSE
               PERFORM AGE-FROM-REGISTER
           END-IF.

           CALL 'GET-ARRANGEMENT' USING W-POSITION, W-ARR-FOUND,
               W-ARR-STATUS, W-ARR-SET-DATE, W-ARR-SCHEDULE.
           IF W-ARRANGEMENT-FOUND AND W-ARR-STATUS = 'A' THEN
               MOVE ' ARR' TO W-ARR-MARK
           ELSE
               MOVE SPACES TO W-ARR-MARK
           END-IF.

           ADD 1 TO W-ACCOUNTS-LISTED.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-AGE-DAYS TO W-SHOW-DAYS.
           MOVE W-BALANCE TO W-SHOW-BALANCE.
           DISPLAY W-SHOW-ACCOUNT, "  ", W-TREATMENT, "  ",
               W-SHOW-DAYS, " ", W-BUCKET-LABEL, W-SHOW-BALANCE,
               W-ARR-MARK.
           CALL 'GET-HOME-BRANCH' USING W-POSITION, W-SPOOL-BRANCH.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING W-SHOW-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-TREATMENT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-SHOW-DAYS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-BUCKET-LABEL DELIMITED BY SIZE
               W-SHOW-BALANCE DELIMITED BY SIZE
               W-ARR-MARK DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
       AGE-ONE-POSITION-EXIT.
           CONTINUE.

       AGE-FROM-REGISTER.
           MOVE 0 TO W-AGE-DAYS.
           IF W-POSITION <= W-TABLE-LIMIT AND
                   W-LAST-INVOICE-DATE(W-POSITION) NOT = 0 THEN
               COMPUTE W-AGE-DAYS = W-TODAY-INT - W-INVOICE-INT
           END-IF.

      *    a bill whose 30-day due date fell on a weekend or bank
      *    holiday stays current until the next business day, the
      *    same roll the late-fee batch gives it
           MOVE 'N' TO W-DUE-SW.
           IF W-AGE-DAYS >= 30 AND W-AGE-DAYS < 60 THEN
               COMPUTE W-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(W-INVOICE-INT + 30)
               CALL 'NEXT-BUSINESS-DAY' USING W-DUE-DATE
               IF W-DUE-DATE > W-TODAY THEN
                   SET W-NOT-YET-DUE TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN W-AGE-DAYS < 30 OR W-NOT-YET-DUE
                   MOVE 'CURRENT ' TO W-BUCKET-LABEL
                   ADD W-BALANCE TO W-BUCKET-CURRENT
               WHEN W-AGE-DAYS < 60
                   ADD W-BALANCE TO W-BUCKET-90
           END-EVALUATE.

      *    each open charge is totalled in its own bucket; the
      *    account is listed under the oldest bucket holding money
       AGE-FROM-ITEMS.
           MOVE 0 TO W-AGE-DAYS.
           IF W-OLDEST-DATE NOT = 0 THEN
               COMPUTE W-INVOICE-INT =
                   FUNCTION INTEGER-OF-DATE(W-OLDEST-DATE)
               COMPUTE W-AGE-DAYS = W-TODAY-INT - W-INVOICE-INT
           END-IF.
           ADD W-ITEM-CURRENT TO W-BUCKET-CURRENT.
           ADD W-ITEM-30 TO W-BUCKET-30.
           ADD W-ITEM-60 TO W-BUCKET-60.
           ADD W-ITEM-90 TO W-BUCKET-90.
           EVALUATE TRUE
               WHEN W-ITEM-90 > 0
                   MOVE '90-PLUS ' TO W-BUCKET-LABEL
               WHEN W-ITEM-60 > 0
                   MOVE '60-89   ' TO W-BUCKET-LABEL
               WHEN W-ITEM-30 > 0
                   MOVE '30-59   ' TO W-BUCKET-LABEL
               WHEN OTHER
                   MOVE 'CURRENT ' TO W-BUCKET-LABEL
           END-EVALUATE.
