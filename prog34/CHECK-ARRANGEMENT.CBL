      *        'N'  none    -- no arrangement, or one already
      *                       completed or broken
      *    The break is journaled the one time it happens; after
      *    that the record reads 'N' and collections carries on.  An
      *    installment due on a weekend or bank holiday is not missed
      *    until the next business day has passed, by the holiday
      *    calendar the caller loaded.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-ARRANGE-POS EXTERNAL      PIC 9(9) COMP.
       01  W-ARRANGE-FILENAME EXTERNAL PIC X(512).
       01  W-SUB               PIC 9 COMP.
       01  W-DUE-DATE          PIC 9(8).
       01  W-MISSED-SW         PIC X.
           88  W-INSTALLMENT-MISSED VALUE 'Y'.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'ARRANGE-BROKEN'.
       CHECK-ONE-INSTALLMENT.
           IF PA-MET(W-SUB) NOT = 'Y' AND
                   PA-DUE-DATE(W-SUB) < L-AS-OF-DATE THEN
               MOVE PA-DUE-DATE(W-SUB) TO W-DUE-DATE
               CALL 'NEXT-BUSINESS-DAY' USING W-DUE-DATE
               IF W-DUE-DATE < L-AS-OF-DATE THEN
                   SET W-INSTALLMENT-MISSED TO TRUE
               END-IF
           END-IF.
