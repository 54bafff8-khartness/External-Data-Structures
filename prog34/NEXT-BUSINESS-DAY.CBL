       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEXT-BUSINESS-DAY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Rolls a due date that lands on a Saturday, a Sunday, or a
      *    bank holiday on the calendar OPEN-HOLIDAY-CALENDAR loaded
      *    forward to the next day a payment can clear, the way the
      *    tariff's due-date terms read.  A date already on a
      *    business day comes back unchanged.  The collections
      *    batches use it so a customer whose bill falls due on
      *    Christmas Day is not fined for the bank being closed.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-DATE-INT          PIC 9(9) COMP.
       01  W-DAY-OF-WEEK       PIC 9 COMP.
       01  W-KIND              PIC X VALUE 'B'.
       01  W-HOLIDAY           PIC X.
           88  W-IS-HOLIDAY        VALUE 'Y'.
       01  W-ROLLED-SW         PIC X.
           88  W-ON-BUSINESS-DAY   VALUE 'Y'.

       LINKAGE SECTION.
       01  L-DATE          PIC 9(8).

       PROCEDURE DIVISION USING L-DATE.
       ROLL-DATE.
           IF L-DATE = 0 THEN
               GOBACK.
           COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(L-DATE).
           MOVE 'N' TO W-ROLLED-SW.
           PERFORM CHECK-ONE-DAY UNTIL W-ON-BUSINESS-DAY.
           GOBACK.

      *    INTEGER-OF-DATE counts from a Monday, so MOD 7 gives
      *    6 for Saturday and 0 for Sunday
       CHECK-ONE-DAY.
           COMPUTE W-DAY-OF-WEEK = FUNCTION MOD(W-DATE-INT, 7).
           IF W-DAY-OF-WEEK = 0 OR W-DAY-OF-WEEK = 6 THEN
               ADD 1 TO W-DATE-INT
               COMPUTE L-DATE = FUNCTION DATE-OF-INTEGER(W-DATE-INT)
           ELSE
               CALL 'CHECK-HOLIDAY' USING L-DATE, W-KIND, W-HOLIDAY
               IF W-IS-HOLIDAY THEN
                   ADD 1 TO W-DATE-INT
                   COMPUTE L-DATE =
                       FUNCTION DATE-OF-INTEGER(W-DATE-INT)
               ELSE
                   SET W-ON-BUSINESS-DAY TO TRUE
               END-IF
           END-IF.
