      *    apportioned across the bands it actually spans -- a
      *    50-minute call placed at 18:55 charges 5 peak minutes and
      *    45 off-peak, and a Friday call running past midnight
      *    finishes at the weekend rate.  A tariff holiday on the
      *    calendar OPEN-HOLIDAY-CALENDAR loaded rates as a weekend
      *    day, so a Christmas Eve call running past midnight rolls
      *    onto the weekend rate at 00:00 and a Christmas night one
      *    rolls back to the weekday rate.  Duration still rounds up
      *    to the next whole minute, the way the tariff is filed.
      *    The peak/off-peak split lands in the shared W-RATE-SPLIT
      *    area so the statement can print the apportionment and the
      *    math is defensible in a dispute; a call with no usable
      *    row at all rates to zero, which the statement then shows
      *    rather than hides.  The tariff row the first billed
      *    minute priced under -- plan, day class, band and the date
      *    it took effect -- lands in W-RATE-TARIFF, so a stored
      *    rating can say which row it came from and a tariff
      *    correction can find the calls it touched.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           05  W-SPLIT-PEAK-CHARGE  PIC 9(7)V99.
           05  W-SPLIT-OFF-CHARGE   PIC 9(7)V99.

      *    the tariff row the last rated call started under
       01  W-RATE-TARIFF EXTERNAL.
           05  W-TARIFF-PLAN        PIC X(4).
           05  W-TARIFF-DAY-CLASS   PIC X.
           05  W-TARIFF-BAND        PIC X.
           05  W-TARIFF-EFFECTIVE   PIC 9(8).

      *    the four rates the call can touch, resolved once up front
       01  W-COMBO-RATES.
           05  W-COMBO         OCCURS 4 TIMES.
               10  W-CB-DAY-CLASS  PIC X.
               10  W-CB-BAND       PIC X.
               10  W-CB-RATE       PIC 9(2)V9999.
               10  W-CB-PLAN       PIC X(4).
               10  W-CB-EFFECTIVE  PIC 9(8).
       01  W-COMBO-SUB         PIC 9 COMP.

       01  W-DATE-INT          PIC 9(9) COMP.
       01  W-DAY-OF-WEEK       PIC 9 COMP.
       01  W-DAY-CLASS         PIC X.
       01  W-WALK-DATE         PIC 9(8).
       01  W-HOLIDAY-KIND      PIC X VALUE 'T'.
       01  W-HOLIDAY           PIC X.
           88  W-IS-HOLIDAY        VALUE 'Y'.
       01  W-BAND              PIC X.
       01  W-MINUTES           PIC 9(5) COMP.
       01  W-MINUTE-SUB        PIC 9(5) COMP.
       RATE-ONE-CALL.
           MOVE 0 TO L-CHARGE, W-SPLIT-PEAK-MINUTES,
               W-SPLIT-OFF-MINUTES, W-SPLIT-PEAK-CHARGE,
               W-SPLIT-OFF-CHARGE, W-TARIFF-EFFECTIVE.
           MOVE SPACES TO W-TARIFF-PLAN, W-TARIFF-DAY-CLASS,
               W-TARIFF-BAND.
           IF L-DURATION = 0 THEN
               GOBACK.
      *    INTEGER-OF-DATE counts from a Monday, so MOD 7 gives
      *    1 through 6 for Monday through Saturday and 0 for Sunday.
           COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(L-CALL-DATE).
           MOVE L-CALL-TIME(1:2) TO W-HOUR.
           MOVE L-CALL-TIME(3:2) TO W-MINUTE.
           COMPUTE W-MIN-OF-DAY = W-HOUR * 60 + W-MINUTE.
           COMPUTE W-MINUTES = (L-DURATION + 59) / 60.

           PERFORM RESOLVE-COMBO-RATES.
           PERFORM SET-DAY-CLASS.
           MOVE 0 TO W-PEAK-EXACT, W-OFF-EXACT.
           PERFORM RATE-ONE-MINUTE
               VARYING W-MINUTE-SUB FROM 1 BY 1
               W-SPLIT-PEAK-CHARGE + W-SPLIT-OFF-CHARGE.
           GOBACK.

      *    the day class holds for the whole calendar day, so it is
      *    set once for the call date and again only at midnight
       SET-DAY-CLASS.
           COMPUTE W-DAY-OF-WEEK = FUNCTION MOD(W-DATE-INT, 7).
           IF W-DAY-OF-WEEK = 0 OR W-DAY-OF-WEEK = 6 THEN
               MOVE 'E' TO W-DAY-CLASS
           ELSE
               MOVE 'W' TO W-DAY-CLASS
               COMPUTE W-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(W-DATE-INT)
               CALL 'CHECK-HOLIDAY' USING W-WALK-DATE,
                   W-HOLIDAY-KIND, W-HOLIDAY
               IF W-IS-HOLIDAY THEN
                   MOVE 'E' TO W-DAY-CLASS
               END-IF
           END-IF.

      *----------------------------------------------------------------
               UNTIL W-COMBO-SUB > 4.

       RESOLVE-ONE-COMBO.
           MOVE 0 TO W-CB-RATE(W-COMBO-SUB),
               W-CB-EFFECTIVE(W-COMBO-SUB).
           MOVE SPACES TO W-CB-PLAN(W-COMBO-SUB).
           MOVE W-CB-DAY-CLASS(W-COMBO-SUB) TO W-DAY-CLASS.
           MOVE W-CB-BAND(W-COMBO-SUB) TO W-BAND.
           MOVE 'N' TO W-FOUND-SW.
                    W-RT-EXPIRES(W-SUB) >= L-CALL-DATE) THEN
               SET W-RATE-FOUND TO TRUE
               MOVE W-RT-RATE(W-SUB) TO W-CB-RATE(W-COMBO-SUB)
               MOVE W-RT-PLAN(W-SUB) TO W-CB-PLAN(W-COMBO-SUB)
               MOVE W-RT-EFFECTIVE(W-SUB)
                   TO W-CB-EFFECTIVE(W-COMBO-SUB)
           END-IF.

      *----------------------------------------------------------------
      *    One billed minute lands in the band of the clock minute it
      *    occupies; crossing midnight advances the date and the day
      *    class, so Friday night rolls into the Saturday rate and
      *    the eve of a holiday into the holiday's weekend rate.
      *----------------------------------------------------------------
       RATE-ONE-MINUTE.
           IF W-MIN-OF-DAY >= 420 AND W-MIN-OF-DAY < 1140 THEN
               MOVE 'P' TO W-BAND
           ELSE
           IF W-MIN-OF-DAY >= 1440 THEN
               MOVE 0 TO W-MIN-OF-DAY
               ADD 1 TO W-DATE-INT
               PERFORM SET-DAY-CLASS
           END-IF.

       ADD-ONE-MINUTE-CHARGE.
           IF W-CB-DAY-CLASS(W-COMBO-SUB) = W-DAY-CLASS AND
                   W-CB-BAND(W-COMBO-SUB) = W-BAND THEN
               IF W-MINUTE-SUB = 1 THEN
                   MOVE W-CB-PLAN(W-COMBO-SUB) TO W-TARIFF-PLAN
                   MOVE W-DAY-CLASS TO W-TARIFF-DAY-CLASS
                   MOVE W-BAND TO W-TARIFF-BAND
                   MOVE W-CB-EFFECTIVE(W-COMBO-SUB)
                       TO W-TARIFF-EFFECTIVE
               END-IF
               IF W-BAND = 'P' THEN
                   ADD 1 TO W-SPLIT-PEAK-MINUTES
                   ADD W-CB-RATE(W-COMBO-SUB) TO W-PEAK-EXACT
