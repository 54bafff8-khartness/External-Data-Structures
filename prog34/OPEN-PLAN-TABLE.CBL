           05  PM-EFFECTIVE    PIC 9(8).
           05  PM-EXPIRES      PIC 9(8).
           05  PM-ALLOWANCE-MIN PIC 9(5).
           05  PM-CARD-SURCHARGE PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  W-PLAN-FILENAME     PIC X(512).
               10  W-PM-EFFECTIVE  PIC 9(8).
               10  W-PM-EXPIRES    PIC 9(8).
               10  W-PM-ALLOWANCE  PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).
                       MOVE PM-EXPIRES TO W-PM-EXPIRES(W-PLAN-COUNT)
                       MOVE PM-ALLOWANCE-MIN
                           TO W-PM-ALLOWANCE(W-PLAN-COUNT)
      *                a row written before the card surcharge column
      *                reads short; it carries no surcharge
                       IF PM-CARD-SURCHARGE NUMERIC THEN
                           MOVE PM-CARD-SURCHARGE
                               TO W-PM-CARD-SURCHARGE(W-PLAN-COUNT)
                       ELSE
                           MOVE 0 TO W-PM-CARD-SURCHARGE(W-PLAN-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "Plan table full; row ignored."
                   END-IF
