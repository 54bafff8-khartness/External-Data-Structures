               10  W-PM-EFFECTIVE  PIC 9(8).
               10  W-PM-EXPIRES    PIC 9(8).
               10  W-PM-ALLOWANCE  PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.

       01  W-EXCHANGE-LINES.
           05  W-EX-LINES      PIC 9(9) COMP OCCURS 40000 TIMES.
