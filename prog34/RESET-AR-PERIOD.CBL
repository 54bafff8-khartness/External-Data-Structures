       01  AR-REC.
           05  AR-BALANCE          PIC S9(9)V99.
           05  AR-PERIOD-PAYMENTS  PIC 9(9)V99.
           05  AR-ITEMS-SW         PIC X.
               88  AR-ITEMS-KEPT       VALUE 'Y'.
           05  AR-FIRST-ITEM       PIC 9(9) COMP.
           05  AR-LAST-ITEM        PIC 9(9) COMP.
           05  FILLER              PIC X.

       WORKING-STORAGE SECTION.
       01  W-AR-POS EXTERNAL       PIC 9(9) COMP.
