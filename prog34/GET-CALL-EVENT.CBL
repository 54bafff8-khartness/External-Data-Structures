               88  CD-BILL-CALLER      VALUE ' ' '1'.
               88  CD-BILL-CALLEE      VALUE '2'.
               88  CD-BILL-THIRD       VALUE '3'.
               88  CD-BILL-CARD        VALUE '4'.

       WORKING-STORAGE SECTION.
       01  W-DETAIL-POS EXTERNAL    PIC 9(9) COMP.
