           05  JR-BEFORE-POS   PIC 9(9).
           05  JR-AFTER-POS    PIC 9(9).
           05  JR-OPERATOR     PIC X(8).
           05  JR-SEQUENCE     PIC 9(9).
           05  JR-CHECK        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-FILENAME EXTERNAL PIC X(512).
