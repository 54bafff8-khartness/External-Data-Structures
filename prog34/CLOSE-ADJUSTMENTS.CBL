           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       WORKING-STORAGE SECTION.
       01  W-ADJ-FILENAME EXTERNAL PIC X(512).
