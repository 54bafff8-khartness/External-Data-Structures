      *    every record lands graded local/toll/long-distance without
      *    each caller having to remember the step; a run that never
      *    loaded the NPA-NXX table simply grades everything 'U'.
      *    Every record written counts in W-DETAIL-ADDED for the run's
      *    control totals, and is noted against its call date in the
      *    date markers through NOTE-CALL-DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  CD-BILL-CALLER      VALUE ' ' '1'.
               88  CD-BILL-CALLEE      VALUE '2'.
               88  CD-BILL-THIRD       VALUE '3'.
               88  CD-BILL-CARD        VALUE '4'.

       WORKING-STORAGE SECTION.
       01  W-DETAIL-POS EXTERNAL    PIC 9(9) COMP.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.
       01  W-DETAIL-ADDED EXTERNAL  PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
                   SET STATUS-OTHER TO TRUE
                   SUBTRACT 1 FROM W-DETAIL-FILE-SIZE
                   MOVE 0 TO L-POSITION
               NOT INVALID KEY
                   ADD 1 TO W-DETAIL-ADDED
                   CALL 'NOTE-CALL-DATE' USING L-CALL-DATE, L-POSITION
           END-WRITE.
           MOVE 'Y' TO W-DETAIL-CHANGED.
           GOBACK.
