      *    caller (the default every call is written with), '2' bill
      *    the callee (a collect call the called party accepted), or
      *    '3' bill a third number, which is also recorded on the
      *    third-number file at the call's position, or '4' bill a
      *    calling card, whose account's billed line is recorded the
      *    same way.  Assumes the call detail file is open, and the
      *    third-number file too when a '3' or '4' comes through.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  CD-BILL-CALLER      VALUE ' ' '1'.
               88  CD-BILL-CALLEE      VALUE '2'.
               88  CD-BILL-THIRD       VALUE '3'.
               88  CD-BILL-CARD        VALUE '4'.

       FD  THIRD-NUMBER-FILE EXTERNAL.
       01  THIRD-NUMBER-REC.
           MOVE L-DIRECTION TO CD-BILL-DIRECTION.
           REWRITE CALL-DETAIL-REC.
           MOVE 'Y' TO W-DETAIL-CHANGED.
           IF L-DIRECTION = '3' OR L-DIRECTION = '4' THEN
               MOVE 'N' TO W-NEW-SW
               MOVE L-POSITION TO W-THIRD-POS
               READ THIRD-NUMBER-FILE
