       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up a call's billing direction and, for a third-
      *    number-billed call, the accepting number (for a calling-
      *    card call, the card account's billed line), so the
      *    statement runs can put the charge on the right party's
      *    account.
      *    Records written before billing directions began read as
      *    bill-the-caller, which they are.  Assumes the call detail
      *    file is open, and the third-number file too.
               88  CD-BILL-CALLER      VALUE ' ' '1'.
               88  CD-BILL-CALLEE      VALUE '2'.
               88  CD-BILL-THIRD       VALUE '3'.
               88  CD-BILL-CARD        VALUE '4'.

       FD  THIRD-NUMBER-FILE EXTERNAL.
       01  THIRD-NUMBER-REC.
               INVALID KEY
                   GOBACK
           END-READ.
           IF CD-BILL-CALLEE OR CD-BILL-THIRD OR CD-BILL-CARD THEN
               MOVE CD-BILL-DIRECTION TO L-DIRECTION
           END-IF.
           IF CD-BILL-THIRD OR CD-BILL-CARD THEN
               MOVE L-POSITION TO W-THIRD-POS
               READ THIRD-NUMBER-FILE
                   INVALID KEY
