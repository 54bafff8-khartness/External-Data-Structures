                                   VALUE 'S:\COBOL\TRUNKREF.DAT'.
       01  W-THIRD-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\THIRDNUM.DAT'.
       01  W-CALLING-CARD-FILENAME PIC X(512)
                                   VALUE 'S:\COBOL\CALLCARD.DAT'.
       01  W-OPERATOR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\OPERATOR.DAT'.
       01  W-SUSP-FILENAME         PIC X(512).
           05  WC-RECORD-TYPE      PIC X.
           05  WC-BILL-DIR         PIC X.
           05  WC-THIRD            PIC X(10).
           05  WC-CARD-PIN         PIC X(4).
           05  FILLER              PIC X(16).

       01  W-FIX-ACCOUNT       PIC 9(9).
       01  W-FIX-PHONE         PIC 9(10).
       01  L-THIRD-NUMBER      PIC 9(10).
       01  L-CALL-POSITION     PIC 9(9) COMP.

       01  W-CARD-NUMBER       PIC 9(10).
       01  W-CARD-FOUND        PIC X.
           88  W-CARD-ON-FILE      VALUE 'Y'.
       01  W-CARD-PIN          PIC 9(4).
       01  W-KEYED-PIN         PIC 9(4).
       01  W-CARD-POS          PIC 9(9) COMP.
       01  W-CARD-BILL-PHONE   PIC 9(10).
       01  W-CARD-STATUS       PIC X.
           88  W-CARD-ACTIVE       VALUE 'A'.
       01  W-CARD-LIMIT        PIC 9(5)V99.

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME.
           CALL 'OPEN-TRUNK-TABLE' USING W-TRUNK-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-CALLING-CARDS' USING W-CALLING-CARD-FILENAME.

           PERFORM SHOW-MENU UNTIL W-DONE.

      *----------------------------------------------------------------
      *    CDR -- the MEDIATION-INTAKE capture, with either phone
      *    number correctable; the row still has to pass the same
      *    NANP check the intake applies.  A calling-card call still
      *    needs an active card and its own PIN, and is captured
      *    against the card's billed line.
      *----------------------------------------------------------------
       RESUBMIT-CDR-ITEM.
           DISPLAY "  Calling now ", WC-CALLING,
               ELSE
                   MOVE 0 TO L-THIRD-NUMBER
               END-IF
               IF WC-BILL-DIR = '4' THEN
                   PERFORM CHECK-CALLING-CARD
                   IF NOT W-CARD-ACTIVE THEN
                       DISPLAY "  Calling card or PIN still fails."
                       GO TO RESUBMIT-CDR-ITEM-EXIT
                   END-IF
                   MOVE W-CARD-BILL-PHONE TO L-THIRD-NUMBER
               END-IF
               CALL 'CAPTURE-CALL-DETAIL' USING L-STATUS, L-CALL-DATE,
                   L-CALL-TIME, L-DURATION, L-CALLING-NUMBER,
                   L-CALLED-NUMBER, L-DISPOSITION, L-TRUNK-CODE,
       RESUBMIT-CDR-ITEM-EXIT.
           CONTINUE.

      *    leaves W-CARD-ACTIVE set only for a card on file, active,
      *    and keyed with its own PIN
       CHECK-CALLING-CARD.
           MOVE SPACE TO W-CARD-STATUS.
           IF WC-THIRD NUMERIC AND WC-CARD-PIN NUMERIC THEN
               MOVE WC-THIRD TO W-CARD-NUMBER
               CALL 'FIND-CALLING-CARD' USING W-CARD-NUMBER,
                   W-CARD-FOUND, W-CARD-PIN, W-CARD-POS,
                   W-CARD-BILL-PHONE, W-CARD-STATUS, W-CARD-LIMIT
               MOVE WC-CARD-PIN TO W-KEYED-PIN
               IF NOT W-CARD-ON-FILE OR W-KEYED-PIN NOT = W-CARD-PIN
                       THEN
                   MOVE SPACE TO W-CARD-STATUS
               END-IF
           END-IF.

       REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           PERFORM KEEP-ONE-OPEN-ROW
