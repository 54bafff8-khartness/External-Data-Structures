       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POST-AR-ITEM.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Posts one receivable item for an account and keeps both
      *    views of its AR in step: the running balance every
      *    GET-AR-BALANCE caller reads, and the open items behind it.
      *    L-AMOUNT is the change to the balance -- positive for a
      *    charge, negative for money in or a credit.  L-TYPE says
      *    what the item is:
      *        'I' an invoice (L-REFERENCE is its invoice number)
      *        'F' a late fee
      *        'A' any other charge or adjustment
      *        'P' a payment (also counts in the period's payments)
      *        'B' a balance brought forward onto the items -- it
      *            does not move the running balance at all
      *    A credit other than a payment is filed as 'C'.  A new
      *    charge first soaks up any unapplied credit on the
      *    account; a payment or credit goes to the invoice named in
      *    L-REFERENCE first, if any, then to the oldest open items.
      *    Each such application is itself an 'X' item naming both
      *    sides, so "which bill did that check pay" has an answer.
      *    Money left over after every open item is covered stays
      *    open as an unapplied credit.  L-ITEM-DATE zero dates the
      *    item today.  An account whose balance predates the items
      *    gets its whole balance brought forward as one 'B' item the
      *    first time anything posts.  An item dated in a month
      *    accounting has closed is posted into the current open
      *    period instead, with AI-PERIOD-MOVED set to say so
      *    (CHECK-POSTING-PERIOD); a 'B' item is never moved, since
      *    it only restates what the balance already says.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-BALANCE-FILE ASSIGN TO W-AR-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-AR-POS.

           SELECT AR-ITEM-FILE ASSIGN TO W-ARITEM-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-ARITEM-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  AR-BALANCE-FILE EXTERNAL.
       01  AR-REC.
           05  AR-BALANCE          PIC S9(9)V99.
           05  AR-PERIOD-PAYMENTS  PIC 9(9)V99.
           05  AR-ITEMS-SW         PIC X.
               88  AR-ITEMS-KEPT       VALUE 'Y'.
           05  AR-FIRST-ITEM       PIC 9(9) COMP.
           05  AR-LAST-ITEM        PIC 9(9) COMP.
           05  FILLER              PIC X.

       FD  AR-ITEM-FILE EXTERNAL.
       01  AR-ITEM-REC.
           05  AI-MASTER-POS       PIC 9(9) COMP.
           05  AI-TYPE             PIC X.
               88  AI-APPLICATION      VALUE 'X'.
           05  AI-REFERENCE        PIC 9(9).
           05  AI-DATE             PIC 9(8).
           05  AI-ORIGINAL         PIC S9(9)V99.
           05  AI-OPEN             PIC S9(9)V99.
           05  AI-CLOSED-DATE      PIC 9(8).
           05  AI-SOURCE-ITEM      PIC 9(9) COMP.
           05  AI-TARGET-ITEM      PIC 9(9) COMP.
           05  AI-NEXT-ITEM        PIC 9(9) COMP.
           05  AI-PERIOD-MOVED     PIC X.
           05  FILLER              PIC X(9).

       WORKING-STORAGE SECTION.
       01  W-AR-POS EXTERNAL       PIC 9(9) COMP.
       01  W-AR-FILENAME EXTERNAL  PIC X(512).
       01  W-ARITEM-POS EXTERNAL       PIC 9(9) COMP.
       01  W-ARITEM-FILENAME EXTERNAL  PIC X(512).
       01  W-ARITEM-STUFF EXTERNAL.
           05  W-ARITEM-CHANGED    PIC X.
           05  W-ARITEM-HEADER.
               10  W-ARITEM-FILE-SIZE  PIC 9(9) COMP.

       01  W-NEW-SW                PIC X.
           88  W-NEW-RECORD            VALUE 'Y'.
       01  W-TODAY                 PIC 9(8).

      *    The item being appended -- built here, since linking it
      *    onto the chain reads the old tail through the record area.
       01  W-ADD-TYPE              PIC X.
       01  W-ADD-REFERENCE         PIC 9(9).
       01  W-ADD-DATE              PIC 9(8).
       01  W-ADD-ORIGINAL          PIC S9(9)V99.
       01  W-ADD-OPEN              PIC S9(9)V99.
       01  W-ADD-SOURCE            PIC 9(9) COMP.
       01  W-ADD-TARGET            PIC 9(9) COMP.
       01  W-ADD-POS               PIC 9(9) COMP.
       01  W-ADD-MOVED             PIC X.

      *    The item just posted, and what of it is still unsettled.
       01  W-ITEM-POS              PIC 9(9) COMP.
       01  W-ITEM-OPEN             PIC S9(9)V99.
       01  W-ITEM-REFERENCE        PIC 9(9).
       01  W-WALK-POS              PIC 9(9) COMP.
       01  W-NEXT-POS              PIC 9(9) COMP.
       01  W-MATCH-REF             PIC 9(9).
       01  W-APPLY                 PIC S9(9)V99.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-AMOUNT        PIC S9(9)V99.
       01  L-TYPE          PIC X.
       01  L-REFERENCE     PIC 9(9).
       01  L-ITEM-DATE     PIC 9(8).
       01  L-NEW-BALANCE   PIC S9(9)V99.

       PROCEDURE DIVISION USING L-POSITION, L-AMOUNT, L-TYPE,
               L-REFERENCE, L-ITEM-DATE, L-NEW-BALANCE.
       POST-ITEM.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-AR-POS.
           READ AR-BALANCE-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO AR-REC
                   MOVE 0 TO AR-BALANCE, AR-PERIOD-PAYMENTS
                   MOVE 'Y' TO AR-ITEMS-SW
                   MOVE 0 TO AR-FIRST-ITEM, AR-LAST-ITEM
           END-READ.
           IF NOT AR-ITEMS-KEPT THEN
               PERFORM BRING-BALANCE-FORWARD.

           IF L-TYPE NOT = 'B' THEN
               ADD L-AMOUNT TO AR-BALANCE
               IF L-TYPE = 'P' THEN
                   SUBTRACT L-AMOUNT FROM AR-PERIOD-PAYMENTS
               END-IF
           END-IF.

           MOVE L-TYPE TO W-ADD-TYPE.
           IF L-AMOUNT < 0 AND L-TYPE NOT = 'P' AND
                   L-TYPE NOT = 'B' THEN
               MOVE 'C' TO W-ADD-TYPE
           END-IF.
           MOVE L-REFERENCE TO W-ADD-REFERENCE, W-ITEM-REFERENCE.
           IF L-ITEM-DATE = 0 THEN
               MOVE W-TODAY TO W-ADD-DATE
           ELSE
               MOVE L-ITEM-DATE TO W-ADD-DATE
           END-IF.
           MOVE 'N' TO W-ADD-MOVED.
           IF L-TYPE NOT = 'B' THEN
               CALL 'CHECK-POSTING-PERIOD' USING W-ADD-DATE,
                                                 W-ADD-MOVED
           END-IF.
           MOVE L-AMOUNT TO W-ADD-ORIGINAL, W-ADD-OPEN.
           MOVE 0 TO W-ADD-SOURCE, W-ADD-TARGET.
           PERFORM APPEND-ITEM.
           MOVE 'N' TO W-ADD-MOVED.
           MOVE W-ADD-POS TO W-ITEM-POS.
           MOVE L-AMOUNT TO W-ITEM-OPEN.

      *    a charge soaks up unapplied credit; money in settles the
      *    named invoice first and then the oldest open items
           MOVE 0 TO W-MATCH-REF.
           IF W-ITEM-OPEN > 0 THEN
               PERFORM WALK-ITEMS
           ELSE IF W-ITEM-OPEN < 0 THEN
               IF L-REFERENCE NOT = 0 THEN
                   MOVE L-REFERENCE TO W-MATCH-REF
                   PERFORM WALK-ITEMS
                   MOVE 0 TO W-MATCH-REF
               END-IF
               PERFORM WALK-ITEMS.
           IF W-ITEM-OPEN NOT = L-AMOUNT THEN
               MOVE W-ITEM-POS TO W-ARITEM-POS
               READ AR-ITEM-FILE
               MOVE W-ITEM-OPEN TO AI-OPEN
               IF AI-OPEN = 0 THEN
                   MOVE W-TODAY TO AI-CLOSED-DATE
               END-IF
               REWRITE AR-ITEM-REC
           END-IF.

           IF W-NEW-RECORD THEN
               WRITE AR-REC
           ELSE
               REWRITE AR-REC
           END-IF.
           MOVE AR-BALANCE TO L-NEW-BALANCE.
           GOBACK.

      *----------------------------------------------------------------
      *    FIRST TOUCH -- a balance from before the items were kept
      *    becomes one open item as of today, so the items always add
      *    up to the running balance.
      *----------------------------------------------------------------
       BRING-BALANCE-FORWARD.
           MOVE 'Y' TO AR-ITEMS-SW.
           MOVE 0 TO AR-FIRST-ITEM, AR-LAST-ITEM.
           IF L-TYPE NOT = 'B' AND AR-BALANCE NOT = 0 THEN
               MOVE 'B' TO W-ADD-TYPE
               MOVE 0 TO W-ADD-REFERENCE
               MOVE 'N' TO W-ADD-MOVED
               MOVE W-TODAY TO W-ADD-DATE
               MOVE AR-BALANCE TO W-ADD-ORIGINAL, W-ADD-OPEN
               MOVE 0 TO W-ADD-SOURCE, W-ADD-TARGET
               PERFORM APPEND-ITEM
           END-IF.

      *----------------------------------------------------------------
      *    APPEND -- the new item goes on the end of the account's
      *    chain; the old tail is rewritten to point at it.
      *----------------------------------------------------------------
       APPEND-ITEM.
           ADD 1 TO W-ARITEM-FILE-SIZE.
           MOVE W-ARITEM-FILE-SIZE TO W-ADD-POS.
           MOVE 'Y' TO W-ARITEM-CHANGED.
           IF AR-LAST-ITEM NOT = 0 THEN
               MOVE AR-LAST-ITEM TO W-ARITEM-POS
               READ AR-ITEM-FILE
                   NOT INVALID KEY
                       MOVE W-ADD-POS TO AI-NEXT-ITEM
                       REWRITE AR-ITEM-REC
               END-READ
           END-IF.
           MOVE SPACES TO AR-ITEM-REC.
           MOVE L-POSITION TO AI-MASTER-POS.
           MOVE W-ADD-TYPE TO AI-TYPE.
           MOVE W-ADD-REFERENCE TO AI-REFERENCE.
           MOVE W-ADD-DATE TO AI-DATE.
           MOVE W-ADD-ORIGINAL TO AI-ORIGINAL.
           MOVE W-ADD-OPEN TO AI-OPEN.
           MOVE 0 TO AI-CLOSED-DATE.
           IF AI-OPEN = 0 THEN
               MOVE W-TODAY TO AI-CLOSED-DATE
           END-IF.
           MOVE W-ADD-SOURCE TO AI-SOURCE-ITEM.
           MOVE W-ADD-TARGET TO AI-TARGET-ITEM.
           MOVE 0 TO AI-NEXT-ITEM.
           MOVE W-ADD-MOVED TO AI-PERIOD-MOVED.
           MOVE W-ADD-POS TO W-ARITEM-POS.
           WRITE AR-ITEM-REC.
           MOVE W-ADD-POS TO AR-LAST-ITEM.
           IF AR-FIRST-ITEM = 0 THEN
               MOVE W-ADD-POS TO AR-FIRST-ITEM
           END-IF.

       WALK-ITEMS.
           MOVE AR-FIRST-ITEM TO W-WALK-POS.
           PERFORM APPLY-ONE-ITEM THRU APPLY-ONE-ITEM-EXIT
               UNTIL W-WALK-POS = 0 OR W-ITEM-OPEN = 0.

      *----------------------------------------------------------------
      *    APPLY -- one older item meets the new one.  Opposite signs
      *    settle against each other for the smaller amount, and the
      *    'X' item records who paid what.
      *----------------------------------------------------------------
       APPLY-ONE-ITEM.
           MOVE W-WALK-POS TO W-ARITEM-POS.
           READ AR-ITEM-FILE
               INVALID KEY
                   MOVE 0 TO W-WALK-POS
                   GO TO APPLY-ONE-ITEM-EXIT
           END-READ.
           MOVE AI-NEXT-ITEM TO W-NEXT-POS.
           IF W-WALK-POS = W-ITEM-POS OR AI-APPLICATION OR
                   AI-OPEN = 0 THEN
               GO TO APPLY-ONE-ITEM-NEXT.
           IF W-MATCH-REF NOT = 0 AND
                   AI-REFERENCE NOT = W-MATCH-REF THEN
               GO TO APPLY-ONE-ITEM-NEXT.

           IF W-ITEM-OPEN < 0 AND AI-OPEN > 0 THEN
               IF AI-OPEN < 0 - W-ITEM-OPEN THEN
                   MOVE AI-OPEN TO W-APPLY
               ELSE
                   COMPUTE W-APPLY = 0 - W-ITEM-OPEN
               END-IF
               SUBTRACT W-APPLY FROM AI-OPEN
               ADD W-APPLY TO W-ITEM-OPEN
               MOVE W-ITEM-POS TO W-ADD-SOURCE
               MOVE W-WALK-POS TO W-ADD-TARGET
               MOVE AI-REFERENCE TO W-ADD-REFERENCE
           ELSE IF W-ITEM-OPEN > 0 AND AI-OPEN < 0 THEN
               IF 0 - AI-OPEN < W-ITEM-OPEN THEN
                   COMPUTE W-APPLY = 0 - AI-OPEN
               ELSE
                   MOVE W-ITEM-OPEN TO W-APPLY
               END-IF
               ADD W-APPLY TO AI-OPEN
               SUBTRACT W-APPLY FROM W-ITEM-OPEN
               MOVE W-WALK-POS TO W-ADD-SOURCE
               MOVE W-ITEM-POS TO W-ADD-TARGET
               MOVE W-ITEM-REFERENCE TO W-ADD-REFERENCE
           ELSE
               GO TO APPLY-ONE-ITEM-NEXT.

           IF AI-OPEN = 0 THEN
               MOVE W-TODAY TO AI-CLOSED-DATE
           END-IF.
           REWRITE AR-ITEM-REC.
           MOVE 'X' TO W-ADD-TYPE.
           MOVE W-TODAY TO W-ADD-DATE.
           MOVE W-APPLY TO W-ADD-ORIGINAL.
           MOVE 0 TO W-ADD-OPEN.
           PERFORM APPEND-ITEM.
       APPLY-ONE-ITEM-NEXT.
           MOVE W-NEXT-POS TO W-WALK-POS.
       APPLY-ONE-ITEM-EXIT.
           CONTINUE.
