       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEXT-AR-ITEM.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Cursor walk over one account's receivable items, oldest
      *    first: hands back the item after L-CURSOR and moves the
      *    cursor to it, or not-found at the end of the chain.  Start
      *    the cursor at zero.  An account whose items are not kept
      *    yet has none to hand back.  Same shape as NEXT-ACCOUNT-
      *    EQUIPMENT's walk; L-SOURCE-ITEM and L-TARGET-ITEM are only
      *    filled on an 'X' application item, which names the credit
      *    and the charge it settled.

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
       01  W-NEXT-POS              PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CURSOR        PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-ITEM-FOUND        VALUE 'Y'.
       01  L-TYPE          PIC X.
       01  L-REFERENCE     PIC 9(9).
       01  L-DATE          PIC 9(8).
       01  L-ORIGINAL      PIC S9(9)V99.
       01  L-OPEN          PIC S9(9)V99.
       01  L-CLOSED-DATE   PIC 9(8).
       01  L-SOURCE-ITEM   PIC 9(9) COMP.
       01  L-TARGET-ITEM   PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-POSITION, L-CURSOR, L-FOUND,
               L-TYPE, L-REFERENCE, L-DATE, L-ORIGINAL, L-OPEN,
               L-CLOSED-DATE, L-SOURCE-ITEM, L-TARGET-ITEM.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND.
           MOVE 0 TO W-NEXT-POS.
           IF L-CURSOR = 0 THEN
               IF L-POSITION = 0 THEN
                   GOBACK
               END-IF
               MOVE L-POSITION TO W-AR-POS
               READ AR-BALANCE-FILE
                   INVALID KEY
                       GOBACK
               END-READ
               IF AR-ITEMS-KEPT THEN
                   MOVE AR-FIRST-ITEM TO W-NEXT-POS
               END-IF
           ELSE
               MOVE L-CURSOR TO W-ARITEM-POS
               READ AR-ITEM-FILE
                   INVALID KEY
                       GOBACK
               END-READ
               MOVE AI-NEXT-ITEM TO W-NEXT-POS
           END-IF.
           IF W-NEXT-POS = 0 THEN
               GOBACK.
           MOVE W-NEXT-POS TO W-ARITEM-POS.
           READ AR-ITEM-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           MOVE 'Y' TO L-FOUND.
           MOVE W-NEXT-POS TO L-CURSOR.
           MOVE AI-TYPE TO L-TYPE.
           MOVE AI-REFERENCE TO L-REFERENCE.
           MOVE AI-DATE TO L-DATE.
           MOVE AI-ORIGINAL TO L-ORIGINAL.
           MOVE AI-OPEN TO L-OPEN.
           MOVE AI-CLOSED-DATE TO L-CLOSED-DATE.
           MOVE AI-SOURCE-ITEM TO L-SOURCE-ITEM.
           MOVE AI-TARGET-ITEM TO L-TARGET-ITEM.
           GOBACK.
