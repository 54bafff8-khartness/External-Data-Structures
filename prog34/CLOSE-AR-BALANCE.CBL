       PROGRAM-ID.  CLOSE-AR-BALANCE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the accounts-receivable balance file, and the
      *    open-item file with it -- the item file's size goes back
      *    to its header record first if anything was added.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01  W-ARITEM-STUFF EXTERNAL.
           05  W-ARITEM-CHANGED    PIC X.
           05  W-ARITEM-HEADER.
               10  W-ARITEM-FILE-SIZE  PIC 9(9) COMP.

       PROCEDURE DIVISION.
       CLOSE-FILES.
           IF W-ARITEM-CHANGED = 'Y' THEN
               MOVE 1 TO W-ARITEM-POS
               MOVE SPACES TO AR-ITEM-REC
               MOVE W-ARITEM-HEADER TO AR-ITEM-REC(1:4)
               REWRITE AR-ITEM-REC
               MOVE 'N' TO W-ARITEM-CHANGED
           END-IF.
           CLOSE AR-ITEM-FILE.
           CLOSE AR-BALANCE-FILE.
           GOBACK.
