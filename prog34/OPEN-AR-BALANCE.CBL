      *    An account that has never been billed or paid simply has no
      *    record yet -- GET-AR-BALANCE reads that as a zero balance --
      *    so a fresh file needs no priming beyond existing.
      *    The open-item file opens alongside it, named from the
      *    balance file with an "I" before the extension (ARBALI.DAT
      *    for ARBAL.DAT) the way OPEN-CUSTOMER-PHONE names its
      *    forward index: every invoice, fee, adjustment, payment and
      *    credit is an item there, chained per account from the
      *    balance record, with a header record holding the file
      *    size the way the call detail file does.  Opening it here
      *    means every program that posts to AR keeps the items
      *    without knowing they exist.
      *    The accounting period-control file is named the same way
      *    with a "P" (ARBALP.DAT) and loaded here too, so every
      *    program that posts to AR is held to the closed-period
      *    lockout without knowing about it either.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RELATIVE KEY IS W-AR-POS
               STATUS IS W-STATUS.

           SELECT AR-ITEM-FILE ASSIGN TO W-ARITEM-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-ARITEM-POS
               STATUS IS W-ITEM-STATUS.

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
       01  W-STATUS                PIC XX.

       01  W-ARITEM-POS EXTERNAL       PIC 9(9) COMP.
       01  W-ARITEM-FILENAME EXTERNAL  PIC X(512).
       01  W-ARITEM-STUFF EXTERNAL.
           05  W-ARITEM-CHANGED    PIC X.
           05  W-ARITEM-HEADER.
               10  W-ARITEM-FILE-SIZE  PIC 9(9) COMP.
       01  W-ITEM-STATUS           PIC XX.
       01  W-PERIOD                PIC 999 COMP.
       01  W-POS                   PIC 999 COMP.
       01  W-EXTLEN                PIC 999 COMP.
       01  W-PERIODCTL-FILENAME    PIC X(512).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

               CLOSE AR-BALANCE-FILE
               OPEN I-O AR-BALANCE-FILE
           END-IF.
           PERFORM PREPARE-ITEM-FILE.
           PERFORM PREPARE-PERIOD-CONTROL.
           GOBACK.

       PREPARE-ITEM-FILE.
           MOVE 0 TO W-PERIOD.
           PERFORM FIND-EXTENSION
               VARYING W-POS FROM 1 BY 1
               UNTIL W-POS = 509 OR L-FILENAME(W-POS:2) = '  '.
           SUBTRACT 1 FROM W-POS.
           MOVE SPACES TO W-ARITEM-FILENAME.
           IF W-PERIOD NOT = 0 THEN
               COMPUTE W-EXTLEN = W-POS - W-PERIOD + 1
               STRING L-FILENAME(1:W-PERIOD - 1) DELIMITED BY SIZE
                      "I" DELIMITED BY SIZE
                      L-FILENAME(W-PERIOD:W-EXTLEN) DELIMITED BY SIZE
                      INTO W-ARITEM-FILENAME
           ELSE
               STRING L-FILENAME(1:W-POS) DELIMITED BY SIZE
                      "I.REL" DELIMITED BY SIZE
                      INTO W-ARITEM-FILENAME.

           MOVE 'N' TO W-ARITEM-CHANGED.
           OPEN I-O AR-ITEM-FILE.
           IF W-ITEM-STATUS NOT = '00' THEN
               OPEN OUTPUT AR-ITEM-FILE
               IF W-ITEM-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open AR open-item file: ",
                           W-ARITEM-FILENAME
                   STOP RUN
               END-IF
               MOVE 1 TO W-ARITEM-FILE-SIZE
               MOVE 1 TO W-ARITEM-POS
               MOVE SPACES TO AR-ITEM-REC
               MOVE W-ARITEM-HEADER TO AR-ITEM-REC(1:4)
               WRITE AR-ITEM-REC
               CLOSE AR-ITEM-FILE
               OPEN I-O AR-ITEM-FILE
           END-IF.
           MOVE 1 TO W-ARITEM-POS.
           READ AR-ITEM-FILE
               INVALID KEY
                   MOVE 1 TO W-ARITEM-FILE-SIZE
               NOT INVALID KEY
                   MOVE AR-ITEM-REC(1:4) TO W-ARITEM-HEADER
           END-READ.

       PREPARE-PERIOD-CONTROL.
           MOVE W-ARITEM-FILENAME TO W-PERIODCTL-FILENAME.
           IF W-PERIOD NOT = 0 THEN
               MOVE "P" TO W-PERIODCTL-FILENAME(W-PERIOD:1)
           ELSE
               MOVE "P" TO W-PERIODCTL-FILENAME(W-POS + 1:1).
           CALL 'OPEN-PERIOD-CONTROL' USING W-PERIODCTL-FILENAME.

       FIND-EXTENSION.
           IF L-FILENAME(W-POS:1) = '.' THEN
               MOVE W-POS TO W-PERIOD
           END-IF.
