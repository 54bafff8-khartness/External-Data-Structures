       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-QUOTES.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the price-quote file into the table the maintenance
      *    screen works from.  One row per quote: the prospect and
      *    selling agent, the plan, the credit class the deposit was
      *    priced for, up to five features at their monthly rates,
      *    the install charge, deposit, monthly recurring total and
      *    estimated taxes, the day it was quoted and the day it
      *    expires, and where it stands -- 'O' open, 'W' won (with
      *    the master position of the account it opened), 'L' lost.
      *    An open quote past its expiry is expired; nobody has to
      *    mark it.  SET-QUOTE rewrites the file whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO W-QUOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-REC.
           05  QT-QUOTE-ID         PIC 9(6).
           05  QT-PROSPECT-ID      PIC 9(6).
           05  QT-AGENT-CODE       PIC X(4).
           05  QT-PLAN             PIC X(4).
           05  QT-CREDIT-CLASS     PIC X.
           05  QT-FEATURE-COUNT    PIC 9.
           05  QT-FEATURE          OCCURS 5 TIMES.
               10  QT-FEATURE-CODE     PIC X(4).
               10  QT-FEATURE-RATE     PIC 9(5)V99.
           05  QT-INSTALL          PIC 9(5)V99.
           05  QT-DEPOSIT          PIC 9(5)V99.
           05  QT-MONTHLY          PIC 9(5)V99.
           05  QT-TAX              PIC 9(7)V99.
           05  QT-QUOTE-DATE       PIC 9(8).
           05  QT-EXPIRY-DATE      PIC 9(8).
           05  QT-STATUS           PIC X.
           05  QT-CLOSE-DATE       PIC 9(8).
           05  QT-MASTER-POS       PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-QUOTE-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-QUOTE-EOF             VALUE 'Y'.

       01  W-QUOTE-TABLE EXTERNAL.
           05  W-QUOTE-COUNT       PIC 9(4) COMP VALUE 0.
           05  W-QUOTE-ENTRY       OCCURS 1000 TIMES.
               10  W-QT-QUOTE-ID       PIC 9(6).
               10  W-QT-PROSPECT-ID    PIC 9(6).
               10  W-QT-AGENT-CODE     PIC X(4).
               10  W-QT-PLAN           PIC X(4).
               10  W-QT-CREDIT-CLASS   PIC X.
               10  W-QT-FEATURE-COUNT  PIC 9.
               10  W-QT-FEATURE        OCCURS 5 TIMES.
                   15  W-QT-FEATURE-CODE   PIC X(4).
                   15  W-QT-FEATURE-RATE   PIC 9(5)V99.
               10  W-QT-INSTALL        PIC 9(5)V99.
               10  W-QT-DEPOSIT        PIC 9(5)V99.
               10  W-QT-MONTHLY        PIC 9(5)V99.
               10  W-QT-TAX            PIC 9(7)V99.
               10  W-QT-QUOTE-DATE     PIC 9(8).
               10  W-QT-EXPIRY-DATE    PIC 9(8).
               10  W-QT-STATUS         PIC X.
               10  W-QT-CLOSE-DATE     PIC 9(8).
               10  W-QT-MASTER-POS     PIC 9(9).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-QUOTE-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-QUOTE-FILENAME.
           OPEN INPUT QUOTE-FILE.
      *    no file yet just means no quotes written
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-QUOTE-EOF.
           CLOSE QUOTE-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ QUOTE-FILE
               AT END
                   SET W-QUOTE-EOF TO TRUE
               NOT AT END
                   IF W-QUOTE-COUNT < 1000 THEN
                       ADD 1 TO W-QUOTE-COUNT
                       MOVE QUOTE-REC
                           TO W-QUOTE-ENTRY(W-QUOTE-COUNT)
                   ELSE
                       DISPLAY "Quote table full; row ignored."
                   END-IF
           END-READ.
