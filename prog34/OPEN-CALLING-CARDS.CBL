       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-CALLING-CARDS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the calling-card file into the table the maintenance
      *    screen and mediation look at.  One row per card ever
      *    issued: the card number the caller keys in, the PIN that
      *    must go with it, the master position of the account the
      *    card bills, the line on that account whose statement the
      *    calls print on, whether the card is active ('A'),
      *    suspended ('S', by mediation's fraud check or a clerk) or
      *    cancelled ('C'), the most it may spend in a day, and the
      *    dates it was issued and last changed.  Cancelled cards
      *    stay on file so a number is never issued twice.  Small
      *    enough to hold for the run like the hunt group table;
      *    SET-CALLING-CARD rewrites it whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLING-CARD-FILE ASSIGN TO W-CALLING-CARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLING-CARD-FILE.
       01  CALLING-CARD-REC.
           05  CC-CARD-NUMBER      PIC 9(10).
           05  CC-PIN              PIC 9(4).
           05  CC-MASTER-POS       PIC 9(9).
           05  CC-BILL-PHONE       PIC 9(10).
           05  CC-STATUS           PIC X.
           05  CC-DAILY-LIMIT      PIC 9(5)V99.
           05  CC-ISSUE-DATE       PIC 9(8).
           05  CC-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CALLING-CARD-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-CALLING-CARD-EOF      VALUE 'Y'.

       01  W-CALLING-CARD-TABLE EXTERNAL.
           05  W-CALLING-CARD-COUNT PIC 9(4) COMP VALUE 0.
           05  W-CALLING-CARD-ENTRY OCCURS 1000 TIMES.
               10  W-CC-CARD-NUMBER    PIC 9(10).
               10  W-CC-PIN            PIC 9(4).
               10  W-CC-MASTER-POS     PIC 9(9).
               10  W-CC-BILL-PHONE     PIC 9(10).
               10  W-CC-STATUS         PIC X.
               10  W-CC-DAILY-LIMIT    PIC 9(5)V99.
               10  W-CC-ISSUE-DATE     PIC 9(8).
               10  W-CC-STAMP-DATE     PIC 9(8).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-CALLING-CARD-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-CALLING-CARD-FILENAME.
           OPEN INPUT CALLING-CARD-FILE.
      *    no file yet just means no cards issued
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-CALLING-CARD-EOF.
           CLOSE CALLING-CARD-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ CALLING-CARD-FILE
               AT END
                   SET W-CALLING-CARD-EOF TO TRUE
               NOT AT END
                   IF W-CALLING-CARD-COUNT < 1000 THEN
                       ADD 1 TO W-CALLING-CARD-COUNT
                       MOVE CALLING-CARD-REC TO
                           W-CALLING-CARD-ENTRY(W-CALLING-CARD-COUNT)
                   ELSE
                       DISPLAY "Calling card table full; row ignored."
                   END-IF
           END-READ.
