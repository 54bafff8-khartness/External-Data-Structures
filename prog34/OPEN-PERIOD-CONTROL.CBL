       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-PERIOD-CONTROL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the accounting period-control file into the
      *    in-memory table CHECK-POSTING-PERIOD consults: one row per
      *    month accounting has closed, with the official AR, billed
      *    revenue and tax figures PERIOD-CLOSE froze for it.  Only
      *    the month and its status are held here; the figures are
      *    PERIOD-CLOSE's business.  Read once and held for the run,
      *    the same way OPEN-HOLIDAY-CALENDAR holds the calendar, so
      *    there is no matching close.  A missing file is a shop that
      *    has never closed a period: the table stays empty and every
      *    month is open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO W-PERIOD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           05  PD-PERIOD           PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-CLOSED-DATE      PIC 9(8).
           05  PD-CLOSED-BY        PIC X(8).
           05  PD-AR-TOTAL         PIC S9(11)V99.
           05  PD-BILLED           PIC 9(11)V99.
           05  PD-VOIDED           PIC 9(11)V99.
           05  PD-TAX              PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  W-PERIOD-FILENAME   PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-PERIOD-EOF        VALUE 'Y'.

       01  W-PERIOD-TABLE EXTERNAL.
           05  W-PERIOD-COUNT  PIC 999 COMP VALUE 0.
           05  W-PERIOD-ENTRY OCCURS 600 TIMES.
               10  W-PD-PERIOD     PIC 9(6).
               10  W-PD-STATUS     PIC X.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-PERIOD-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-PERIOD-FILENAME.
           OPEN INPUT PERIOD-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-PERIOD-EOF.
           CLOSE PERIOD-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ PERIOD-FILE
               AT END
                   SET W-PERIOD-EOF TO TRUE
               NOT AT END
                   IF W-PERIOD-COUNT < 600 THEN
                       ADD 1 TO W-PERIOD-COUNT
                       MOVE PD-PERIOD TO W-PD-PERIOD(W-PERIOD-COUNT)
                       MOVE PD-STATUS TO W-PD-STATUS(W-PERIOD-COUNT)
                   ELSE
                       DISPLAY "Period control full; row ignored."
                   END-IF
           END-READ.
