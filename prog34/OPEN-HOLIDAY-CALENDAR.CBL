       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-HOLIDAY-CALENDAR.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the holiday calendar into the in-memory table RATE-
      *    CALL and NEXT-BUSINESS-DAY consult.  One row per date,
      *    marked with what kind of holiday it is: a tariff holiday
      *    the filed rates price at the weekend rate, a bank holiday
      *    no payment can clear on, or both (Christmas Day is both; a
      *    bank-only holiday like Columbus Day is not a rating
      *    holiday).  Read once and held for the run, the same way
      *    OPEN-RATE-TABLE holds the tariff, so there is no matching
      *    close.  A missing calendar leaves the table empty, and
      *    only Saturdays and Sundays count as days off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO W-HOLIDAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05  HD-DATE         PIC 9(8).
           05  HD-TARIFF       PIC X.
           05  HD-BANK         PIC X.
           05  HD-DESCRIPTION  PIC X(20).

       WORKING-STORAGE SECTION.
       01  W-HOLIDAY-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-HOLIDAY-EOF       VALUE 'Y'.

       01  W-HOLIDAY-TABLE EXTERNAL.
           05  W-HOLIDAY-COUNT PIC 999 COMP VALUE 0.
           05  W-HOLIDAY-ENTRY OCCURS 300 TIMES.
               10  W-HD-DATE       PIC 9(8).
               10  W-HD-TARIFF     PIC X.
               10  W-HD-BANK       PIC X.
               10  W-HD-DESC       PIC X(20).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-HOLIDAY-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-HOLIDAY-FILENAME.
           OPEN INPUT HOLIDAY-FILE.
           IF W-STATUS NOT = '00' THEN
               DISPLAY "Unable to open holiday calendar: ", L-FILENAME
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-HOLIDAY-EOF.
           CLOSE HOLIDAY-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ HOLIDAY-FILE
               AT END
                   SET W-HOLIDAY-EOF TO TRUE
               NOT AT END
                   IF W-HOLIDAY-COUNT < 300 THEN
                       ADD 1 TO W-HOLIDAY-COUNT
                       MOVE HD-DATE TO W-HD-DATE(W-HOLIDAY-COUNT)
                       MOVE HD-TARIFF TO W-HD-TARIFF(W-HOLIDAY-COUNT)
                       MOVE HD-BANK TO W-HD-BANK(W-HOLIDAY-COUNT)
                       MOVE HD-DESCRIPTION
                           TO W-HD-DESC(W-HOLIDAY-COUNT)
                   ELSE
                       DISPLAY "Holiday calendar full; row ignored."
                   END-IF
           END-READ.
