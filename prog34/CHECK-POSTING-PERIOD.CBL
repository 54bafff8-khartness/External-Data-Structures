       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHECK-POSTING-PERIOD.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    The closed-period lockout.  Given the date an entry is
      *    about to post under (zero meaning today), looks its month
      *    up in the period-control table OPEN-PERIOD-CONTROL loaded.
      *    A date in an open month comes back untouched with L-MOVED
      *    'N'.  A date in a month accounting has closed comes back
      *    moved into the current open period -- today, or the first
      *    of the first month after today's that is still open, if
      *    today's has been closed too -- with L-MOVED 'Y', so the
      *    caller can flag the entry and the closed month's figures
      *    stay the ones that were frozen.  A caller that must refuse
      *    instead of moving (INVOICE-REBILL) passes a
      *    copy of its date and refuses on 'Y'.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-PERIOD-TABLE EXTERNAL.
           05  W-PERIOD-COUNT  PIC 999 COMP VALUE 0.
           05  W-PERIOD-ENTRY OCCURS 600 TIMES.
               10  W-PD-PERIOD     PIC 9(6).
               10  W-PD-STATUS     PIC X.

       01  W-TODAY                 PIC 9(8).
       01  W-WANT-DATE             PIC 9(8).
       01  W-WANT-PERIOD           PIC 9(6).
       01  W-WANT-PARTS REDEFINES W-WANT-PERIOD.
           05  W-WANT-YEAR         PIC 9(4).
           05  W-WANT-MONTH        PIC 99.
       01  W-SUB                   PIC 999 COMP.
       01  W-CLOSED-SW             PIC X.
           88  W-PERIOD-CLOSED         VALUE 'Y'.

       LINKAGE SECTION.
       01  L-DATE          PIC 9(8).
       01  L-MOVED         PIC X.

       PROCEDURE DIVISION USING L-DATE, L-MOVED.
       CHECK-DATE.
           MOVE 'N' TO L-MOVED.
           IF W-PERIOD-COUNT = 0 THEN
               GOBACK.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           IF L-DATE = 0 THEN
               MOVE W-TODAY TO W-WANT-DATE
           ELSE
               MOVE L-DATE TO W-WANT-DATE
           END-IF.
           MOVE W-WANT-DATE(1:6) TO W-WANT-PERIOD.
           PERFORM LOOK-UP-PERIOD.
           IF NOT W-PERIOD-CLOSED THEN
               GOBACK.

      *    closed: forward to today's period, and on past any month
      *    after it that has been closed early
           MOVE 'Y' TO L-MOVED.
           MOVE W-TODAY TO W-WANT-DATE.
           MOVE W-WANT-DATE(1:6) TO W-WANT-PERIOD.
           PERFORM LOOK-UP-PERIOD.
           PERFORM NEXT-PERIOD UNTIL NOT W-PERIOD-CLOSED.
           MOVE W-WANT-DATE TO L-DATE.
           GOBACK.

       LOOK-UP-PERIOD.
           MOVE 'N' TO W-CLOSED-SW.
           PERFORM MATCH-ONE-PERIOD
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PERIOD-COUNT OR W-PERIOD-CLOSED.

       MATCH-ONE-PERIOD.
           IF W-PD-PERIOD(W-SUB) = W-WANT-PERIOD AND
                   W-PD-STATUS(W-SUB) = 'C' THEN
               SET W-PERIOD-CLOSED TO TRUE
           END-IF.

       NEXT-PERIOD.
           IF W-WANT-MONTH = 12 THEN
               ADD 1 TO W-WANT-YEAR
               MOVE 1 TO W-WANT-MONTH
           ELSE
               ADD 1 TO W-WANT-MONTH
           END-IF.
           MOVE W-WANT-PERIOD TO W-WANT-DATE(1:6).
           MOVE '01' TO W-WANT-DATE(7:2).
           PERFORM LOOK-UP-PERIOD.
