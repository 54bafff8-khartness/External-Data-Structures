      *    base -- so when management asks whether we are losing
      *    people to the wireless carrier or to the economy, the
      *    answer comes off a report instead of a shrug.
      *    The leavers' billed usage comes off the monthly usage
      *    summary the bill cycle posts rather than the call detail:
      *    the usage revenue walking out the door, and how many of
      *    them had already cut their usage in half over the three
      *    billed months before leaving against the six before that.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               VALUE 'S:\COBOL\RSNCODE.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-USAGESUM-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\USAGESUM.DAT'.

       01  W-JOURNAL-STATUS    PIC XX.

       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-RATE         PIC ZZ9.99.

      *    leavers' usage off the monthly usage summary: the three
      *    billed months before the report month against the six
      *    before those
       01  W-USAGE-MONTH       PIC 9(6).
       01  W-USAGE-MONTH-PARTS REDEFINES W-USAGE-MONTH.
           05  W-USAGE-YYYY    PIC 9(4).
           05  W-USAGE-MM      PIC 99.
       01  W-USAGE-FOUND       PIC X.
           88  W-USAGE-ON-FILE     VALUE 'Y'.
       01  W-MONTH-USAGE.
           05  FILLER              PIC X(98).
           05  W-MU-TOTAL-MINUTES  PIC 9(7).
           05  W-MU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-MONTHS-BACK       PIC 99 COMP.
       01  W-RECENT-DOLLARS    PIC 9(9)V99.
       01  W-EARLIER-DOLLARS   PIC 9(9)V99.
       01  W-USAGE-SEEN-SW     PIC X.
           88  W-USAGE-SEEN        VALUE 'Y'.
       01  W-LEAVERS-WITH-USAGE PIC 9(9) COMP VALUE 0.
       01  W-LEAVERS-FALLING   PIC 9(9) COMP VALUE 0.
       01  W-USAGE-LOST        PIC 9(11)V99 VALUE 0.
       01  W-SHOW-MONEY        PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".

           PERFORM LOAD-REASON-CODES.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           PERFORM COUNT-ACTIVE-BASE
               THRU COUNT-ACTIVE-BASE-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           PERFORM SCAN-JOURNAL.
           CALL 'CLOSE-USAGE-SUMMARY'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
               MOVE W-CHURN-RATE TO W-SHOW-RATE
               DISPLAY "CHURN RATE:        ", W-SHOW-RATE, " PCT"
           END-IF.
           DISPLAY " ".
           DISPLAY "USAGE OF DISCONNECTS (MONTHLY USAGE SUMMARY)".
           MOVE W-LEAVERS-WITH-USAGE TO W-SHOW-COUNT.
           DISPLAY "  WITH BILLED USAGE:      ", W-SHOW-COUNT.
           MOVE W-LEAVERS-FALLING TO W-SHOW-COUNT.
           DISPLAY "  USAGE HALVED BEFORE:    ", W-SHOW-COUNT.
           MOVE W-USAGE-LOST TO W-SHOW-MONEY.
           DISPLAY "  MONTHLY USAGE LOST: ", W-SHOW-MONEY.
           STOP RUN.

       LOAD-REASON-CODES.
           END-IF.
           PERFORM TALLY-PLAN.
           PERFORM TALLY-STATE.
           IF W-MASTER-POS NOT = 0 AND
                   W-MASTER-POS NOT > W-MASTER-FILE-SIZE THEN
               PERFORM TALLY-LEAVER-USAGE
                   THRU TALLY-LEAVER-USAGE-EXIT
           END-IF.

      *    monthly usage lost is the recent three months' average;
      *    usage halved means that average fell to half or less of
      *    the earlier six months' average
       TALLY-LEAVER-USAGE.
           MOVE W-REPORT-MONTH TO W-USAGE-MONTH.
           MOVE 0 TO W-RECENT-DOLLARS, W-EARLIER-DOLLARS.
           MOVE 'N' TO W-USAGE-SEEN-SW.
           PERFORM ADD-ONE-USAGE-MONTH
               VARYING W-MONTHS-BACK FROM 1 BY 1
               UNTIL W-MONTHS-BACK > 9.
           IF NOT W-USAGE-SEEN THEN
               GO TO TALLY-LEAVER-USAGE-EXIT.
           ADD 1 TO W-LEAVERS-WITH-USAGE.
           COMPUTE W-USAGE-LOST ROUNDED =
               W-USAGE-LOST + W-RECENT-DOLLARS / 3.
           IF W-EARLIER-DOLLARS > 0 AND
                   W-RECENT-DOLLARS * 4 <= W-EARLIER-DOLLARS THEN
               ADD 1 TO W-LEAVERS-FALLING
           END-IF.
       TALLY-LEAVER-USAGE-EXIT.
           CONTINUE.

       ADD-ONE-USAGE-MONTH.
           IF W-USAGE-MM = 1 THEN
               SUBTRACT 1 FROM W-USAGE-YYYY
               MOVE 12 TO W-USAGE-MM
           ELSE
               SUBTRACT 1 FROM W-USAGE-MM
           END-IF.
           CALL 'GET-USAGE-SUMMARY' USING W-MASTER-POS, W-USAGE-MONTH,
               W-USAGE-FOUND, W-MONTH-USAGE.
           IF W-USAGE-ON-FILE THEN
               SET W-USAGE-SEEN TO TRUE
           END-IF.
           IF W-MONTHS-BACK <= 3 THEN
               ADD W-MU-TOTAL-DOLLARS TO W-RECENT-DOLLARS
           ELSE
               ADD W-MU-TOTAL-DOLLARS TO W-EARLIER-DOLLARS
           END-IF.

       TALLY-PLAN.
           MOVE 0 TO W-HIT.
