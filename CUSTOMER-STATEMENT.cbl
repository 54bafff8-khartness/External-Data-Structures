      *    Feature events charge the flat DL100_FEATURE_RATE amount
      *    (default 75 cents), the same figure the bill cycle uses,
      *    so the statement and the bill never disagree.
      *    A call's charge is the one stored for it in the
      *    rated-usage file when it was captured, read back through
      *    GET-RATED-USAGE; a call is rated again only when it has
      *    no stored rating, its plan has changed since, or a tariff
      *    correction or dispute has marked it for re-rating.
      *    Under the totals, a bar for each of the last twelve
      *    months' billed usage off the monthly usage summary the
      *    bill cycle posts, so "is this month unusual" answers at a
      *    glance.
      *    A hunt group's lines print together under the pilot, in
      *    hunt order, with a subtotal for the group, after the
      *    account's other lines -- laid out as the bill lays them.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-PLANMST-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-FEATSUB-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-COUNTRY-NAME          PIC X(20).

      *    Hunt groups, held back from the phone stream and printed
      *    under their pilots the way the cycle run prints them.
       01  W-HUNT-GROUP-FILENAME   PIC X(512)
                                   VALUE 'S:\COBOL\HUNTGRP.DAT'.
       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.
       01  W-HUNT-HELD-TABLE.
           05  W-HH-GROUP          OCCURS 200 TIMES.
               10  W-HH-PILOT-HELD     PIC X.
               10  W-HH-MEMBER-HELD    PIC X OCCURS 20 TIMES.
       01  W-HG-SUB                PIC 9(4) COMP.
       01  W-HG-MSUB               PIC 99 COMP.
       01  W-HG-LINE               PIC 9(10).
       01  W-HUNT-HELD-SW          PIC X.
           88  W-HUNT-LINE-HELD        VALUE 'Y'.
       01  W-HUNT-BASE             PIC 9(9)V99.
       01  W-HUNT-CHARGES          PIC 9(9)V99.

      *    Billing direction, honored the same way the cycle run
      *    honors it: the accepting party's leg carries the charge.
       01  W-BILL-DIRECTION        PIC X.
       01  W-THIRD-NUMBER          PIC 9(10).
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-STMT-PHONE10          PIC 9(10).
       01  W-CHARGE-SW             PIC X.
           88  W-CHARGE-THIS-LEG       VALUE 'Y'.

      *    Twelve-month usage history off the monthly usage summary.
       01  W-USAGESUM-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\USAGESUM.DAT'.
       01  W-HIST-USAGE.
           05  FILLER              PIC X(98).
           05  W-HU-TOTAL-MINUTES  PIC 9(7).
           05  W-HU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-HIST-MONTH            PIC 9(6).
       01  W-HIST-MONTH-PARTS REDEFINES W-HIST-MONTH.
           05  W-HIST-YYYY         PIC 9(4).
           05  W-HIST-MM           PIC 99.
       01  W-HIST-FOUND            PIC X.
       01  W-HISTORY-TABLE.
           05  W-HISTORY-ENTRY     OCCURS 12 TIMES.
               10  W-HY-MONTH          PIC 9(6).
               10  W-HY-FOUND          PIC X.
               10  W-HY-DOLLARS        PIC 9(7)V99.
       01  W-HIST-SUB              PIC 99 COMP.
       01  W-HIST-HIGH             PIC 9(7)V99.
       01  W-BAR-LENGTH            PIC 99 COMP.
       01  W-BAR-STARS             PIC X(30) VALUE ALL '*'.
       01  W-BAR-LINE              PIC X(30).
       01  W-SHOW-HIST-MONTH       PIC 9999/99.
       01  W-SHOW-HIST-DOLLARS     PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CALL-INDEX' USING W-CALL-INDEX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           CALL 'OPEN-HUNT-GROUPS' USING W-HUNT-GROUP-FILENAME.

           DISPLAY " ".
           DISPLAY "CUSTOMER BILLING STATEMENT".
               PERFORM PRINT-STATEMENT
           END-IF.

           CALL 'CLOSE-USAGE-SUMMARY'.
           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-CALL-INDEX'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.
           STOP RUN.

           MOVE 0 TO W-PHONES-SEEN.
           MOVE 2 TO W-PC-BUCKET.
           MOVE 0 TO W-PC-PAIR.
           MOVE SPACES TO W-HUNT-HELD-TABLE.
           PERFORM STREAM-ONE-PHONE UNTIL NOT W-PHONE-STREAMED.
           PERFORM PRINT-HUNT-GROUPS.
           IF W-PHONES-SEEN = 0 THEN
               DISPLAY "    <NO PHONE NUMBERS ON THIS ACCOUNT>"
           END-IF.
               MOVE W-OVERAGE-MINUTES TO W-SHOW-MINUTES
               DISPLAY "BILLABLE OVERAGE MIN:  ", W-SHOW-MINUTES
           END-IF.
           PERFORM PRINT-USAGE-HISTORY.

      *    twelve months ending with this one, oldest first, each
      *    bar scaled against the highest month shown -- the same
      *    history the bill cycle prints on the mailed statement
       PRINT-USAGE-HISTORY.
           MOVE W-TODAY(1:6) TO W-HIST-MONTH.
           MOVE 0 TO W-HIST-HIGH.
           PERFORM LOAD-ONE-HISTORY-MONTH
               VARYING W-HIST-SUB FROM 12 BY -1
               UNTIL W-HIST-SUB < 1.
           DISPLAY " ".
           DISPLAY "USAGE HISTORY - LAST 12 MONTHS".
           PERFORM PRINT-ONE-HISTORY-MONTH
               VARYING W-HIST-SUB FROM 1 BY 1
               UNTIL W-HIST-SUB > 12.

       LOAD-ONE-HISTORY-MONTH.
           CALL 'GET-USAGE-SUMMARY' USING L-POSITION, W-HIST-MONTH,
               W-HIST-FOUND, W-HIST-USAGE.
           MOVE W-HIST-MONTH TO W-HY-MONTH(W-HIST-SUB).
           MOVE W-HIST-FOUND TO W-HY-FOUND(W-HIST-SUB).
           MOVE W-HU-TOTAL-DOLLARS TO W-HY-DOLLARS(W-HIST-SUB).
           IF W-HU-TOTAL-DOLLARS > W-HIST-HIGH THEN
               MOVE W-HU-TOTAL-DOLLARS TO W-HIST-HIGH
           END-IF.
           IF W-HIST-MM = 1 THEN
               SUBTRACT 1 FROM W-HIST-YYYY
               MOVE 12 TO W-HIST-MM
           ELSE
               SUBTRACT 1 FROM W-HIST-MM
           END-IF.

       PRINT-ONE-HISTORY-MONTH.
           MOVE W-HY-MONTH(W-HIST-SUB) TO W-SHOW-HIST-MONTH.
           IF W-HY-FOUND(W-HIST-SUB) NOT = 'Y' THEN
               DISPLAY "  ", W-SHOW-HIST-MONTH, "   NOT BILLED"
           ELSE
               MOVE W-HY-DOLLARS(W-HIST-SUB) TO W-SHOW-HIST-DOLLARS
               MOVE 0 TO W-BAR-LENGTH
               IF W-HIST-HIGH > 0 THEN
                   COMPUTE W-BAR-LENGTH ROUNDED =
                       W-HY-DOLLARS(W-HIST-SUB) * 30 / W-HIST-HIGH
               END-IF
               IF W-BAR-LENGTH = 0 AND W-HY-DOLLARS(W-HIST-SUB) > 0
                   MOVE 1 TO W-BAR-LENGTH
               END-IF
               MOVE SPACES TO W-BAR-LINE
               IF W-BAR-LENGTH > 0 THEN
                   MOVE W-BAR-STARS(1:W-BAR-LENGTH)
                       TO W-BAR-LINE(1:W-BAR-LENGTH)
               END-IF
               DISPLAY "  ", W-SHOW-HIST-MONTH, "  ",
                   W-SHOW-HIST-DOLLARS, "  ", W-BAR-LINE
           END-IF.

       STREAM-ONE-PHONE.
           CALL 'NEXT-ACCOUNT-PHONE' USING L-POSITION,
               W-PHONE-CURSOR, W-CURRENT-PHONE, W-PHONE-FOUND.
           IF W-PHONE-STREAMED THEN
               ADD 1 TO W-PHONES-SEEN
               PERFORM HOLD-HUNT-LINE
               IF NOT W-HUNT-LINE-HELD THEN
                   PERFORM PRINT-ONE-PHONE
               END-IF
           END-IF.

      *    a pilot or member line of one of this account's hunt
      *    groups waits for its group
       HOLD-HUNT-LINE.
           MOVE 'N' TO W-HUNT-HELD-SW.
           MOVE W-CURRENT-PHONE(6:10) TO W-HG-LINE.
           PERFORM HOLD-IN-ONE-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT OR W-HUNT-LINE-HELD.

       HOLD-IN-ONE-GROUP.
           IF W-HG-MASTER-POS(W-HG-SUB) = L-POSITION THEN
               IF W-HG-PILOT(W-HG-SUB) = W-HG-LINE THEN
                   MOVE 'Y' TO W-HH-PILOT-HELD(W-HG-SUB)
                   SET W-HUNT-LINE-HELD TO TRUE
               END-IF
               PERFORM HOLD-ONE-MEMBER
                   VARYING W-HG-MSUB FROM 1 BY 1
                   UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB)
                       OR W-HUNT-LINE-HELD
           END-IF.

       HOLD-ONE-MEMBER.
           IF W-HG-MEMBER(W-HG-SUB, W-HG-MSUB) = W-HG-LINE THEN
               MOVE 'Y' TO W-HH-MEMBER-HELD(W-HG-SUB, W-HG-MSUB)
               SET W-HUNT-LINE-HELD TO TRUE
           END-IF.

       PRINT-HUNT-GROUPS.
           PERFORM PRINT-ONE-HUNT-GROUP THRU PRINT-ONE-HUNT-GROUP-EXIT
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT.

       PRINT-ONE-HUNT-GROUP.
           IF W-HG-MASTER-POS(W-HG-SUB) NOT = L-POSITION OR
                   W-HH-GROUP(W-HG-SUB) = SPACES THEN
               GO TO PRINT-ONE-HUNT-GROUP-EXIT.
           DISPLAY "HUNT GROUP - PILOT: ", W-HG-PILOT(W-HG-SUB).
           MOVE W-TOTAL-CHARGES TO W-HUNT-BASE.
           IF W-HH-PILOT-HELD(W-HG-SUB) = 'Y' THEN
               MOVE W-HG-PILOT(W-HG-SUB) TO W-CURRENT-PHONE
               PERFORM PRINT-ONE-PHONE
           END-IF.
           PERFORM PRINT-ONE-HUNT-MEMBER
               VARYING W-HG-MSUB FROM 1 BY 1
               UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB).
           COMPUTE W-HUNT-CHARGES = W-TOTAL-CHARGES - W-HUNT-BASE.
           MOVE W-HUNT-CHARGES TO W-SHOW-CHARGE.
           DISPLAY "    HUNT GROUP SUBTOTAL: ", W-SHOW-CHARGE.
       PRINT-ONE-HUNT-GROUP-EXIT.
           CONTINUE.

       PRINT-ONE-HUNT-MEMBER.
           IF W-HH-MEMBER-HELD(W-HG-SUB, W-HG-MSUB) = 'Y' THEN
               MOVE W-HG-MEMBER(W-HG-SUB, W-HG-MSUB)
                   TO W-CURRENT-PHONE
               PERFORM PRINT-ONE-PHONE
           END-IF.

                   " MONTHLY ", W-SHOW-FSUB-RATE
           END-IF.

      *    collect, third-number and calling-card calls bill the
      *    accepting party's (or card account's) leg instead of the
      *    caller's
       JUDGE-BILLING-LEG.
           CALL 'GET-CALL-BILLING' USING
               W-CHUNK-POSITION(W-CALL-ENTRY), W-BILL-DIRECTION,
                       SET W-CHARGE-THIS-LEG TO TRUE
                   END-IF
               WHEN '3'
               WHEN '4'
                   IF W-AS-CALLEE AND
                           W-STMT-PHONE10 = W-THIRD-NUMBER THEN
                       SET W-CHARGE-THIS-LEG TO TRUE
                   W-CALL-TIME, W-OVERAGE-SECONDS, W-CALL-CHARGE
           ELSE
               ADD W-CALL-MINUTES TO W-OVERAGE-MINUTES
               CALL 'GET-RATED-USAGE' USING
                   W-CHUNK-POSITION(W-CALL-ENTRY), W-MASTER-PLAN,
                   W-CALL-DATE, W-CALL-TIME, W-DURATION, W-CALL-CHARGE
           END-IF.
       RATE-WITH-ALLOWANCE-DONE.
           CONTINUE.
                       W-TOTAL-CHARGES
               ELSE IF W-CHARGE-THIS-LEG THEN
                   PERFORM RATE-WITH-ALLOWANCE
                   IF W-BILL-DIRECTION = '4' THEN
                       CALL 'GET-PLAN-CARD-SURCHARGE' USING
                           W-MASTER-PLAN, W-CARD-SURCHARGE
                       ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
                   END-IF
                   ADD W-CALL-CHARGE TO W-PHONE-CHARGES,
                       W-TOTAL-CHARGES
                   IF W-SPLIT-PEAK-MINUTES > 0 AND
