       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BILL-SHOCK-ALERT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Nightly spending-limit alerts, so a big bill is not the
      *    first the customer hears of a big month.  Unbilled usage
      *    is added up per account exactly as UNBILLED-USAGE-REPORT
      *    does it -- every call above the account's billed-through
      *    watermark, at its stored rating -- and set against the
      *    account's alert limit: the figure the customer chose
      *    (USGALERT.DAT, kept through CUSTOMER-MAINTENANCE), or else
      *    the default for the account's credit class,
      *    DL100_ALERT_LIMIT_A through _D in whole dollars (400, 250,
      *    150 and 100 when not set; an unclassified account takes
      *    class B's).
      *    An account reaching 75% of its limit is alerted once, and
      *    again on reaching 100%; one that passes both in a night
      *    gets the 100% alert only.  Each alert is journaled as a
      *    USAGE-ALERT entry -- level, unbilled amount and limit in
      *    the key -- which CORRESPONDENCE-GEN turns into the notice
      *    that night: a letter, or an e-mail for e-bill customers.
      *    A note goes on the account here.  The alert sent is kept
      *    with the billed-through watermark of the cycle it went
      *    out in, so nothing repeats until the next statement moves
      *    the watermark on.  Runs before CORRESPONDENCE-GEN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-CALL-DETAIL-FILENAME  PIC X(512)
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-THIRD-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\THIRDNUM.DAT'.
       01  W-BILLTHRU-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\BILLTHRU.DAT'.
       01  W-PLANCHG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANCHG.DAT'.
       01  W-PLANMST-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-USGALERT-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\USGALERT.DAT'.
       01  W-NOTES-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-RUNCTL-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-RUNCTL-STATUS     PIC 9.
           88  RUNCTL-OK           VALUE 0.
           88  RUNCTL-DOUBLE-RUN   VALUE 1.
           88  RUNCTL-OUT-OF-ORDER VALUE 2.
       01  W-RUNCTL-JOB        PIC X(20) VALUE 'BILL-SHOCK-ALERT'.
       01  W-RUNCTL-PRED       PIC X(20) VALUE SPACES.

       01  W-TODAY                 PIC 9(8).

      *    unbilled usage and the watermark it was counted above,
      *    by master position
       01  W-UNBILLED-TABLE.
           05  W-UNBILLED-ENTRY    OCCURS 10000 TIMES.
               10  W-UNBILLED-AMOUNT   PIC 9(9)V99.
               10  W-UNBILLED-MARK     PIC 9(9) COMP.
       01  W-TABLE-LIMIT           PIC 9(9) COMP VALUE 10000.

       01  W-DETAIL-POS            PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-DETAIL-RECORD-FOUND   VALUE 'Y'.
       01  W-CALL-DATE             PIC 9(8).
       01  W-CALL-TIME             PIC 9(6).
       01  W-DURATION              PIC 9(5) COMP.
       01  W-CALLING-NUMBER        PIC 9(10).
       01  W-CALLED-NUMBER         PIC 9(10).
       01  W-DISPOSITION           PIC X.
       01  W-TRUNK-CODE            PIC X(6).
       01  W-RECORD-TYPE           PIC X.
       01  W-FEATURE-CODE          PIC X(4).
       01  W-BILL-DIRECTION        PIC X.
       01  W-THIRD-NUMBER          PIC 9(10).
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-BILL-NUMBER           PIC 9(10).
       01  W-PHONE-KEY             PIC 9(15).
       01  W-OWNER-POS             PIC 9(9) COMP.
       01  W-BILLED-THRU           PIC 9(9) COMP.

       01  W-MASTER-FOUND          PIC X.
           88  W-MASTER-ON-FILE        VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-RATE-PLAN             PIC X(4).
       01  W-CALL-CHARGE           PIC 9(7)V99.
       01  W-COUNTRY-NAME          PIC X(20).
       01  W-FEATURE-CENTS         PIC 9(5).

      *    credit class defaults, whole dollars
       01  W-CLASS-LIMITS.
           05  W-LIMIT-A           PIC 9(5).
           05  W-LIMIT-B           PIC 9(5).
           05  W-LIMIT-C           PIC 9(5).
           05  W-LIMIT-D           PIC 9(5).
       01  W-CREDIT-CLASS          PIC X.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-ALERT-LIMIT           PIC 9(5)V99.
       01  W-ALERT-MARK            PIC 9(9) COMP.
       01  W-ALERT-LEVEL           PIC 9(3).
       01  W-NEW-LEVEL             PIC 9(3).
       01  W-USED-PCT              PIC 9(5).

       01  W-JOURNAL-OP        PIC X(15) VALUE 'USAGE-ALERT'.
       01  W-JOURNAL-KEY.
           05  W-JK-LEVEL          PIC 9(3).
           05  W-JK-UNBILLED       PIC 9(7)V99.
           05  W-JK-LIMIT          PIC 9(5)V99.
           05  FILLER              PIC X(11).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-NOTE-OPERATOR     PIC X(8) VALUE 'ALERTS'.
       01  W-NOTE-TEXT         PIC X(60).

       01  W-ACCOUNTS-CHECKED      PIC 9(9) COMP VALUE 0.
       01  W-ALERTS-75             PIC 9(9) COMP VALUE 0.
       01  W-ALERTS-100            PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-ACCOUNT          PIC 9(9).
       01  W-SHOW-AMOUNT           PIC $$$,$$9.99.
       01  W-SHOW-LIMIT            PIC $$,$$9.99.
       01  W-SHOW-LEVEL            PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'RUN-CONTROL-BEGIN' USING W-RUNCTL-STATUS,
               W-RUNCTL-JOB, W-RUNCTL-PRED, W-RUNCTL-FILENAME.
           IF RUNCTL-DOUBLE-RUN THEN
               DISPLAY "RUN CONTROL: THIS JOB ALREADY RAN TONIGHT."
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-LIMIT-A FROM ENVIRONMENT "DL100_ALERT_LIMIT_A".
           IF W-LIMIT-A = 0 THEN
               MOVE 400 TO W-LIMIT-A
           END-IF.
           ACCEPT W-LIMIT-B FROM ENVIRONMENT "DL100_ALERT_LIMIT_B".
           IF W-LIMIT-B = 0 THEN
               MOVE 250 TO W-LIMIT-B
           END-IF.
           ACCEPT W-LIMIT-C FROM ENVIRONMENT "DL100_ALERT_LIMIT_C".
           IF W-LIMIT-C = 0 THEN
               MOVE 150 TO W-LIMIT-C
           END-IF.
           ACCEPT W-LIMIT-D FROM ENVIRONMENT "DL100_ALERT_LIMIT_D".
           IF W-LIMIT-D = 0 THEN
               MOVE 100 TO W-LIMIT-D
           END-IF.
           INITIALIZE W-UNBILLED-TABLE.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-BILLED-THRU' USING W-BILLTHRU-FILENAME.
           CALL 'OPEN-USAGE-ALERT' USING W-USGALERT-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           DISPLAY " ".
           DISPLAY "USAGE ALERTS - ", W-TODAY.
           PERFORM ADD-ONE-CALL THRU ADD-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM 2 BY 1
               UNTIL W-DETAIL-POS > W-DETAIL-FILE-SIZE.

           DISPLAY " ".
           DISPLAY "ACCOUNT    LEVEL    UNBILLED     LIMIT".
           PERFORM CHECK-ONE-POSITION THRU CHECK-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-USAGE-ALERT'.
           CALL 'CLOSE-BILLED-THRU'.
           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.

           DISPLAY " ".
           DISPLAY "USAGE ALERT SUMMARY".
           MOVE W-ACCOUNTS-CHECKED TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS WITH USAGE: ", W-SHOW-COUNT.
           MOVE W-ALERTS-75 TO W-SHOW-COUNT.
           DISPLAY "  75% ALERTS:          ", W-SHOW-COUNT.
           MOVE W-ALERTS-100 TO W-SHOW-COUNT.
           DISPLAY "  100% ALERTS:         ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    One call: its billing party, and if it sits above that
      *    party's watermark, its value -- UNBILLED-USAGE-REPORT's
      *    reckoning.
      *----------------------------------------------------------------
       ADD-ONE-CALL.
           CALL 'GET-CALL-DETAIL' USING W-DETAIL-POS, W-FOUND,
               W-CALL-DATE, W-CALL-TIME, W-DURATION,
               W-CALLING-NUMBER, W-CALLED-NUMBER, W-DISPOSITION,
               W-TRUNK-CODE.
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO ADD-ONE-CALL-EXIT.
           CALL 'GET-CALL-EVENT' USING W-DETAIL-POS, W-RECORD-TYPE,
               W-FEATURE-CODE.
           CALL 'GET-CALL-BILLING' USING W-DETAIL-POS,
               W-BILL-DIRECTION, W-THIRD-NUMBER.
           EVALUATE W-BILL-DIRECTION
               WHEN '2'
                   MOVE W-CALLED-NUMBER TO W-BILL-NUMBER
               WHEN '3'
               WHEN '4'
                   MOVE W-THIRD-NUMBER TO W-BILL-NUMBER
               WHEN OTHER
                   MOVE W-CALLING-NUMBER TO W-BILL-NUMBER
           END-EVALUATE.
           MOVE W-BILL-NUMBER TO W-PHONE-KEY.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-OWNER-POS,
               W-PHONE-KEY.
           IF W-OWNER-POS = 0 OR W-OWNER-POS > W-TABLE-LIMIT THEN
               GO TO ADD-ONE-CALL-EXIT.
           CALL 'GET-BILLED-THRU' USING W-OWNER-POS, W-BILLED-THRU.
           IF W-DETAIL-POS <= W-BILLED-THRU THEN
               GO TO ADD-ONE-CALL-EXIT.

           MOVE 0 TO W-CALL-CHARGE.
           IF W-RECORD-TYPE = 'F' THEN
               ACCEPT W-FEATURE-CENTS FROM ENVIRONMENT
                   "DL100_FEATURE_RATE"
               IF W-FEATURE-CENTS = 0 THEN
                   MOVE 75 TO W-FEATURE-CENTS
               END-IF
               COMPUTE W-CALL-CHARGE = W-FEATURE-CENTS / 100
           ELSE IF W-CALLED-NUMBER(1:3) = '011' THEN
               CALL 'RATE-INTL-CALL' USING W-CALLED-NUMBER,
                   W-DURATION, W-CALL-CHARGE, W-COUNTRY-NAME
           ELSE
               CALL 'GET-CUSTOMER-MASTER' USING W-OWNER-POS,
                   W-MASTER-FOUND, W-ACCOUNT, W-NAME, W-ADDRESS,
                   W-PLAN, W-STATUS-CODE
               IF NOT W-MASTER-ON-FILE THEN
                   GO TO ADD-ONE-CALL-EXIT
               END-IF
               CALL 'PLAN-FOR-DATE' USING W-OWNER-POS, W-CALL-DATE,
                   W-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               CALL 'GET-RATED-USAGE' USING
                   W-DETAIL-POS, W-RATE-PLAN,
                   W-CALL-DATE, W-CALL-TIME, W-DURATION, W-CALL-CHARGE
               IF W-BILL-DIRECTION = '4' THEN
                   CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                       W-CARD-SURCHARGE
                   ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
               END-IF
           END-IF.

           ADD W-CALL-CHARGE TO W-UNBILLED-AMOUNT(W-OWNER-POS).
           MOVE W-BILLED-THRU TO W-UNBILLED-MARK(W-OWNER-POS).
       ADD-ONE-CALL-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    One account: its limit, the level it has reached, and an
      *    alert when that level is past anything sent this cycle.
      *----------------------------------------------------------------
       CHECK-ONE-POSITION.
           IF W-POSITION > W-TABLE-LIMIT OR
                   W-UNBILLED-AMOUNT(W-POSITION) = 0 THEN
               GO TO CHECK-ONE-POSITION-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION,
               W-MASTER-FOUND, W-ACCOUNT, W-NAME, W-ADDRESS,
               W-PLAN, W-STATUS-CODE.
           IF NOT W-MASTER-ON-FILE OR W-STATUS-CODE NOT = 'A' THEN
               GO TO CHECK-ONE-POSITION-EXIT.
           ADD 1 TO W-ACCOUNTS-CHECKED.
           CALL 'GET-USAGE-ALERT' USING W-POSITION, W-ALERT-LIMIT,
               W-ALERT-MARK, W-ALERT-LEVEL.
      *    a statement since the last alert starts a fresh cycle
           IF W-ALERT-MARK NOT = W-UNBILLED-MARK(W-POSITION) THEN
               MOVE 0 TO W-ALERT-LEVEL
           END-IF.
           IF W-ALERT-LIMIT = 0 THEN
               CALL 'GET-CREDIT-CLASS' USING W-POSITION,
                   W-CREDIT-CLASS
               EVALUATE W-CREDIT-CLASS
                   WHEN 'A'
                       MOVE W-LIMIT-A TO W-ALERT-LIMIT
                   WHEN 'C'
                       MOVE W-LIMIT-C TO W-ALERT-LIMIT
                   WHEN 'D'
                       MOVE W-LIMIT-D TO W-ALERT-LIMIT
                   WHEN OTHER
                       MOVE W-LIMIT-B TO W-ALERT-LIMIT
               END-EVALUATE
           END-IF.
           COMPUTE W-USED-PCT =
               W-UNBILLED-AMOUNT(W-POSITION) * 100 / W-ALERT-LIMIT
               ON SIZE ERROR
                   MOVE 99999 TO W-USED-PCT
           END-COMPUTE.
           EVALUATE TRUE
               WHEN W-USED-PCT >= 100
                   MOVE 100 TO W-NEW-LEVEL
               WHEN W-USED-PCT >= 75
                   MOVE 75 TO W-NEW-LEVEL
               WHEN OTHER
                   MOVE 0 TO W-NEW-LEVEL
           END-EVALUATE.
           IF W-NEW-LEVEL <= W-ALERT-LEVEL THEN
               GO TO CHECK-ONE-POSITION-EXIT.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-NEW-LEVEL TO W-JK-LEVEL.
           MOVE W-UNBILLED-AMOUNT(W-POSITION) TO W-JK-UNBILLED.
           MOVE W-ALERT-LIMIT TO W-JK-LIMIT.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-POSITION.
           CALL 'SET-ALERT-SENT' USING W-POSITION,
               W-UNBILLED-MARK(W-POSITION), W-NEW-LEVEL.
           MOVE W-NEW-LEVEL TO W-SHOW-LEVEL.
           MOVE W-UNBILLED-AMOUNT(W-POSITION) TO W-SHOW-AMOUNT.
           MOVE W-ALERT-LIMIT TO W-SHOW-LIMIT.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'USAGE ALERT ' DELIMITED BY SIZE
               W-SHOW-LEVEL DELIMITED BY SIZE
               '% OF ' DELIMITED BY SIZE
               W-SHOW-LIMIT DELIMITED BY SIZE
               ' LIMIT, UNBILLED ' DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING W-POSITION, W-NOTE-OPERATOR,
               W-NOTE-TEXT.
           IF W-NEW-LEVEL = 100 THEN
               ADD 1 TO W-ALERTS-100
           ELSE
               ADD 1 TO W-ALERTS-75
           END-IF.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           DISPLAY W-SHOW-ACCOUNT, "   ", W-SHOW-LEVEL, "%  ",
               W-SHOW-AMOUNT, " ", W-SHOW-LIMIT.
       CHECK-ONE-POSITION-EXIT.
           CONTINUE.
