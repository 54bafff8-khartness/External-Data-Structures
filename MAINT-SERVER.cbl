      *    submitting operator's ID, which rides its journal entries
      *    through the shared operator area.  A supervisor 'X'
      *    request shuts the server down cleanly at end of day.
      *    The automated phone unit (IVR) talks to this same queue
      *    under its own operator ID.  An 'I' request reads back the
      *    balance, the due date (30 days from the last invoice,
      *    rolled to the next business day), the last payment, and
      *    the arrangement standing with its next installment; a
      *    'T' request takes a promise to pay the balance by a date
      *    no more than DL100_IVR_PROMISE_DAYS (default 14) out,
      *    set as a one-installment arrangement -- an account
      *    already on an arrangement, or with a broken one, goes to
      *    a live agent instead.  Both find the caller by the phone
      *    number keyed and hold everything until the account PIN
      *    matches; every attempt, good PIN or bad, is written to
      *    the CPNI access log ('V' voice-verified, 'F' failed).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RELATIVE KEY IS W-CURSOR-POS
               STATUS IS W-CURSOR-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO W-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SCAN-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO W-PAYHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SCAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
               88  RQ-CLOSE        VALUE 'C'.
               88  RQ-INQUIRY      VALUE 'Q'.
               88  RQ-SHUTDOWN     VALUE 'X'.
               88  RQ-IVR-INQUIRY  VALUE 'I'.
               88  RQ-IVR-PROMISE  VALUE 'T'.
           05  RQ-ACCOUNT      PIC 9(9).
           05  RQ-NAME         PIC X(30).
           05  RQ-ADDRESS      PIC X(40).
           05  RQ-PIN          PIC X(4).
           05  RQ-CREDIT-CLASS PIC X.
           05  RQ-DEPOSIT      PIC 9(5)V99.
      *    the date the caller promises to pay by, from the IVR
           05  RQ-PROMISE-DATE PIC 9(8).

       FD  RESPONSE-FILE.
       01  RESPONSE-REC.
               88  RS-REFUSED      VALUE 'R'.
           05  RS-POSITION     PIC 9(9).
           05  RS-MESSAGE      PIC X(60).
      *    the voice unit speaks fields, not text; an IVR answer
      *    that was applied carries this view of the message
           05  RS-IVR-ANSWER REDEFINES RS-MESSAGE.
               10  RS-IVR-BALANCE  PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
               10  RS-IVR-DUE-DATE PIC 9(8).
               10  RS-IVR-LAST-PAID    PIC 9(7)V99.
               10  RS-IVR-LAST-PAY-DATE PIC 9(8).
               10  RS-IVR-ARR-STATUS   PIC X.
               10  RS-IVR-ARR-DUE-DATE PIC 9(8).
               10  RS-IVR-ARR-DUE-AMT  PIC 9(7)V99.
               10  FILLER              PIC X(5).

       FD  CURSOR-FILE.
       01  CURSOR-REC.
           05  CU-DONE-COUNT   PIC 9(9) COMP.

       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
           05  PH-OPERATOR         PIC X(8).
           05  PH-POSTED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-REQUEST-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\MAINTREQ.DAT'.
                               VALUE 'S:\COBOL\RSNCODE.DAT'.
       01  W-DEPOSIT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\DEPOSIT.DAT'.
       01  W-CONTRACT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CONTRACT.DAT'.
       01  W-OTCCAT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-REGISTER-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-PAYHIST-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-ARRANGE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\ARRANGE.DAT'.
       01  W-HOLIDAY-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-NOTES-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-CPNI-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\CPNILOG.DAT'.

       01  W-REQUEST-STATUS    PIC XX.
       01  W-RESPONSE-STATUS   PIC XX.
       01  W-CURSOR-POS        PIC 9(9) COMP.
       01  W-CURSOR-STATUS     PIC XX.
       01  W-SCAN-STATUS       PIC XX.
       01  W-SCAN-SW           PIC X.
           88  W-SCAN-EOF          VALUE 'Y'.
       01  W-EOF-SW            PIC X.
           88  W-REQUEST-EOF       VALUE 'Y'.

       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

      *    the automated phone unit
       01  W-IVR-PIN-RESULT    PIC X.
           88  W-IVR-PIN-GOOD      VALUE 'Y'.
       01  W-IVR-METHOD        PIC X.
       01  W-IVR-BYPASS        PIC X(4) VALUE SPACES.
       01  W-IVR-DISCLOSED     PIC X(12).
       01  W-IVR-TODAY         PIC 9(8).
       01  W-IVR-INVOICE-DATE  PIC 9(8).
       01  W-IVR-DUE-DATE      PIC 9(8).
       01  W-IVR-LIMIT-DATE    PIC 9(8).
       01  W-IVR-PROMISE-DAYS  PIC 9(3).
       01  W-IVR-LAST-PAID     PIC 9(7)V99.
       01  W-IVR-LAST-PAY-DATE PIC 9(8).
       01  W-IVR-HIT           PIC 9 COMP.
       01  W-IVR-SUB           PIC 9 COMP.
       01  W-IVR-NOTE          PIC X(60).
       01  W-IVR-NOTE-OP       PIC X(8) VALUE 'IVR'.
       01  W-SHOW-PROMISE-AMT  PIC $$,$$$,$$9.99.
       01  W-ARR-FOUND         PIC X.
           88  W-ARRANGEMENT-FOUND VALUE 'Y'.
       01  W-ARR-STATUS        PIC X.
           88  W-ARR-ACTIVE        VALUE 'A'.
           88  W-ARR-BROKEN        VALUE 'B'.
       01  W-ARR-SET-DATE      PIC 9(8).
       01  W-ARR-SCHEDULE.
           05  W-ARR-COUNT     PIC 9.
           05  W-ARR-INSTALLMENT OCCURS 6 TIMES.
               10  W-ARR-DUE-DATE  PIC 9(8).
               10  W-ARR-DUE-AMT   PIC 9(7)V99.
               10  W-ARR-PAID-AMT  PIC 9(7)V99.
               10  W-ARR-MET       PIC X.

       01  W-REQUESTS-APPLIED  PIC 9(9) COMP VALUE 0.
       01  W-REQUESTS-REFUSED  PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
           CALL 'OPEN-PLAN-TABLE' USING W-PLAN-FILENAME.
           CALL 'OPEN-PLAN-CHANGES' USING W-PLANCHG-FILENAME.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.
           CALL 'OPEN-CONTRACTS' USING W-CONTRACT-FILENAME.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.
           ACCEPT W-IVR-PROMISE-DAYS
               FROM ENVIRONMENT "DL100_IVR_PROMISE_DAYS".
           IF W-IVR-PROMISE-DAYS = 0 THEN
               MOVE 14 TO W-IVR-PROMISE-DAYS
           END-IF.
           PERFORM OPEN-CURSOR.
           DISPLAY "SERVER UP; WATCHING THE REQUEST QUEUE.".


           PERFORM SAVE-CURSOR.
           CLOSE CURSOR-FILE.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-ARRANGEMENTS'.
           CALL 'CLOSE-CONTRACTS'.
           CALL 'CLOSE-DEPOSITS'.
           CALL 'CLOSE-PLAN-CHANGES'.
           CALL 'CLOSE-AR-BALANCE'.
                   PERFORM APPLY-CLOSE-REQUEST
               WHEN RQ-INQUIRY
                   PERFORM APPLY-INQUIRY-REQUEST
               WHEN RQ-IVR-INQUIRY
                   PERFORM APPLY-IVR-INQUIRY
                       THRU APPLY-IVR-INQUIRY-EXIT
               WHEN RQ-IVR-PROMISE
                   PERFORM APPLY-IVR-PROMISE
                       THRU APPLY-IVR-PROMISE-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN REQUEST TYPE' TO RS-MESSAGE
           END-EVALUATE.
                   INTO RS-MESSAGE
           END-IF.

      *----------------------------------------------------------------
      *    AUTOMATED PHONE UNIT -- the caller keys the phone number
      *    and the account PIN; nothing is read back or taken until
      *    the PIN matches, and every attempt goes to the CPNI log.
      *----------------------------------------------------------------
       APPLY-IVR-INQUIRY.
           MOVE 'IVR-BALANCE' TO W-IVR-DISCLOSED.
           PERFORM IVR-AUTHENTICATE THRU IVR-AUTHENTICATE-EXIT.
           IF NOT W-IVR-PIN-GOOD THEN
               GO TO APPLY-IVR-INQUIRY-EXIT.
           PERFORM IVR-BUILD-ANSWER.
           SET RS-APPLIED TO TRUE.
       APPLY-IVR-INQUIRY-EXIT.
           CONTINUE.

      *    a promise covers the whole balance in one installment,
      *    due no later than the policy allows; anything more
      *    involved is a conversation for a live agent
       APPLY-IVR-PROMISE.
           MOVE 'IVR-PROMISE' TO W-IVR-DISCLOSED.
           PERFORM IVR-AUTHENTICATE THRU IVR-AUTHENTICATE-EXIT.
           IF NOT W-IVR-PIN-GOOD THEN
               GO TO APPLY-IVR-PROMISE-EXIT.
           CALL 'GET-AR-BALANCE' USING L-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           IF W-BALANCE <= 0 THEN
               MOVE 'NO BALANCE OWED; NO PROMISE NEEDED' TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           CALL 'GET-ARRANGEMENT' USING L-POSITION, W-ARR-FOUND,
               W-ARR-STATUS, W-ARR-SET-DATE, W-ARR-SCHEDULE.
           IF W-ARRANGEMENT-FOUND AND W-ARR-ACTIVE THEN
               MOVE 'ARRANGEMENT ALREADY IN PLACE - SEE AN AGENT'
                   TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           IF W-ARRANGEMENT-FOUND AND W-ARR-BROKEN THEN
               MOVE 'BROKEN ARRANGEMENT ON FILE - SEE AN AGENT'
                   TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           ACCEPT W-IVR-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-IVR-LIMIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-IVR-TODAY)
               + W-IVR-PROMISE-DAYS).
           IF RQ-PROMISE-DATE NOT NUMERIC THEN
               MOVE 'PROMISE DATE OUTSIDE POLICY' TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           IF RQ-PROMISE-DATE <= W-IVR-TODAY OR
                   RQ-PROMISE-DATE > W-IVR-LIMIT-DATE THEN
               MOVE 'PROMISE DATE OUTSIDE POLICY' TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           IF W-BALANCE > 9999999.99 THEN
               MOVE 'BALANCE TOO LARGE FOR A PROMISE - SEE AN AGENT'
                   TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           MOVE 1 TO W-ARR-COUNT.
           MOVE RQ-PROMISE-DATE TO W-ARR-DUE-DATE(1).
           MOVE W-BALANCE TO W-ARR-DUE-AMT(1).
           MOVE 0 TO W-ARR-PAID-AMT(1).
           MOVE 'N' TO W-ARR-MET(1).
           CALL 'SET-ARRANGEMENT' USING L-STATUS, L-POSITION,
               W-ARR-SCHEDULE.
           IF NOT STATUS-OK THEN
               MOVE 'PROMISE NOT RECORDED - SEE AN AGENT'
                   TO RS-MESSAGE
               GO TO APPLY-IVR-PROMISE-EXIT.
           MOVE W-BALANCE TO W-SHOW-PROMISE-AMT.
           MOVE SPACES TO W-IVR-NOTE.
           STRING 'IVR PROMISE TO PAY ' DELIMITED BY SIZE
               W-SHOW-PROMISE-AMT DELIMITED BY SIZE
               ' BY ' DELIMITED BY SIZE
               RQ-PROMISE-DATE DELIMITED BY SIZE
               INTO W-IVR-NOTE.
           CALL 'WRITE-NOTE' USING L-POSITION, W-IVR-NOTE-OP,
               W-IVR-NOTE.
           PERFORM IVR-BUILD-ANSWER.
           SET RS-APPLIED TO TRUE.
       APPLY-IVR-PROMISE-EXIT.
           CONTINUE.

      *    expects W-IVR-DISCLOSED set; leaves L-POSITION on the
      *    caller's account and W-IVR-PIN-RESULT 'Y' when cleared
       IVR-AUTHENTICATE.
           MOVE 'N' TO W-IVR-PIN-RESULT.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, RQ-PHONE.
           IF L-POSITION = 0 THEN
               MOVE 'F' TO W-IVR-METHOD
               MOVE 'PHONE NUMBER NOT ON FILE' TO RS-MESSAGE
           ELSE
               CALL 'CHECK-ACCOUNT-PIN' USING L-POSITION, RQ-PIN,
                   W-IVR-PIN-RESULT
               IF W-IVR-PIN-GOOD THEN
                   MOVE 'V' TO W-IVR-METHOD
                   MOVE L-POSITION TO RS-POSITION
               ELSE
                   MOVE 'F' TO W-IVR-METHOD
                   MOVE 'PIN NOT ACCEPTED' TO RS-MESSAGE
               END-IF
           END-IF.
           CALL 'WRITE-CPNI-LOG' USING L-POSITION, W-IVR-DISCLOSED,
               W-IVR-METHOD, W-IVR-BYPASS, W-CPNI-FILENAME.
       IVR-AUTHENTICATE-EXIT.
           CONTINUE.

       IVR-BUILD-ANSWER.
           CALL 'GET-AR-BALANCE' USING L-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           PERFORM IVR-FIND-DUE-DATE THRU IVR-FIND-DUE-DATE-EXIT.
           PERFORM IVR-FIND-LAST-PAYMENT
               THRU IVR-FIND-LAST-PAYMENT-EXIT.
           CALL 'GET-ARRANGEMENT' USING L-POSITION, W-ARR-FOUND,
               W-ARR-STATUS, W-ARR-SET-DATE, W-ARR-SCHEDULE.
           MOVE SPACES TO RS-IVR-ANSWER.
           MOVE W-BALANCE TO RS-IVR-BALANCE.
           MOVE W-IVR-DUE-DATE TO RS-IVR-DUE-DATE.
           MOVE W-IVR-LAST-PAID TO RS-IVR-LAST-PAID.
           MOVE W-IVR-LAST-PAY-DATE TO RS-IVR-LAST-PAY-DATE.
           MOVE 0 TO RS-IVR-ARR-DUE-DATE, RS-IVR-ARR-DUE-AMT.
           IF NOT W-ARRANGEMENT-FOUND THEN
               MOVE SPACE TO RS-IVR-ARR-STATUS
           ELSE
               MOVE W-ARR-STATUS TO RS-IVR-ARR-STATUS
               MOVE 0 TO W-IVR-HIT
               PERFORM MATCH-OPEN-INSTALLMENT
                   VARYING W-IVR-SUB FROM 1 BY 1
                   UNTIL W-IVR-SUB > W-ARR-COUNT OR W-IVR-HIT NOT = 0
               IF W-IVR-HIT NOT = 0 THEN
                   MOVE W-ARR-DUE-DATE(W-IVR-HIT)
                       TO RS-IVR-ARR-DUE-DATE
                   MOVE W-ARR-DUE-AMT(W-IVR-HIT) TO RS-IVR-ARR-DUE-AMT
               END-IF
           END-IF.

       MATCH-OPEN-INSTALLMENT.
           IF W-ARR-MET(W-IVR-SUB) NOT = 'Y' THEN
               MOVE W-IVR-SUB TO W-IVR-HIT
           END-IF.

      *    due 30 days from the last invoice, rolled past a weekend
      *    or bank holiday just as the late-fee run rolls it
       IVR-FIND-DUE-DATE.
           MOVE 0 TO W-IVR-INVOICE-DATE, W-IVR-DUE-DATE.
           MOVE 'N' TO W-SCAN-SW.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF W-SCAN-STATUS NOT = '00' THEN
               GO TO IVR-FIND-DUE-DATE-EXIT.
           PERFORM READ-ONE-IVR-INVOICE UNTIL W-SCAN-EOF.
           CLOSE INVOICE-REGISTER-FILE.
           IF W-IVR-INVOICE-DATE = 0 THEN
               GO TO IVR-FIND-DUE-DATE-EXIT.
           COMPUTE W-IVR-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-IVR-INVOICE-DATE) + 30).
           CALL 'NEXT-BUSINESS-DAY' USING W-IVR-DUE-DATE.
       IVR-FIND-DUE-DATE-EXIT.
           CONTINUE.

       READ-ONE-IVR-INVOICE.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET W-SCAN-EOF TO TRUE
               NOT AT END
                   IF IR-MASTER-POS = L-POSITION AND
                           IR-INVOICE-DATE > W-IVR-INVOICE-DATE THEN
                       MOVE IR-INVOICE-DATE TO W-IVR-INVOICE-DATE
                   END-IF
           END-READ.

       IVR-FIND-LAST-PAYMENT.
           MOVE 0 TO W-IVR-LAST-PAID, W-IVR-LAST-PAY-DATE.
           MOVE 'N' TO W-SCAN-SW.
           OPEN INPUT PAYHIST-FILE.
           IF W-SCAN-STATUS NOT = '00' THEN
               GO TO IVR-FIND-LAST-PAYMENT-EXIT.
           PERFORM READ-ONE-IVR-PAYMENT UNTIL W-SCAN-EOF.
           CLOSE PAYHIST-FILE.
       IVR-FIND-LAST-PAYMENT-EXIT.
           CONTINUE.

      *    the latest payment date wins; the later row of two on the
      *    same date is the one the caller most likely made last
       READ-ONE-IVR-PAYMENT.
           READ PAYHIST-FILE
               AT END
                   SET W-SCAN-EOF TO TRUE
               NOT AT END
                   IF PH-MASTER-POS = L-POSITION AND
                           PH-PAY-DATE >= W-IVR-LAST-PAY-DATE THEN
                       MOVE PH-PAY-DATE TO W-IVR-LAST-PAY-DATE
                       MOVE PH-AMOUNT TO W-IVR-LAST-PAID
                   END-IF
           END-READ.

       APPEND-RESPONSE.
           OPEN EXTEND RESPONSE-FILE.
           IF W-RESPONSE-STATUS NOT = '00' THEN
