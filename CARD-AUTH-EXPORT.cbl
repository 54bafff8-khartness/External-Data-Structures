       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CARD-AUTH-EXPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Builds the night's card authorization request file for the
      *    card processor.  First the one-time card payments clerks
      *    queued through CUSTOMER-MAINTENANCE go out, and the queue
      *    is emptied; then CUSTOMER-MASTER is walked the way
      *    ACH-EXPORT walks it, and every active account on card
      *    auto-pay whose AR balance shows money owed gets a request
      *    for the amount due.  Nothing posts here: the payment posts
      *    when CARD-SETTLEMENT-INTAKE reads the processor's answer,
      *    so a declined card never has to be re-charged.  Each
      *    request is logged 'Q' on the card register, and an account
      *    with a request still unanswered is not charged again --
      *    unless it has waited DL100_CARD_STALE_DAYS (7 if unset),
      *    when it is listed as unanswered and no longer holds the
      *    account back.  Auto-pay skips an expired card, an account
      *    stopped 'R' by a decline or chargeback, and one drafting
      *    by ACH.  The merchant number comes from
      *    DL100_CARD_MERCHANT_ID.  Only the processor's token for
      *    the card goes on the file, never a card number.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-REQUEST-FILE ASSIGN TO W-REQUEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-QUEUE-FILE ASSIGN TO W-QUEUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-QUEUE-STATUS.

           SELECT CARD-REGISTER-FILE ASSIGN TO W-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-REQUEST-FILE.
       01  CARD-REQUEST-REC        PIC X(80).

       FD  CARD-QUEUE-FILE.
       01  CARD-QUEUE-REC.
           05  CQ-MASTER-POS       PIC 9(9).
           05  CQ-ACCOUNT          PIC 9(9).
           05  CQ-TOKEN            PIC X(24).
           05  CQ-AMOUNT           PIC 9(7)V99.
           05  CQ-OPERATOR         PIC X(8).
           05  CQ-QUEUED-DATE      PIC 9(8).

       FD  CARD-REGISTER-FILE.
       01  CARD-REGISTER-REC.
           05  CR-REQUEST-ID       PIC 9(15).
           05  CR-EVENT            PIC X.
           05  CR-MASTER-POS       PIC 9(9).
           05  CR-ACCOUNT          PIC 9(9).
           05  CR-AMOUNT           PIC 9(7)V99.
           05  CR-KIND             PIC X.
           05  CR-EVENT-DATE       PIC 9(8).
           05  CR-REASON           PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-CARDFILE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CARDFILE.DAT'.
       01  W-REQUEST-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CARDOUT.DAT'.
       01  W-QUEUE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\CARDQUE.DAT'.
       01  W-REGISTER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CARDREG.DAT'.
       01  W-QUEUE-STATUS          PIC XX.
       01  W-REGISTER-STATUS       PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-FILE-EOF              VALUE 'Y'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-MERCHANT-ID           PIC X(15).
       01  W-STALE-DAYS            PIC 9(3).
       01  W-STALE-DATE            PIC 9(8).
       01  W-RUN-DATE              PIC 9(8).
       01  W-RUN-MONTH             PIC 9(6).
       01  W-RUN-TIME              PIC 9(6).
       01  W-POSITION              PIC 9(9) COMP.

       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-AUTOPAY               PIC X.
           88  W-ACH-ENROLLED          VALUE 'Y'.
       01  W-BANK-ROUTING          PIC 9(9).
       01  W-BANK-ACCOUNT          PIC X(17).
       01  W-CARD-TOKEN            PIC X(24).
       01  W-CARD-LAST-FOUR        PIC X(4).
       01  W-CARD-EXPIRES          PIC 9(6).
       01  W-CARD-AUTOPAY          PIC X.
           88  W-CARD-ENROLLED         VALUE 'Y'.
       01  W-BALANCE               PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.
       01  W-REQUEST-AMOUNT        PIC 9(7)V99.
       01  W-REQUEST-KIND          PIC X.
       01  W-REQUEST-ID            PIC 9(15).
       01  W-REQUEST-SEQ           PIC 9(7) VALUE 0.
       01  W-AMOUNT-CENTS          PIC 9(10).

      *    The card register as it stands: the latest event for each
      *    request, so an unanswered 'Q' can hold its account back.
       01  W-REQ-MAX               PIC 9(5) COMP VALUE 5000.
       01  W-REQ-COUNT             PIC 9(5) COMP VALUE 0.
       01  W-REQ-SUB               PIC 9(5) COMP.
       01  W-REQ-HIT               PIC 9(5) COMP.
       01  W-REQ-TABLE.
           05  W-REQ-ENTRY OCCURS 5000 TIMES.
               10  W-REQ-ID            PIC 9(15).
               10  W-REQ-POS           PIC 9(9) COMP.
               10  W-REQ-ACCOUNT       PIC 9(9).
               10  W-REQ-EVENT         PIC X.
                   88  W-REQ-WAITING       VALUE 'Q'.
               10  W-REQ-DATE          PIC 9(8).

       01  W-JOURNAL-OP            PIC X(15) VALUE 'CARD-AUTH'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

       01  W-QUEUED-COUNT          PIC 9(9) COMP VALUE 0.
       01  W-AUTOPAY-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-HELD-COUNT            PIC 9(9) COMP VALUE 0.
       01  W-EXPIRED-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-STALE-COUNT           PIC 9(9) COMP VALUE 0.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-ENTRY-COUNT           PIC 9(6) VALUE 0.
       01  W-TOTAL-REQUESTED       PIC 9(10)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

      *    Request file shells -- fixed 80-character records, one
      *    header, a detail per charge, one trailer.
       01  W-FILE-HEADER.
           05  FILLER              PIC X VALUE 'H'.
           05  FH-MERCHANT-ID      PIC X(15).
           05  FH-DATE             PIC 9(8).
           05  FH-TIME             PIC 9(6).
           05  FILLER              PIC X(50) VALUE SPACES.

       01  W-REQUEST-DETAIL.
           05  FILLER              PIC X VALUE 'D'.
           05  RD-REQUEST-ID       PIC 9(15).
           05  RD-TOKEN            PIC X(24).
           05  RD-AMOUNT           PIC 9(10).
           05  RD-ACCOUNT          PIC 9(9).
           05  RD-KIND             PIC X.
           05  FILLER              PIC X(20) VALUE SPACES.

       01  W-FILE-TRAILER.
           05  FILLER              PIC X VALUE 'T'.
           05  FT-ENTRY-COUNT      PIC 9(6).
           05  FT-TOTAL-AMOUNT     PIC 9(12).
           05  FILLER              PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-MERCHANT-ID FROM ENVIRONMENT
               "DL100_CARD_MERCHANT_ID".
           ACCEPT W-STALE-DAYS FROM ENVIRONMENT
               "DL100_CARD_STALE_DAYS".
           IF W-STALE-DAYS = 0 THEN
               MOVE 7 TO W-STALE-DAYS
           END-IF.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
           MOVE W-RUN-DATE(1:6) TO W-RUN-MONTH.
           ACCEPT W-RUN-TIME FROM TIME.
           COMPUTE W-STALE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-RUN-DATE) - W-STALE-DAYS).

           DISPLAY " ".
           DISPLAY "CARD AUTHORIZATION EXPORT - ", W-RUN-DATE.
           PERFORM LOAD-CARD-REGISTER THRU LOAD-CARD-REGISTER-EXIT.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           OPEN OUTPUT CARD-REQUEST-FILE.
           OPEN EXTEND CARD-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               OPEN OUTPUT CARD-REGISTER-FILE
           END-IF.

           MOVE W-MERCHANT-ID TO FH-MERCHANT-ID.
           MOVE W-RUN-DATE TO FH-DATE.
           MOVE W-RUN-TIME TO FH-TIME.
           WRITE CARD-REQUEST-REC FROM W-FILE-HEADER.

           PERFORM SEND-QUEUED-PAYMENTS
               THRU SEND-QUEUED-PAYMENTS-EXIT.
           PERFORM CHARGE-ONE-POSITION THRU CHARGE-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           MOVE W-ENTRY-COUNT TO FT-ENTRY-COUNT.
           COMPUTE FT-TOTAL-AMOUNT = W-TOTAL-REQUESTED * 100.
           WRITE CARD-REQUEST-REC FROM W-FILE-TRAILER.

           CLOSE CARD-REQUEST-FILE.
           CLOSE CARD-REGISTER-FILE.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-JOURNAL'.

           DISPLAY " ".
           DISPLAY "CARD AUTHORIZATION SUMMARY".
           MOVE W-QUEUED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ONE-TIME PAYMENTS:    ", W-SHOW-COUNT.
           MOVE W-AUTOPAY-COUNT TO W-SHOW-COUNT.
           DISPLAY "  AUTO-PAY CHARGES:     ", W-SHOW-COUNT.
           MOVE W-TOTAL-REQUESTED TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL REQUESTED:  ", W-SHOW-TOTAL.
           MOVE W-HELD-COUNT TO W-SHOW-COUNT.
           DISPLAY "  HELD FOR AN ANSWER:   ", W-SHOW-COUNT.
           MOVE W-EXPIRED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  CARDS EXPIRED:        ", W-SHOW-COUNT.
           MOVE W-STALE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  UNANSWERED REQUESTS:  ", W-SHOW-COUNT.
           IF W-OVERFLOW-COUNT > 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  REGISTER ROWS NOT HELD (RAISE W-REQ-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    The register in one pass: each request's latest event, and
      *    the highest sequence already used today so a second run
      *    the same night does not reuse a request id.
      *----------------------------------------------------------------
       LOAD-CARD-REGISTER.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CARD-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               GO TO LOAD-CARD-REGISTER-EXIT.
           PERFORM LOAD-ONE-REGISTER-ROW
               THRU LOAD-ONE-REGISTER-ROW-EXIT
               UNTIL W-FILE-EOF.
           CLOSE CARD-REGISTER-FILE.
           DISPLAY " ".
           DISPLAY "UNANSWERED REQUESTS RELEASED".
           DISPLAY "REQUEST ID      ACCOUNT   SENT".
           PERFORM LIST-ONE-STALE-REQUEST
               VARYING W-REQ-SUB FROM 1 BY 1
               UNTIL W-REQ-SUB > W-REQ-COUNT.
       LOAD-CARD-REGISTER-EXIT.
           CONTINUE.

       LOAD-ONE-REGISTER-ROW.
           READ CARD-REGISTER-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO LOAD-ONE-REGISTER-ROW-EXIT
           END-READ.
           IF CR-REQUEST-ID(1:8) = W-RUN-DATE AND
                   CR-REQUEST-ID(9:7) > W-REQUEST-SEQ THEN
               MOVE CR-REQUEST-ID(9:7) TO W-REQUEST-SEQ
           END-IF.
           MOVE 0 TO W-REQ-HIT.
           PERFORM MATCH-ONE-REQUEST
               VARYING W-REQ-SUB FROM 1 BY 1
               UNTIL W-REQ-SUB > W-REQ-COUNT OR W-REQ-HIT NOT = 0.
           IF W-REQ-HIT = 0 THEN
               IF W-REQ-COUNT < W-REQ-MAX THEN
                   ADD 1 TO W-REQ-COUNT
                   MOVE W-REQ-COUNT TO W-REQ-HIT
                   MOVE CR-REQUEST-ID TO W-REQ-ID(W-REQ-HIT)
                   MOVE CR-MASTER-POS TO W-REQ-POS(W-REQ-HIT)
                   MOVE CR-ACCOUNT TO W-REQ-ACCOUNT(W-REQ-HIT)
                   MOVE CR-EVENT-DATE TO W-REQ-DATE(W-REQ-HIT)
               ELSE
                   ADD 1 TO W-OVERFLOW-COUNT
                   GO TO LOAD-ONE-REGISTER-ROW-EXIT
               END-IF
           END-IF.
           MOVE CR-EVENT TO W-REQ-EVENT(W-REQ-HIT).
       LOAD-ONE-REGISTER-ROW-EXIT.
           CONTINUE.

       MATCH-ONE-REQUEST.
           IF W-REQ-ID(W-REQ-SUB) = CR-REQUEST-ID THEN
               MOVE W-REQ-SUB TO W-REQ-HIT
           END-IF.

      *    a request the processor never answered stops holding its
      *    account back once it is older than the stale date
       LIST-ONE-STALE-REQUEST.
           IF W-REQ-WAITING(W-REQ-SUB) AND
                   W-REQ-DATE(W-REQ-SUB) < W-STALE-DATE THEN
               MOVE 'X' TO W-REQ-EVENT(W-REQ-SUB)
               ADD 1 TO W-STALE-COUNT
               DISPLAY W-REQ-ID(W-REQ-SUB), " ",
                   W-REQ-ACCOUNT(W-REQ-SUB), " ",
                   W-REQ-DATE(W-REQ-SUB)
           END-IF.

      *----------------------------------------------------------------
      *    The one-time payments queued since the last run, each sent
      *    as clerks took it; the queue starts over empty.
      *----------------------------------------------------------------
       SEND-QUEUED-PAYMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CARD-QUEUE-FILE.
           IF W-QUEUE-STATUS NOT = '00' THEN
               GO TO SEND-QUEUED-PAYMENTS-EXIT.
           PERFORM SEND-ONE-QUEUED THRU SEND-ONE-QUEUED-EXIT
               UNTIL W-FILE-EOF.
           CLOSE CARD-QUEUE-FILE.
           OPEN OUTPUT CARD-QUEUE-FILE.
           CLOSE CARD-QUEUE-FILE.
       SEND-QUEUED-PAYMENTS-EXIT.
           CONTINUE.

       SEND-ONE-QUEUED.
           READ CARD-QUEUE-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO SEND-ONE-QUEUED-EXIT
           END-READ.
           MOVE CQ-MASTER-POS TO W-POSITION.
           MOVE CQ-ACCOUNT TO W-ACCOUNT.
           MOVE CQ-TOKEN TO W-CARD-TOKEN.
           MOVE CQ-AMOUNT TO W-REQUEST-AMOUNT.
           MOVE 'O' TO W-REQUEST-KIND.
           PERFORM WRITE-ONE-REQUEST.
           ADD 1 TO W-QUEUED-COUNT.
       SEND-ONE-QUEUED-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    Card auto-pay: an active account enrolled on a card that
      *    has not run out, owing money, with nothing already asked
      *    of the processor for it.
      *----------------------------------------------------------------
       CHARGE-ONE-POSITION.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO CHARGE-ONE-POSITION-EXIT.
           CALL 'GET-CARD-ON-FILE' USING W-POSITION, W-CARD-TOKEN,
               W-CARD-LAST-FOUR, W-CARD-EXPIRES, W-CARD-AUTOPAY,
               W-CARDFILE-FILENAME.
           IF NOT W-CARD-ENROLLED OR W-CARD-TOKEN = SPACES THEN
               GO TO CHARGE-ONE-POSITION-EXIT.
           CALL 'GET-AUTOPAY' USING W-POSITION, W-AUTOPAY,
               W-BANK-ROUTING, W-BANK-ACCOUNT.
           IF W-ACH-ENROLLED THEN
               GO TO CHARGE-ONE-POSITION-EXIT.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           IF W-BALANCE <= 0 THEN
               GO TO CHARGE-ONE-POSITION-EXIT.
           IF W-CARD-EXPIRES < W-RUN-MONTH THEN
               ADD 1 TO W-EXPIRED-COUNT
               GO TO CHARGE-ONE-POSITION-EXIT.
           MOVE 0 TO W-REQ-HIT.
           PERFORM MATCH-WAITING-REQUEST
               VARYING W-REQ-SUB FROM 1 BY 1
               UNTIL W-REQ-SUB > W-REQ-COUNT OR W-REQ-HIT NOT = 0.
           IF W-REQ-HIT NOT = 0 THEN
               ADD 1 TO W-HELD-COUNT
               GO TO CHARGE-ONE-POSITION-EXIT.
           MOVE W-BALANCE TO W-REQUEST-AMOUNT.
           MOVE 'A' TO W-REQUEST-KIND.
           PERFORM WRITE-ONE-REQUEST.
           ADD 1 TO W-AUTOPAY-COUNT.
       CHARGE-ONE-POSITION-EXIT.
           CONTINUE.

       MATCH-WAITING-REQUEST.
           IF W-REQ-POS(W-REQ-SUB) = W-POSITION AND
                   W-REQ-WAITING(W-REQ-SUB) THEN
               MOVE W-REQ-SUB TO W-REQ-HIT
           END-IF.

       WRITE-ONE-REQUEST.
           ADD 1 TO W-REQUEST-SEQ.
           COMPUTE W-REQUEST-ID = W-RUN-DATE * 10000000
               + W-REQUEST-SEQ.
           MOVE W-REQUEST-ID TO RD-REQUEST-ID.
           MOVE W-CARD-TOKEN TO RD-TOKEN.
           COMPUTE W-AMOUNT-CENTS = W-REQUEST-AMOUNT * 100.
           MOVE W-AMOUNT-CENTS TO RD-AMOUNT.
           MOVE W-ACCOUNT TO RD-ACCOUNT.
           MOVE W-REQUEST-KIND TO RD-KIND.
           WRITE CARD-REQUEST-REC FROM W-REQUEST-DETAIL.
           ADD 1 TO W-ENTRY-COUNT.
           ADD W-REQUEST-AMOUNT TO W-TOTAL-REQUESTED.

           MOVE W-REQUEST-ID TO CR-REQUEST-ID.
           MOVE 'Q' TO CR-EVENT.
           MOVE W-POSITION TO CR-MASTER-POS.
           MOVE W-ACCOUNT TO CR-ACCOUNT.
           MOVE W-REQUEST-AMOUNT TO CR-AMOUNT.
           MOVE W-REQUEST-KIND TO CR-KIND.
           MOVE W-RUN-DATE TO CR-EVENT-DATE.
           MOVE SPACES TO CR-REASON.
           WRITE CARD-REGISTER-REC.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-REQUEST-ID TO W-JOURNAL-KEY(1:15).
           MOVE W-REQUEST-KIND TO W-JOURNAL-KEY(17:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-POSITION.
