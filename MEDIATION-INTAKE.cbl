      *    'L' an added leg of a multi-party call, 'F' a feature event
      *    whose called-number field carries the feature code -- and
      *    the typed rows go through CAPTURE-CALL-EVENT the way the
      *    two-party rows go through CAPTURE-CALL-DETAIL.  A call to
      *    one of our toll-free numbers in service is stamped callee-
      *    billed, so it bills the number's owner and not the caller.
      *    At the end the run posts its control totals to the control
      *    ledger -- rows fed in, accepted, suspended, duplicates --
      *    and ADD-CALL-DETAIL's, the records it actually wrote and
      *    the call detail file's size after them, which is what
      *    BILL-CYCLE-RUN balances its input against.  Fed in must
      *    equal accepted plus suspended, and written must equal
      *    accepted; either one short stops the chain with a
      *    balancing error.  Each call captured is rated once, here,
      *    under the plan its billed account carries on the call
      *    date (a toll-free call under the number's own tariff), and
      *    the rating is kept in the rated-usage file at the call's
      *    position for billing and the reports to read back; an
      *    international call, a feature event, or a call whose
      *    billed number is not ours is left for billing to rate.
      *    A completed call in a category the customer had blocked
      *    (CALLBLK.DAT, kept through CUSTOMER-MAINTENANCE) is
      *    captured and then held from billing as a dispute, with the
      *    reason on the dispute log: an 011 call whose country is on
      *    the country table from a line blocking international, a
      *    900 or 976 call from a line blocking pay-per-call, or a
      *    collect or third-number billing leg landing on a line
      *    blocking them.  Nobody pays for a call they told us to
      *    stop.  A row with bill direction '4' is a calling-card
      *    call made from any phone: the card number rides in the
      *    third-number columns and the PIN the caller keyed after
      *    it, and only an active card (CALLCARD.DAT, issued through
      *    CUSTOMER-MAINTENANCE) keyed with its own PIN, on an
      *    account still in service, gets past the edits.  The call
      *    bills the card's account on the line recorded at issue,
      *    with the plan's card surcharge on top.  Each card's day is
      *    tallied in CARDUSE.DAT across runs; a card that passes its
      *    daily spend limit or turns up on too many originating
      *    numbers in a day is suspended on the spot and written to
      *    the fraud desk's file, CARDFRAUD.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SRCCFG-STATUS.

           SELECT CALL-BLOCK-FILE ASSIGN TO W-CALLBLK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CALLBLK-STATUS.

           SELECT CARD-USE-FILE ASSIGN TO W-CARDUSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CARDUSE-STATUS.

           SELECT CARD-FRAUD-FILE ASSIGN TO W-CARDFRAUD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CARDFRAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the feed arrives in whatever layout the sending switch
       FD  CDR-SUSPENSE-FILE.
       01  CDR-SUSPENSE-REC.
           05  CS-REASON-CODE      PIC XX.
           05  CS-FEED-ROW         PIC X(62).

       FD  FORMAT-MAP-FILE.
       01  FORMAT-MAP-REC.
           05  SC-TZ-OFFSET        PIC S9(2).
           05  SC-DST-FLAG         PIC X.

       FD  CALL-BLOCK-FILE.
       01  CALL-BLOCK-REC.
           05  CB-PHONE            PIC 9(10).
           05  CB-OPTIONS          PIC X(3).
           05  CB-STAMP-DATE       PIC 9(8).

      *    one row per calling card per call date -- what the card
      *    has spent that day and the numbers it was used from
       FD  CARD-USE-FILE.
       01  CARD-USE-REC.
           05  CU-CARD-NUMBER      PIC 9(10).
           05  CU-CALL-DATE        PIC 9(8).
           05  CU-SPEND            PIC 9(7)V99.
           05  CU-ORIGIN-COUNT     PIC 99.
           05  CU-ORIGIN           PIC 9(10) OCCURS 10 TIMES.

      *    the fraud desk's file -- one row per card suspended, with
      *    the day that tripped it; 'L' over its daily limit, 'O' used
      *    from too many originating numbers
       FD  CARD-FRAUD-FILE.
       01  CARD-FRAUD-REC.
           05  FR-CARD-NUMBER      PIC 9(10).
           05  FR-MASTER-POS       PIC 9(9).
           05  FR-BILL-PHONE       PIC 9(10).
           05  FR-CALL-DATE        PIC 9(8).
           05  FR-REASON           PIC X.
           05  FR-SPEND            PIC 9(7)V99.
           05  FR-LIMIT            PIC 9(5)V99.
           05  FR-ORIGIN-COUNT     PIC 99.
           05  FR-ORIGIN           PIC 9(10) OCCURS 10 TIMES.
           05  FR-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
      *    One row per call, laid out the same way CALL-DETAIL-REC is,
      *    but held as display characters so a corrupted field can be
           05  CF-RECORD-TYPE      PIC X.
      *    billing direction -- blank or '1' bills the caller, '2'
      *    the callee (accepted collect), '3' the third number
      *    carried in the next ten columns, '4' the calling card
      *    whose number is carried there, with its PIN after it
           05  CF-BILL-DIRECTION   PIC X.
           05  CF-THIRD-NUMBER     PIC X(10).
           05  CF-CARD-PIN         PIC X(4).

      *    the selected switch's format map -- where each field sits
      *    in that vendor's record
       01  W-NORM-DATE             PIC 9(8).
       01  W-NORM-TIME             PIC 9(6).

      *    the customers' call-blocking options, latest per number,
      *    loaded once so every completed call can be judged
       01  W-CALLBLK-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CALLBLK.DAT'.
       01  W-CALLBLK-STATUS        PIC XX.
       01  W-BLK-EOF-SW            PIC X.
           88  W-BLK-EOF               VALUE 'Y'.
       01  W-BLOCK-TABLE.
           05  W-BLOCK-COUNT       PIC 9(5) COMP VALUE 0.
           05  W-BLOCK-ENTRY       OCCURS 5000 TIMES.
               10  W-BK-PHONE          PIC 9(10).
               10  W-BK-OPTIONS        PIC X(3).
       01  W-BLOCK-SUB             PIC 9(5) COMP.
       01  W-BLOCK-HIT             PIC 9(5) COMP.
       01  W-BLOCK-PHONE           PIC 9(10).
       01  W-BLOCK-OPTIONS.
           05  W-BLOCKS-INTL           PIC X.
               88  W-INTL-BLOCKED          VALUE 'Y'.
           05  W-BLOCKS-PAY-CALL       PIC X.
               88  W-PAY-CALL-BLOCKED      VALUE 'Y'.
           05  W-BLOCKS-COLLECT        PIC X.
               88  W-COLLECT-BLOCKED       VALUE 'Y'.
       01  W-BLOCK-REASON          PIC X(40).
       01  W-BLOCK-FLAG            PIC X VALUE 'D'.
       01  W-BLOCK-EVENT           PIC X VALUE 'O'.
       01  W-BLOCK-OPERATOR        PIC X(8) VALUE 'MEDIATN'.
       01  W-BLOCK-STATUS          PIC 9.
       01  W-DISPUTE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\DISPUTE.DAT'.
       01  W-JOURNAL-OP            PIC X(15) VALUE 'DISPUTE-FLAG'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

      *    Calling cards -- the card file OPEN-CALLING-CARDS loads,
      *    the card a '4' row keyed, and its day so far.
       01  W-CALLING-CARD-FILENAME PIC X(512)
                                   VALUE 'S:\COBOL\CALLCARD.DAT'.
       01  W-PLANMST-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-CARDUSE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CARDUSE.DAT'.
       01  W-CARDUSE-STATUS        PIC XX.
       01  W-CARDFRAUD-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\CARDFRAUD.DAT'.
       01  W-CARDFRAUD-STATUS      PIC XX.
       01  W-USE-EOF-SW            PIC X.
           88  W-USE-EOF               VALUE 'Y'.
       01  W-TODAY                 PIC 9(8).
       01  W-CARD-KEEP-DATE        PIC 9(8).
       01  W-CARD-MAX-ORIGINS      PIC 99.
       01  W-CARD-NUMBER           PIC 9(10).
       01  W-CARD-FOUND            PIC X.
           88  W-CARD-ON-FILE          VALUE 'Y'.
       01  W-CARD-PIN              PIC 9(4).
       01  W-KEYED-PIN             PIC 9(4).
       01  W-CARD-POS              PIC 9(9) COMP.
       01  W-CARD-BILL-PHONE       PIC 9(10).
       01  W-CARD-STATUS           PIC X.
           88  W-CARD-ACTIVE           VALUE 'A'.
       01  W-CARD-LIMIT            PIC 9(5)V99.
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-CARD-CHARGE           PIC 9(7)V99.
       01  W-CARD-COUNTRY          PIC X(20).
       01  W-CARD-SET-STATUS       PIC 9.
       01  W-CARD-BREACH           PIC X.
           88  W-CARD-OVER-LIMIT       VALUE 'L'.
           88  W-CARD-TOO-MANY-ORIGINS VALUE 'O'.
       01  W-CARD-USE-TABLE.
           05  W-CARD-USE-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-CARD-USE-ENTRY    OCCURS 2000 TIMES.
               10  W-CU-CARD-NUMBER    PIC 9(10).
               10  W-CU-CALL-DATE      PIC 9(8).
               10  W-CU-SPEND          PIC 9(7)V99.
               10  W-CU-ORIGIN-COUNT   PIC 99.
               10  W-CU-ORIGIN         PIC 9(10) OCCURS 10 TIMES.
       01  W-CARD-USE-SUB          PIC 9(4) COMP.
       01  W-CARD-USE-HIT          PIC 9(4) COMP.
       01  W-ORIGIN-SUB            PIC 99 COMP.
       01  W-ORIGIN-SW             PIC X.
           88  W-ORIGIN-SEEN           VALUE 'Y'.

       01  W-FEED-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\CDRFEED.DAT'.
       01  W-SUSPENSE-FILENAME     PIC X(512).
                                   VALUE 'S:\COBOL\THIRDNUM.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-TOLL-FREE-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TOLLFREE.DAT'.
       01  W-CTLLEDG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CTLLEDG.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-PLANCHG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANCHG.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.

       01  W-FEED-STATUS           PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-BAD-BILL-DIRECTION    VALUE '11'.
           88  W-BAD-THIRD-NUMBER      VALUE '12'.
           88  W-SUSPECTED-DUPLICATE   VALUE '13'.
           88  W-BAD-CALLING-CARD      VALUE '14'.
           88  W-BAD-CARD-PIN          VALUE '15'.

       01  W-MONTH                 PIC 99.
       01  W-DAY                   PIC 99.
       01  W-INTL-SW               PIC X.
           88  W-COUNTRY-ON-FILE       VALUE 'Y'.

      *    Toll-free translation -- the dialed 8XX number is looked up
      *    as of the call date for its owner and terminating line.
       01  W-CALLED-NPA            PIC X(3).
           88  W-TOLL-FREE-NPA         VALUE '800' '833' '844' '855'
                                             '866' '877' '888'.
       01  W-TF-NUMBER             PIC 9(10).
       01  W-TF-FOUND              PIC X.
           88  W-TOLL-FREE-IN-SERVICE  VALUE 'Y'.
       01  W-TF-MASTER-POS         PIC 9(9).
       01  W-TF-TERM-PHONE         PIC 9(10).
       01  W-TF-TARIFF             PIC X(4).

      *    CAPTURE-CALL-DETAIL argument staging.
       01  L-STATUS                PIC 9.
           88  STATUS-OK               VALUE 0.
       01  W-DUP-TRUNK             PIC X(6).
       01  W-DUP-PHONE-KEY         PIC 9(15).

      *    Capture-time rating -- the billed number's account and
      *    the plan it carries on the call date.
       01  W-RATE-PHONE-KEY        PIC 9(15).
       01  W-RATE-POS              PIC 9(9) COMP.
       01  W-RATE-FOUND            PIC X.
           88  W-RATE-MASTER-FOUND     VALUE 'Y'.
       01  W-RATE-ACCOUNT          PIC 9(9) COMP.
       01  W-RATE-NAME             PIC X(30).
       01  W-RATE-ADDRESS          PIC X(40).
       01  W-RATE-HOME-PLAN        PIC X(4).
       01  W-RATE-STATUS-CODE      PIC X.
       01  W-RATE-PLAN             PIC X(4).
       01  W-RATE-REASON           PIC X VALUE 'C'.
       01  W-RATE-CHARGE           PIC 9(7)V99.

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-ROWS-CAPTURED         PIC 9(9) COMP VALUE 0.
       01  W-LEGS-UNINDEXED        PIC 9(9) COMP VALUE 0.
       01  W-ROWS-SUSPENDED        PIC 9(9) COMP VALUE 0.
       01  W-ROWS-DUPLICATE        PIC 9(9) COMP VALUE 0.
       01  W-ROWS-TOLL-FREE        PIC 9(9) COMP VALUE 0.
       01  W-ROWS-RATED            PIC 9(9) COMP VALUE 0.
       01  W-ROWS-BLOCKED          PIC 9(9) COMP VALUE 0.
       01  W-ROWS-CARD             PIC 9(9) COMP VALUE 0.
       01  W-CARDS-SUSPENDED       PIC 9(9) COMP VALUE 0.
       01  W-SHOW-READ             PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-CAPTURED         PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-SUSPENDED        PIC ZZZ,ZZZ,ZZ9.

      *    Records the call detail subprograms wrote this run, and
      *    the file's size after them.
       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.
       01  W-DETAIL-ADDED EXTERNAL  PIC 9(9) COMP.

      *    Control ledger argument staging.
       01  W-CTL-JOB               PIC X(20).
       01  W-CTL-COUNTER           PIC X(12).
       01  W-CTL-COUNT             PIC 9(9) COMP.
       01  W-CTL-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  W-CTL-FIRST-KEY         PIC 9(9) VALUE 0.
       01  W-CTL-LAST-KEY          PIC 9(9) VALUE 0.
       01  W-CTL-PRED-JOB          PIC X(20).
       01  W-CTL-PRED-COUNTER      PIC X(12).
       01  W-CTL-DATE              PIC 9(8) VALUE 0.
       01  W-CTL-EXPECT-COUNT      PIC 9(9) COMP.
       01  W-CTL-EXPECT-AMOUNT     PIC S9(11)V99.
       01  W-CTL-STATUS            PIC 9.
           88  W-CTL-OUT-OF-BALANCE    VALUE 1.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Feed source code (blank = classic switch): "
               W-SOURCE-CODE, W-SUSPENSE-FILENAME.
           PERFORM LOAD-FORMAT-MAP THRU LOAD-FORMAT-MAP-EXIT.
           PERFORM LOAD-SOURCE-CONFIG THRU LOAD-SOURCE-CONFIG-EXIT.
           PERFORM LOAD-CALL-BLOCKS THRU LOAD-CALL-BLOCKS-EXIT.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-CARD-MAX-ORIGINS FROM ENVIRONMENT
               "DL100_CARD_MAX_ORIGINS".
           IF W-CARD-MAX-ORIGINS = 0 THEN
               MOVE 3 TO W-CARD-MAX-ORIGINS
           END-IF.
      *    the day's row holds ten origins, enough to see one past
      *    the most a card may use
           IF W-CARD-MAX-ORIGINS > 9 THEN
               MOVE 9 TO W-CARD-MAX-ORIGINS
           END-IF.
           PERFORM LOAD-CARD-USE THRU LOAD-CARD-USE-EXIT.
           OPEN INPUT CDR-FEED-FILE.
           IF W-FEED-STATUS NOT = '00' THEN
               DISPLAY "Unable to open CDR feed file: ", W-FEED-FILENAME
               STOP RUN.
           OPEN OUTPUT CDR-SUSPENSE-FILE.
           OPEN EXTEND CARD-FRAUD-FILE.
           IF W-CARDFRAUD-STATUS NOT = '00' THEN
               OPEN OUTPUT CARD-FRAUD-FILE
           END-IF.

           CALL 'OPEN-CALL-INDEX' USING W-CALL-INDEX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-TRUNK-TABLE' USING W-TRUNK-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-TOLL-FREE' USING W-TOLL-FREE-FILENAME.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-DISPUTES' USING W-DISPUTE-FILENAME.
           CALL 'OPEN-CALLING-CARDS' USING W-CALLING-CARD-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           MOVE 0 TO W-DETAIL-ADDED.

           PERFORM READ-NEXT-ROW.
           PERFORM UNTIL W-FEED-EOF

           CLOSE CDR-FEED-FILE.
           CLOSE CDR-SUSPENSE-FILE.
           CLOSE CARD-FRAUD-FILE.
           PERFORM REWRITE-CARD-USE.
           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-CALL-INDEX'.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-DISPUTES'.

           MOVE W-ROWS-READ TO W-SHOW-READ.
           MOVE W-ROWS-CAPTURED TO W-SHOW-CAPTURED.
           MOVE W-ROWS-DUPLICATE TO W-SHOW-SUSPENDED.
           DISPLAY "  OF WHICH SUSPECTED DUPLICATES: ",
               W-SHOW-SUSPENDED.
           MOVE W-ROWS-TOLL-FREE TO W-SHOW-CAPTURED.
           DISPLAY "  TOLL-FREE CALLS BILLED TO OWNER: ",
               W-SHOW-CAPTURED.
           MOVE W-ROWS-RATED TO W-SHOW-CAPTURED.
           DISPLAY "  CALLS RATED AT CAPTURE: ", W-SHOW-CAPTURED.
           MOVE W-ROWS-BLOCKED TO W-SHOW-CAPTURED.
           DISPLAY "  BLOCKED CALLS HELD AS DISPUTES: ",
               W-SHOW-CAPTURED.
           MOVE W-ROWS-CARD TO W-SHOW-CAPTURED.
           DISPLAY "  CALLING-CARD CALLS: ", W-SHOW-CAPTURED.
           MOVE W-CARDS-SUSPENDED TO W-SHOW-CAPTURED.
           DISPLAY "  CARDS SUSPENDED FOR THE FRAUD DESK: ",
               W-SHOW-CAPTURED.
           PERFORM POST-CONTROL-TOTALS.
           STOP RUN.

      *----------------------------------------------------------------
      *    CONTROL TOTALS -- this run's counts, then the call detail
      *    step's, each balanced against what fed it.
      *----------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE 'MEDIATION-INTAKE' TO W-CTL-JOB.
           MOVE 'FEED-IN' TO W-CTL-COUNTER.
           MOVE W-ROWS-READ TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
           MOVE 'ACCEPTED' TO W-CTL-COUNTER.
           MOVE W-ROWS-CAPTURED TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
           MOVE 'SUSPENDED' TO W-CTL-COUNTER.
           MOVE W-ROWS-SUSPENDED TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
           MOVE 'DUPLICATES' TO W-CTL-COUNTER.
           MOVE W-ROWS-DUPLICATE TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
      *    every row read was either accepted or suspended
           MOVE 'ACCEPT+SUSP' TO W-CTL-COUNTER.
           MOVE 'MEDIATION-INTAKE' TO W-CTL-PRED-JOB.
           MOVE 'FEED-IN' TO W-CTL-PRED-COUNTER.
           COMPUTE W-CTL-COUNT = W-ROWS-CAPTURED + W-ROWS-SUSPENDED.
           PERFORM BALANCE-ONE-STEP.

           MOVE 'ADD-CALL-DETAIL' TO W-CTL-JOB.
           MOVE 'WRITTEN' TO W-CTL-COUNTER.
           MOVE W-DETAIL-ADDED TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
           MOVE 'FILE-SIZE' TO W-CTL-COUNTER.
           MOVE W-DETAIL-FILE-SIZE TO W-CTL-COUNT.
           PERFORM POST-ONE-TOTAL.
           MOVE 'WRITTEN' TO W-CTL-COUNTER.
           MOVE 'MEDIATION-INTAKE' TO W-CTL-PRED-JOB.
           MOVE 'ACCEPTED' TO W-CTL-PRED-COUNTER.
           MOVE W-DETAIL-ADDED TO W-CTL-COUNT.
           PERFORM BALANCE-ONE-STEP.

       POST-ONE-TOTAL.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-COUNT, W-CTL-AMOUNT, W-CTL-FIRST-KEY,
               W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.

       BALANCE-ONE-STEP.
           CALL 'CHECK-CONTROL-TOTAL' USING W-CTL-STATUS, W-CTL-JOB,
               W-CTL-COUNTER, W-CTL-PRED-JOB, W-CTL-PRED-COUNTER,
               W-CTL-DATE, W-CTL-COUNT, W-CTL-AMOUNT,
               W-CTL-EXPECT-COUNT, W-CTL-EXPECT-AMOUNT,
               W-CTLLEDG-FILENAME.
           IF W-CTL-OUT-OF-BALANCE THEN
               MOVE W-CTL-COUNT TO W-SHOW-READ
               MOVE W-CTL-EXPECT-COUNT TO W-SHOW-CAPTURED
               DISPLAY " "
               DISPLAY "BALANCING ERROR - ", W-CTL-JOB, " ",
                   W-CTL-COUNTER
               DISPLAY "  COUNTED:  ", W-SHOW-READ
               DISPLAY "  EXPECTED: ", W-SHOW-CAPTURED, " (",
                   W-CTL-PRED-JOB, " ", W-CTL-PRED-COUNTER, ")"
               DISPLAY "  THE CHAIN STOPS HERE."
               STOP RUN.

       READ-NEXT-ROW.
           READ CDR-FEED-FILE
               AT END
       LOAD-SOURCE-CONFIG-EXIT.
           CONTINUE.

      *    no blocking file yet means nothing is blocked
       LOAD-CALL-BLOCKS.
           MOVE 'N' TO W-BLK-EOF-SW.
           OPEN INPUT CALL-BLOCK-FILE.
           IF W-CALLBLK-STATUS NOT = '00' THEN
               GO TO LOAD-CALL-BLOCKS-EXIT.
           PERFORM LOAD-ONE-BLOCK-ROW UNTIL W-BLK-EOF.
           CLOSE CALL-BLOCK-FILE.
       LOAD-CALL-BLOCKS-EXIT.
           CONTINUE.

      *    a later row for a number already loaded replaces it
       LOAD-ONE-BLOCK-ROW.
           READ CALL-BLOCK-FILE
               AT END
                   SET W-BLK-EOF TO TRUE
               NOT AT END
                   MOVE CB-PHONE TO W-BLOCK-PHONE
                   PERFORM FIND-BLOCK-ENTRY
                   IF W-BLOCK-HIT = 0 AND W-BLOCK-COUNT < 5000 THEN
                       ADD 1 TO W-BLOCK-COUNT
                       MOVE W-BLOCK-COUNT TO W-BLOCK-HIT
                       MOVE CB-PHONE TO W-BK-PHONE(W-BLOCK-HIT)
                   END-IF
                   IF W-BLOCK-HIT NOT = 0 THEN
                       MOVE CB-OPTIONS TO W-BK-OPTIONS(W-BLOCK-HIT)
                   END-IF
           END-READ.

       FIND-BLOCK-ENTRY.
           MOVE 0 TO W-BLOCK-HIT.
           PERFORM MATCH-ONE-BLOCK-ENTRY
               VARYING W-BLOCK-SUB FROM 1 BY 1
               UNTIL W-BLOCK-SUB > W-BLOCK-COUNT OR W-BLOCK-HIT NOT = 0.

       MATCH-ONE-BLOCK-ENTRY.
           IF W-BK-PHONE(W-BLOCK-SUB) = W-BLOCK-PHONE THEN
               MOVE W-BLOCK-SUB TO W-BLOCK-HIT
           END-IF.

      *    the options on file for W-BLOCK-PHONE, 'NNN' when none
       GET-BLOCK-OPTIONS.
           PERFORM FIND-BLOCK-ENTRY.
           IF W-BLOCK-HIT = 0 THEN
               MOVE 'NNN' TO W-BLOCK-OPTIONS
           ELSE
               MOVE W-BK-OPTIONS(W-BLOCK-HIT) TO W-BLOCK-OPTIONS
           END-IF.

      *    no card use file yet means no card has been used; a day
      *    more than a week old can no longer trip anything and is
      *    dropped
       LOAD-CARD-USE.
           COMPUTE W-CARD-KEEP-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-TODAY) - 7).
           MOVE 0 TO W-CARD-USE-COUNT.
           MOVE 'N' TO W-USE-EOF-SW.
           OPEN INPUT CARD-USE-FILE.
           IF W-CARDUSE-STATUS NOT = '00' THEN
               GO TO LOAD-CARD-USE-EXIT.
           PERFORM LOAD-ONE-CARD-USE UNTIL W-USE-EOF.
           CLOSE CARD-USE-FILE.
       LOAD-CARD-USE-EXIT.
           CONTINUE.

       LOAD-ONE-CARD-USE.
           READ CARD-USE-FILE
               AT END
                   SET W-USE-EOF TO TRUE
               NOT AT END
                   IF CU-CALL-DATE >= W-CARD-KEEP-DATE AND
                           W-CARD-USE-COUNT < 2000 THEN
                       ADD 1 TO W-CARD-USE-COUNT
                       MOVE CARD-USE-REC
                           TO W-CARD-USE-ENTRY(W-CARD-USE-COUNT)
                   END-IF
           END-READ.

       REWRITE-CARD-USE.
           OPEN OUTPUT CARD-USE-FILE.
           PERFORM WRITE-ONE-CARD-USE
               VARYING W-CARD-USE-SUB FROM 1 BY 1
               UNTIL W-CARD-USE-SUB > W-CARD-USE-COUNT.
           CLOSE CARD-USE-FILE.

       WRITE-ONE-CARD-USE.
           MOVE W-CARD-USE-ENTRY(W-CARD-USE-SUB) TO CARD-USE-REC.
           WRITE CARD-USE-REC.

       LOAD-ONE-CONFIG-ROW.
           READ SOURCE-CONFIG-FILE
               AT END

       MAP-ONE-ROW.
           IF W-MAP-COUNT = 0 THEN
               MOVE CDR-FEED-RAW(1:62) TO CDR-FEED-REC
           ELSE
               MOVE SPACES TO CDR-FEED-REC
               PERFORM MAP-ONE-FIELD
               WHEN 'THIRDNUM'
                   MOVE CDR-FEED-RAW(W-FM-START(W-MAP-SUB):
                       W-FM-LENGTH(W-MAP-SUB)) TO CF-THIRD-NUMBER
               WHEN 'CARDPIN'
                   MOVE CDR-FEED-RAW(W-FM-START(W-MAP-SUB):
                       W-FM-LENGTH(W-MAP-SUB)) TO CF-CARD-PIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-IF.

      *    the operator services desk marks collect and third-number
      *    calls; a '3' has to carry a billable NANP third number,
      *    and a '4' a good calling card
       EDIT-BILL-DIRECTION.
           IF CF-BILL-DIRECTION NOT = ' ' AND
                   CF-BILL-DIRECTION NOT = '1' AND
                   CF-BILL-DIRECTION NOT = '2' AND
                   CF-BILL-DIRECTION NOT = '3' AND
                   CF-BILL-DIRECTION NOT = '4' THEN
               SET W-BAD-BILL-DIRECTION TO TRUE
               GO TO EDIT-BILL-DIRECTION-EXIT.
           IF CF-BILL-DIRECTION = '4' THEN
               PERFORM EDIT-CALLING-CARD THRU EDIT-CALLING-CARD-EXIT
               GO TO EDIT-BILL-DIRECTION-EXIT.
           IF CF-BILL-DIRECTION NOT = '3' THEN
               GO TO EDIT-BILL-DIRECTION-EXIT.
           IF CF-THIRD-NUMBER NOT NUMERIC THEN
       EDIT-BILL-DIRECTION-EXIT.
           CONTINUE.

      *    a card call bills only a card on file and active, keyed
      *    with its own PIN, on an account still in service; a card
      *    suspended earlier in this same run fails here too
       EDIT-CALLING-CARD.
           IF CF-THIRD-NUMBER NOT NUMERIC THEN
               SET W-BAD-CALLING-CARD TO TRUE
               GO TO EDIT-CALLING-CARD-EXIT.
           MOVE CF-THIRD-NUMBER TO W-CARD-NUMBER.
           CALL 'FIND-CALLING-CARD' USING W-CARD-NUMBER, W-CARD-FOUND,
               W-CARD-PIN, W-CARD-POS, W-CARD-BILL-PHONE,
               W-CARD-STATUS, W-CARD-LIMIT.
           IF NOT W-CARD-ON-FILE OR NOT W-CARD-ACTIVE THEN
               SET W-BAD-CALLING-CARD TO TRUE
               GO TO EDIT-CALLING-CARD-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-CARD-POS, W-RATE-FOUND,
               W-RATE-ACCOUNT, W-RATE-NAME, W-RATE-ADDRESS,
               W-RATE-HOME-PLAN, W-RATE-STATUS-CODE.
           IF NOT W-RATE-MASTER-FOUND OR
                   W-RATE-STATUS-CODE NOT = 'A' THEN
               SET W-BAD-CALLING-CARD TO TRUE
               GO TO EDIT-CALLING-CARD-EXIT.
           IF CF-CARD-PIN NOT NUMERIC THEN
               SET W-BAD-CARD-PIN TO TRUE
               GO TO EDIT-CALLING-CARD-EXIT.
           MOVE CF-CARD-PIN TO W-KEYED-PIN.
           IF W-KEYED-PIN NOT = W-CARD-PIN THEN
               SET W-BAD-CARD-PIN TO TRUE
           END-IF.
       EDIT-CALLING-CARD-EXIT.
           CONTINUE.

       CHECK-DUPLICATE.
           MOVE 'N' TO W-DUP-FOUND-SW.
           MOVE 1 TO W-DUP-DIRECTION.
           END-IF.

       CAPTURE-ONE-ROW.
           MOVE 'N' TO W-TF-FOUND.
           MOVE CF-CALL-DATE TO L-CALL-DATE.
           MOVE CF-CALL-TIME TO L-CALL-TIME.
           MOVE CF-DURATION TO L-DURATION.
           MOVE CF-DISPOSITION TO L-DISPOSITION.
           MOVE CF-TRUNK-CODE TO L-TRUNK-CODE.
           MOVE CF-BILL-DIRECTION TO L-BILL-DIRECTION.
      *    a card call is captured against the line the card's
      *    account was issued on, the way a third number would be
           EVALUATE CF-BILL-DIRECTION
               WHEN '3'
                   MOVE CF-THIRD-NUMBER TO L-THIRD-NUMBER
               WHEN '4'
                   MOVE W-CARD-BILL-PHONE TO L-THIRD-NUMBER
               WHEN OTHER
                   MOVE 0 TO L-THIRD-NUMBER
           END-EVALUATE.
           IF CF-RECORD-TYPE = ' ' OR CF-RECORD-TYPE = 'C' THEN
               MOVE CF-CALLED-NUMBER TO L-CALLED-NUMBER
               PERFORM STAMP-TOLL-FREE
               CALL 'CAPTURE-CALL-DETAIL' USING L-STATUS, L-CALL-DATE,
                   L-CALL-TIME, L-DURATION, L-CALLING-NUMBER,
                   L-CALLED-NUMBER, L-DISPOSITION, L-TRUNK-CODE,
                   L-CALLING-NUMBER, L-CALLED-NUMBER, L-FEATURE-CODE,
                   L-TRUNK-CODE, L-POSITION
           END-IF.
           IF W-TOLL-FREE-IN-SERVICE AND
                   (STATUS-OK OR L-STATUS = 9) THEN
               ADD 1 TO W-ROWS-TOLL-FREE
           END-IF.
           IF STATUS-OK THEN
               ADD 1 TO W-ROWS-CAPTURED
           ELSE IF L-STATUS = 9 THEN
           ELSE
               SET W-CAPTURE-FAILED TO TRUE
           END-IF.
           IF (STATUS-OK OR L-STATUS = 9) AND
                   CF-RECORD-TYPE NOT = 'F' THEN
               PERFORM RATE-CAPTURED-CALL THRU RATE-CAPTURED-CALL-EXIT
           END-IF.
           IF (STATUS-OK OR L-STATUS = 9) AND
                   CF-RECORD-TYPE NOT = 'F' AND
                   CF-BILL-DIRECTION = '4' THEN
               PERFORM WATCH-CARD-USE THRU WATCH-CARD-USE-EXIT
           END-IF.
           IF (STATUS-OK OR L-STATUS = 9) AND
                   CF-RECORD-TYPE NOT = 'F' AND
                   CF-DISPOSITION = 'C' AND W-BLOCK-COUNT > 0 THEN
               PERFORM CHECK-CALL-BLOCKS THRU CHECK-CALL-BLOCKS-EXIT
           END-IF.

      *----------------------------------------------------------------
      *    RATE AT CAPTURE -- the call is priced once, the way the bill
      *    cycle would price it, and the rating kept at the call's
      *    position.  The billed number follows the bill direction
      *    the row was captured with; a toll-free call in service
      *    prices off the number's own tariff rows.  A calling-card
      *    call rates under the card account's plan; its surcharge is
      *    added when the call is billed, not kept in the rating.
      *----------------------------------------------------------------
       RATE-CAPTURED-CALL.
           MOVE 0 TO W-RATE-CHARGE.
           IF CF-CALLED-NUMBER(1:3) = '011' THEN
               GO TO RATE-CAPTURED-CALL-EXIT.
           IF W-TOLL-FREE-IN-SERVICE THEN
               MOVE W-TF-TARIFF TO W-RATE-PLAN
           ELSE
               EVALUATE L-BILL-DIRECTION
                   WHEN '2'
                       MOVE L-CALLED-NUMBER TO W-RATE-PHONE-KEY
                   WHEN '3'
                   WHEN '4'
                       MOVE L-THIRD-NUMBER TO W-RATE-PHONE-KEY
                   WHEN OTHER
                       MOVE L-CALLING-NUMBER TO W-RATE-PHONE-KEY
               END-EVALUATE
               CALL 'SEARCH-CUSTOMER-PHONE' USING W-RATE-POS,
                   W-RATE-PHONE-KEY
               IF W-RATE-POS = 0 THEN
                   GO TO RATE-CAPTURED-CALL-EXIT
               END-IF
               CALL 'GET-CUSTOMER-MASTER' USING W-RATE-POS,
                   W-RATE-FOUND, W-RATE-ACCOUNT, W-RATE-NAME,
                   W-RATE-ADDRESS, W-RATE-HOME-PLAN, W-RATE-STATUS-CODE
               IF NOT W-RATE-MASTER-FOUND THEN
                   GO TO RATE-CAPTURED-CALL-EXIT
               END-IF
               CALL 'PLAN-FOR-DATE' USING W-RATE-POS, L-CALL-DATE,
                   W-RATE-HOME-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
           END-IF.
           CALL 'STORE-RATED-USAGE' USING L-POSITION, W-RATE-PLAN,
               L-CALL-DATE, L-CALL-TIME, L-DURATION, W-RATE-REASON,
               W-RATE-CHARGE.
           ADD 1 TO W-ROWS-RATED.
       RATE-CAPTURED-CALL-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CARD FRAUD WATCH -- each card's day is tallied by call
      *    date: what it has spent (the call's charge plus the plan's
      *    card surcharge) and the distinct numbers it was used from.
      *    Passing the card's daily limit, or use from more than
      *    DL100_CARD_MAX_ORIGINS numbers in the day (default 3),
      *    suspends the card through SET-CALLING-CARD and writes the
      *    day to the fraud desk's file.  The call that tips it has
      *    been made and is billed; the card's later rows fail their
      *    edit and go to suspense.
      *----------------------------------------------------------------
       WATCH-CARD-USE.
           ADD 1 TO W-ROWS-CARD.
           IF CF-CALLED-NUMBER(1:3) = '011' THEN
               CALL 'RATE-INTL-CALL' USING L-CALLED-NUMBER,
                   L-DURATION, W-CARD-CHARGE, W-CARD-COUNTRY
           ELSE
               MOVE W-RATE-CHARGE TO W-CARD-CHARGE
           END-IF.
           CALL 'GET-CUSTOMER-MASTER' USING W-CARD-POS, W-RATE-FOUND,
               W-RATE-ACCOUNT, W-RATE-NAME, W-RATE-ADDRESS,
               W-RATE-HOME-PLAN, W-RATE-STATUS-CODE.
           IF W-RATE-MASTER-FOUND THEN
               CALL 'PLAN-FOR-DATE' USING W-CARD-POS, L-CALL-DATE,
                   W-RATE-HOME-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                   W-CARD-SURCHARGE
               ADD W-CARD-SURCHARGE TO W-CARD-CHARGE
           END-IF.
           MOVE 0 TO W-CARD-USE-HIT.
           PERFORM MATCH-ONE-CARD-USE
               VARYING W-CARD-USE-SUB FROM 1 BY 1
               UNTIL W-CARD-USE-SUB > W-CARD-USE-COUNT
                   OR W-CARD-USE-HIT NOT = 0.
           IF W-CARD-USE-HIT = 0 THEN
               IF W-CARD-USE-COUNT >= 2000 THEN
                   DISPLAY "Card use table full; card ",
                       W-CARD-NUMBER, " not watched."
                   GO TO WATCH-CARD-USE-EXIT
               END-IF
               ADD 1 TO W-CARD-USE-COUNT
               MOVE W-CARD-USE-COUNT TO W-CARD-USE-HIT
               MOVE W-CARD-NUMBER TO W-CU-CARD-NUMBER(W-CARD-USE-HIT)
               MOVE L-CALL-DATE TO W-CU-CALL-DATE(W-CARD-USE-HIT)
               MOVE 0 TO W-CU-SPEND(W-CARD-USE-HIT)
               MOVE 0 TO W-CU-ORIGIN-COUNT(W-CARD-USE-HIT)
               PERFORM CLEAR-ONE-ORIGIN
                   VARYING W-ORIGIN-SUB FROM 1 BY 1
                   UNTIL W-ORIGIN-SUB > 10
           END-IF.
           ADD W-CARD-CHARGE TO W-CU-SPEND(W-CARD-USE-HIT).
           MOVE 'N' TO W-ORIGIN-SW.
           PERFORM MATCH-ONE-ORIGIN
               VARYING W-ORIGIN-SUB FROM 1 BY 1
               UNTIL W-ORIGIN-SUB > W-CU-ORIGIN-COUNT(W-CARD-USE-HIT)
                   OR W-ORIGIN-SEEN.
           IF NOT W-ORIGIN-SEEN AND
                   W-CU-ORIGIN-COUNT(W-CARD-USE-HIT) < 10 THEN
               ADD 1 TO W-CU-ORIGIN-COUNT(W-CARD-USE-HIT)
               MOVE L-CALLING-NUMBER TO W-CU-ORIGIN(W-CARD-USE-HIT,
                   W-CU-ORIGIN-COUNT(W-CARD-USE-HIT))
           END-IF.
           MOVE SPACE TO W-CARD-BREACH.
           IF W-CARD-LIMIT > 0 AND
                   W-CU-SPEND(W-CARD-USE-HIT) > W-CARD-LIMIT THEN
               SET W-CARD-OVER-LIMIT TO TRUE
           ELSE IF W-CU-ORIGIN-COUNT(W-CARD-USE-HIT) >
                   W-CARD-MAX-ORIGINS THEN
               SET W-CARD-TOO-MANY-ORIGINS TO TRUE
           END-IF.
           IF W-CARD-BREACH = SPACE THEN
               GO TO WATCH-CARD-USE-EXIT.
           MOVE 'S' TO W-CARD-STATUS.
           CALL 'SET-CALLING-CARD' USING W-CARD-SET-STATUS,
               W-CARD-NUMBER, W-CARD-PIN, W-CARD-POS,
               W-CARD-BILL-PHONE, W-CARD-STATUS, W-CARD-LIMIT.
           MOVE W-CARD-NUMBER TO FR-CARD-NUMBER.
           MOVE W-CARD-POS TO FR-MASTER-POS.
           MOVE W-CARD-BILL-PHONE TO FR-BILL-PHONE.
           MOVE L-CALL-DATE TO FR-CALL-DATE.
           MOVE W-CARD-BREACH TO FR-REASON.
           MOVE W-CU-SPEND(W-CARD-USE-HIT) TO FR-SPEND.
           MOVE W-CARD-LIMIT TO FR-LIMIT.
           MOVE W-CU-ORIGIN-COUNT(W-CARD-USE-HIT) TO FR-ORIGIN-COUNT.
           PERFORM COPY-ONE-ORIGIN
               VARYING W-ORIGIN-SUB FROM 1 BY 1
               UNTIL W-ORIGIN-SUB > 10.
           MOVE W-TODAY TO FR-RUN-DATE.
           WRITE CARD-FRAUD-REC.
           ADD 1 TO W-CARDS-SUSPENDED.
       WATCH-CARD-USE-EXIT.
           CONTINUE.

       MATCH-ONE-CARD-USE.
           IF W-CU-CARD-NUMBER(W-CARD-USE-SUB) = W-CARD-NUMBER AND
                   W-CU-CALL-DATE(W-CARD-USE-SUB) = L-CALL-DATE THEN
               MOVE W-CARD-USE-SUB TO W-CARD-USE-HIT
           END-IF.

       CLEAR-ONE-ORIGIN.
           MOVE 0 TO W-CU-ORIGIN(W-CARD-USE-HIT, W-ORIGIN-SUB).

       MATCH-ONE-ORIGIN.
           IF W-CU-ORIGIN(W-CARD-USE-HIT, W-ORIGIN-SUB) =
                   L-CALLING-NUMBER THEN
               SET W-ORIGIN-SEEN TO TRUE
           END-IF.

       COPY-ONE-ORIGIN.
           MOVE W-CU-ORIGIN(W-CARD-USE-HIT, W-ORIGIN-SUB)
               TO FR-ORIGIN(W-ORIGIN-SUB).

      *----------------------------------------------------------------
      *    CALL BLOCKING -- a completed call the customer had blocked.
      *    The billing legs the operator marked are judged against the
      *    line they land on (the toll-free stamp is not a collect
      *    call, so the row's own direction is used, not the
      *    stamped one); otherwise the dialed number is judged
      *    against the calling line -- or, for a calling-card call,
      *    the card account's line, not the hotel or pay phone the
      *    call came from.  A hit is flagged in dispute on
      *    the call record, logged, and journaled the way a clerk's
      *    dispute is, so billing holds it until someone resolves it.
      *----------------------------------------------------------------
       CHECK-CALL-BLOCKS.
           MOVE SPACES TO W-BLOCK-REASON.
           IF CF-BILL-DIRECTION = '2' THEN
               MOVE L-CALLED-NUMBER TO W-BLOCK-PHONE
               PERFORM GET-BLOCK-OPTIONS
               IF W-COLLECT-BLOCKED THEN
                   MOVE 'BLOCKED: COLLECT CALL ACCEPTED'
                       TO W-BLOCK-REASON
                   GO TO CHECK-CALL-BLOCKS-HOLD
               END-IF
           END-IF.
           IF CF-BILL-DIRECTION = '3' THEN
               MOVE L-THIRD-NUMBER TO W-BLOCK-PHONE
               PERFORM GET-BLOCK-OPTIONS
               IF W-COLLECT-BLOCKED THEN
                   MOVE 'BLOCKED: BILLED TO THIRD NUMBER'
                       TO W-BLOCK-REASON
                   GO TO CHECK-CALL-BLOCKS-HOLD
               END-IF
           END-IF.
           IF CF-BILL-DIRECTION = '4' THEN
               MOVE L-THIRD-NUMBER TO W-BLOCK-PHONE
           ELSE
               MOVE L-CALLING-NUMBER TO W-BLOCK-PHONE
           END-IF.
           PERFORM GET-BLOCK-OPTIONS.
           IF CF-CALLED-NUMBER(1:3) = '011' AND W-COUNTRY-ON-FILE
                   AND W-INTL-BLOCKED THEN
               MOVE 'BLOCKED: INTERNATIONAL CALL'
                   TO W-BLOCK-REASON
               GO TO CHECK-CALL-BLOCKS-HOLD.
           IF (CF-CALLED-NUMBER(1:3) = '900' OR
                   CF-CALLED-NUMBER(4:3) = '976') AND
                   W-PAY-CALL-BLOCKED THEN
               MOVE 'BLOCKED: 900/976 PAY-PER-CALL'
                   TO W-BLOCK-REASON
               GO TO CHECK-CALL-BLOCKS-HOLD.
           GO TO CHECK-CALL-BLOCKS-EXIT.
       CHECK-CALL-BLOCKS-HOLD.
           CALL 'SET-CALL-DISPUTE' USING W-BLOCK-STATUS, L-POSITION,
               W-BLOCK-FLAG.
           IF W-BLOCK-STATUS NOT = 0 THEN
               GO TO CHECK-CALL-BLOCKS-EXIT.
           CALL 'WRITE-DISPUTE' USING L-POSITION, W-BLOCK-PHONE,
               W-BLOCK-EVENT, W-BLOCK-OPERATOR, W-BLOCK-REASON.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-BLOCK-PHONE TO W-JOURNAL-KEY(1:10).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           ADD 1 TO W-ROWS-BLOCKED.
       CHECK-CALL-BLOCKS-EXIT.
           CONTINUE.

      *    the call stays indexed under the dialed 8XX number, which
      *    is how the owner's statement finds it; operator-marked
      *    collect and third-number billing is left alone
       STAMP-TOLL-FREE.
           MOVE CF-CALLED-NUMBER(1:3) TO W-CALLED-NPA.
           IF W-TOLL-FREE-NPA AND
                   (CF-BILL-DIRECTION = ' ' OR
                    CF-BILL-DIRECTION = '1') THEN
               MOVE CF-CALLED-NUMBER TO W-TF-NUMBER
               CALL 'FIND-TOLL-FREE' USING W-TF-NUMBER, L-CALL-DATE,
                   W-TF-FOUND, W-TF-MASTER-POS, W-TF-TERM-PHONE,
                   W-TF-TARIFF
               IF W-TOLL-FREE-IN-SERVICE THEN
                   MOVE '2' TO L-BILL-DIRECTION
                   MOVE 0 TO L-THIRD-NUMBER
               END-IF
           END-IF.

       SUSPEND-ONE-ROW.
           ADD 1 TO W-ROWS-SUSPENDED.
