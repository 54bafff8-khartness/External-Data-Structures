       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CASHIER-DRAWER.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    The front counter's cash drawer.  Walk-in payments used to
      *    go on a paper log and be keyed into the payment file the
      *    next morning, so a drawer that came up short had nothing
      *    to trace it back to.  Here the cashier signs on, opens a
      *    drawer with its starting float, and takes each payment by
      *    tender -- cash, check, money order or card (run on the
      *    processor's terminal; the card itself never comes in
      *    here).  A payment posts on the spot the way POST-PAYMENTS
      *    posts one, goes on the payment history under the tender's
      *    method code, and prints a numbered receipt to the RECEIPT
      *    spool under the account's home branch.  A check from an
      *    account held to cash or certified funds is refused.
      *    At close the cashier counts the drawer by tender.  The
      *    balance sheet and the deposit slip for the bank run print
      *    to the DRAWER spool; a drawer over or short is journaled
      *    and put on the supervisor's follow-up queue
      *    (DL100_DRAWER_SUPERVISOR, else the cashier's own, which a
      *    supervisor sweeping the floor sees anyway).
      *    Every drawer event -- open, payment, the count -- is a row
      *    on the drawer log, so a cashier who signs off with the
      *    drawer still open picks it up again at the next sign-on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-LOG-FILE ASSIGN TO W-DRAWER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-DRAWER-STATUS.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO W-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DRAWER-LOG-FILE.
       01  DRAWER-LOG-REC.
           05  DR-DRAWER-DATE      PIC 9(8).
           05  DR-OPERATOR         PIC X(8).
           05  DR-EVENT            PIC X.
               88  DR-OPENED           VALUE 'O'.
               88  DR-PAYMENT          VALUE 'P'.
               88  DR-COUNTED          VALUE 'C'.
           05  DR-RECEIPT          PIC 9(9).
           05  DR-MASTER-POS       PIC 9(9).
           05  DR-ACCOUNT          PIC 9(9).
           05  DR-TENDER           PIC X.
           05  DR-AMOUNT           PIC 9(7)V99.
           05  DR-STAMP-DATE       PIC 9(8).

       FD  PAYMENT-HISTORY-FILE.
       01  PAYMENT-HISTORY-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
           05  PH-OPERATOR         PIC X(8).
           05  PH-POSTED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-DRAWER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\DRAWER.DAT'.
       01  W-HISTORY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-CASHONLY-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CASHONLY.DAT'.
       01  W-TICKLER-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\TICKLER.DAT'.
       01  W-OTCCAT-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-ARRANGE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\ARRANGE.DAT'.
       01  W-WRITEOFF-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\WRITEOFF.DAT'.
       01  W-WOLEDGER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\WOLEDGER.DAT'.
       01  W-OPERATOR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\OPERATOR.DAT'.

       01  W-DRAWER-STATUS         PIC XX.
       01  W-HISTORY-STATUS        PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-DRAWER-EOF            VALUE 'Y'.

       01  W-OPERATOR-STUFF EXTERNAL.
           05  W-OPERATOR-ID   PIC X(8).
       01  W-SIGNON-PASSWORD   PIC X(8).
       01  W-OPERATOR-LEVEL    PIC 9.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-TODAY             PIC 9(8).

      *    the signed-on cashier's drawer, rebuilt from the log
       01  W-DRAWER-SW         PIC X VALUE 'N'.
           88  W-DRAWER-OPEN       VALUE 'Y'.
           88  W-DRAWER-CLOSED     VALUE 'N'.
       01  W-DRAWER-DATE       PIC 9(8).
       01  W-FLOAT             PIC 9(7)V99.
       01  W-LAST-RECEIPT      PIC 9(9) VALUE 0.
       01  W-RECEIPT-NO        PIC 9(9).

      *    tenders, in the order the drawer is counted; the code is
      *    also the payment history method
       01  W-TENDER-VALUES.
           05  FILLER          PIC X(14) VALUE 'HCASH'.
           05  FILLER          PIC X(14) VALUE 'CCHECK'.
           05  FILLER          PIC X(14) VALUE 'MMONEY ORDER'.
           05  FILLER          PIC X(14) VALUE 'KCARD'.
       01  W-TENDER-TABLE REDEFINES W-TENDER-VALUES.
           05  W-TENDER-ENTRY  OCCURS 4 TIMES.
               10  W-TND-CODE      PIC X.
               10  W-TND-NAME      PIC X(13).
       01  W-TENDER-COUNT      PIC 9 COMP VALUE 4.
       01  W-TND-SUB           PIC 9 COMP.
       01  W-TND-HIT           PIC 9 COMP.
       01  W-DRAWER-TOTALS.
           05  W-DRAWER-TOTAL  OCCURS 4 TIMES.
               10  W-TND-ITEMS     PIC 9(5) COMP.
               10  W-TND-TAKEN     PIC 9(9)V99.
               10  W-TND-EXPECTED  PIC 9(9)V99.
               10  W-TND-COUNTED   PIC 9(9)V99.
               10  W-TND-OVER      PIC S9(9)V99.
       01  W-CASH-TENDER       PIC 9 COMP VALUE 1.
       01  W-CARD-TENDER       PIC 9 COMP VALUE 4.

      *    this drawer's checks and money orders, itemized on the
      *    deposit slip
       01  W-ITEM-MAX          PIC 9(5) COMP VALUE 500.
       01  W-ITEM-COUNT        PIC 9(5) COMP VALUE 0.
       01  W-ITEM-SUB          PIC 9(5) COMP.
       01  W-ITEM-TABLE.
           05  W-ITEM-ENTRY OCCURS 500 TIMES.
               10  W-ITEM-RECEIPT  PIC 9(9).
               10  W-ITEM-ACCOUNT  PIC 9(9).
               10  W-ITEM-TENDER   PIC X.
               10  W-ITEM-AMOUNT   PIC 9(7)V99.
       01  W-ITEMS-NOT-HELD    PIC 9(5) COMP VALUE 0.

      *    one payment at the counter
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-KEYED-ACCOUNT     PIC 9(9).
       01  L-POSITION          PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.
       01  W-TENDER            PIC X.
       01  W-AMOUNT            PIC 9(7)V99.
       01  W-BALANCE           PIC S9(9)V99.
       01  W-NEW-BALANCE       PIC S9(9)V99.
       01  W-RECOVERY-SW       PIC X.
           88  W-WAS-RECOVERY      VALUE 'Y'.
       01  W-ANSWER            PIC X.
           88  W-ANSWER-YES        VALUE 'Y' 'y'.
       01  W-CASH-ONLY         PIC X.
           88  W-HELD-TO-CASH      VALUE 'Y'.

       01  W-WO-FOUND          PIC X.
           88  W-WRITEOFF-ON-FILE  VALUE 'Y'.
       01  W-WO-STATUS         PIC X.
       01  W-WO-DATE           PIC 9(8).
       01  W-WO-AMOUNT         PIC 9(9)V99.
       01  W-WO-RECOVERED      PIC 9(9)V99.
       01  L-WO-STATUS         PIC 9.

      *    Collections restore, the POST-PAYMENTS way.
       01  W-FLOOR-CENTS       PIC 9(7).
       01  W-TREATMENT-FLOOR   PIC S9(9)V99.
       01  W-TREATMENT         PIC X.
           88  W-TREATMENT-ON-SWITCH   VALUE '2' '3'.
       01  W-CLEAR-TREATMENT   PIC X VALUE '0'.
       01  L-TRT-STATUS        PIC 9.
           88  TRT-STATUS-OK       VALUE 0.
       01  W-OTC-CODE          PIC X(4) VALUE 'RCON'.
       01  L-OTC-STATUS        PIC 9.
       01  W-RESTORE-OP        PIC X(15) VALUE 'TOLL-RESTORE'.

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

      *    over/short follow-up
       01  W-SUPERVISOR-ID     PIC X(8).
       01  W-TICKLER-POS       PIC 9(9) COMP VALUE 0.
       01  W-TICKLER-TEXT      PIC X(60).
       01  W-NET-OVER          PIC S9(9)V99.
       01  W-JOURNAL-OVER      PIC -9(7).99.
       01  W-DEPOSIT-TOTAL     PIC 9(9)V99.
       01  W-DEPOSIT-CASH      PIC S9(9)V99.

      *    receipt and drawer spool lines
       01  W-RECEIPT-SPOOL     PIC X(8) VALUE 'RECEIPT'.
       01  W-DRAWER-SPOOL      PIC X(8) VALUE 'DRAWER'.
       01  W-SPOOL-NAME        PIC X(8).
       01  W-SPOOL-BRANCH      PIC X(2).
       01  W-PRINT-CONTROL     PIC X VALUE SPACE.
       01  W-PRINT-TEXT        PIC X(100).

       01  W-SHOW-AMOUNT       PIC $$$,$$$,$$9.99.
       01  W-SHOW-EXPECTED     PIC $$$,$$$,$$9.99.
       01  W-SHOW-COUNTED      PIC $$$,$$$,$$9.99.
       01  W-SHOW-OVER         PIC $$$,$$$,$$9.99-.
       01  W-SHOW-BALANCE      PIC $$$,$$$,$$9.99-.
       01  W-SHOW-ITEMS        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT W-SIGNON-PASSWORD.
           CALL 'VERIFY-OPERATOR' USING L-STATUS, W-OPERATOR-ID,
               W-SIGNON-PASSWORD, W-OPERATOR-LEVEL,
               W-OPERATOR-FILENAME.
           IF NOT STATUS-OK THEN
               DISPLAY "Sign-on refused."
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-FLOOR-CENTS FROM ENVIRONMENT
               "DL100_TREATMENT_FLOOR".
           COMPUTE W-TREATMENT-FLOOR = W-FLOOR-CENTS / 100.
           ACCEPT W-SUPERVISOR-ID FROM ENVIRONMENT
               "DL100_DRAWER_SUPERVISOR".
           IF W-SUPERVISOR-ID = SPACES THEN
               MOVE W-OPERATOR-ID TO W-SUPERVISOR-ID
           END-IF.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-WRITEOFFS' USING W-WRITEOFF-FILENAME.

           PERFORM LOAD-DRAWER-LOG.

           PERFORM SHOW-MENU UNTIL W-DONE.

           CALL 'CLOSE-WRITEOFFS'.
           CALL 'CLOSE-ARRANGEMENTS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-JOURNAL'.
           IF W-DRAWER-OPEN THEN
               DISPLAY "Drawer left open; it is still yours at the ",
                   "next sign-on."
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    The drawer log: the last receipt number anyone issued, and
      *    this cashier's drawer if one is open -- its float and what
      *    it has taken so far.
      *----------------------------------------------------------------
       LOAD-DRAWER-LOG.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT DRAWER-LOG-FILE.
           IF W-DRAWER-STATUS NOT = '00' THEN
               SET W-DRAWER-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-DRAWER-ROW UNTIL W-DRAWER-EOF.
           IF W-DRAWER-STATUS = '00' OR W-DRAWER-STATUS = '10' THEN
               CLOSE DRAWER-LOG-FILE
           END-IF.

       LOAD-ONE-DRAWER-ROW.
           READ DRAWER-LOG-FILE
               AT END
                   SET W-DRAWER-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-DRAWER-ROW
           END-READ.

       APPLY-DRAWER-ROW.
           IF DR-RECEIPT > W-LAST-RECEIPT THEN
               MOVE DR-RECEIPT TO W-LAST-RECEIPT
           END-IF.
           IF DR-OPERATOR = W-OPERATOR-ID THEN
               EVALUATE TRUE
                   WHEN DR-OPENED
                       PERFORM START-DRAWER
                       MOVE DR-DRAWER-DATE TO W-DRAWER-DATE
                       MOVE DR-AMOUNT TO W-FLOAT
                   WHEN DR-PAYMENT AND W-DRAWER-OPEN
                       MOVE DR-TENDER TO W-TENDER
                       MOVE DR-RECEIPT TO W-RECEIPT-NO
                       MOVE DR-ACCOUNT TO W-KEYED-ACCOUNT
                       MOVE DR-AMOUNT TO W-AMOUNT
                       PERFORM TALLY-ONE-PAYMENT
                   WHEN DR-COUNTED
                       SET W-DRAWER-CLOSED TO TRUE
               END-EVALUATE
           END-IF.

       START-DRAWER.
           SET W-DRAWER-OPEN TO TRUE.
           INITIALIZE W-DRAWER-TOTALS.
           MOVE 0 TO W-ITEM-COUNT, W-ITEMS-NOT-HELD.

      *    W-TENDER, W-AMOUNT, W-KEYED-ACCOUNT and W-RECEIPT-NO go
      *    on the drawer's running totals
       TALLY-ONE-PAYMENT.
           PERFORM FIND-TENDER.
           IF W-TND-HIT NOT = 0 THEN
               ADD 1 TO W-TND-ITEMS(W-TND-HIT)
               ADD W-AMOUNT TO W-TND-TAKEN(W-TND-HIT)
               IF W-TENDER = 'C' OR W-TENDER = 'M' THEN
                   PERFORM HOLD-DEPOSIT-ITEM
               END-IF
           END-IF.

       HOLD-DEPOSIT-ITEM.
           IF W-ITEM-COUNT < W-ITEM-MAX THEN
               ADD 1 TO W-ITEM-COUNT
               MOVE W-RECEIPT-NO TO W-ITEM-RECEIPT(W-ITEM-COUNT)
               MOVE W-KEYED-ACCOUNT TO W-ITEM-ACCOUNT(W-ITEM-COUNT)
               MOVE W-TENDER TO W-ITEM-TENDER(W-ITEM-COUNT)
               MOVE W-AMOUNT TO W-ITEM-AMOUNT(W-ITEM-COUNT)
           ELSE
               ADD 1 TO W-ITEMS-NOT-HELD
           END-IF.

       FIND-TENDER.
           MOVE 0 TO W-TND-HIT.
           PERFORM MATCH-ONE-TENDER
               VARYING W-TND-SUB FROM 1 BY 1
               UNTIL W-TND-SUB > W-TENDER-COUNT OR W-TND-HIT NOT = 0.

       MATCH-ONE-TENDER.
           IF W-TND-CODE(W-TND-SUB) = W-TENDER THEN
               MOVE W-TND-SUB TO W-TND-HIT
           END-IF.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "CASHIER DRAWER - ", W-OPERATOR-ID.
           IF W-DRAWER-OPEN THEN
               DISPLAY "  Drawer open since ", W-DRAWER-DATE
           ELSE
               DISPLAY "  No drawer open."
           END-IF.
           DISPLAY "  1. Open drawer".
           DISPLAY "  2. Take a payment".
           DISPLAY "  3. Drawer so far".
           DISPLAY "  4. Count and close drawer".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM OPEN-DRAWER THRU OPEN-DRAWER-EXIT
               WHEN 2
                   PERFORM TAKE-PAYMENT THRU TAKE-PAYMENT-EXIT
               WHEN 3
                   PERFORM SHOW-DRAWER THRU SHOW-DRAWER-EXIT
               WHEN 4
                   PERFORM CLOSE-DRAWER THRU CLOSE-DRAWER-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

      *----------------------------------------------------------------
      *    OPEN -- one drawer per cashier at a time, started with the
      *    float counted into it.
      *----------------------------------------------------------------
       OPEN-DRAWER.
           IF W-DRAWER-OPEN THEN
               DISPLAY "  A drawer is already open; close it first."
               GO TO OPEN-DRAWER-EXIT.
           DISPLAY "  Starting float: " WITH NO ADVANCING.
           ACCEPT W-FLOAT.
           PERFORM START-DRAWER.
           MOVE W-TODAY TO W-DRAWER-DATE.
           MOVE SPACES TO DRAWER-LOG-REC.
           SET DR-OPENED TO TRUE.
           MOVE 0 TO DR-RECEIPT, DR-MASTER-POS, DR-ACCOUNT.
           MOVE W-FLOAT TO DR-AMOUNT.
           PERFORM WRITE-DRAWER-ROW.
           MOVE 'DRAWER-OPEN' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-OPERATOR-ID TO W-JOURNAL-KEY(1:8).
           MOVE W-DRAWER-DATE TO W-JOURNAL-KEY(10:8).
           MOVE 0 TO L-POSITION.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           MOVE W-FLOAT TO W-SHOW-AMOUNT.
           DISPLAY "  Drawer opened with ", W-SHOW-AMOUNT, ".".
       OPEN-DRAWER-EXIT.
           CONTINUE.

      *    the caller fills the event, receipt, account and amount
       WRITE-DRAWER-ROW.
           MOVE W-DRAWER-DATE TO DR-DRAWER-DATE.
           MOVE W-OPERATOR-ID TO DR-OPERATOR.
           MOVE W-TODAY TO DR-STAMP-DATE.
           OPEN EXTEND DRAWER-LOG-FILE.
           IF W-DRAWER-STATUS NOT = '00' THEN
               OPEN OUTPUT DRAWER-LOG-FILE
           END-IF.
           WRITE DRAWER-LOG-REC.
           CLOSE DRAWER-LOG-FILE.

      *----------------------------------------------------------------
      *    PAYMENT -- account, tender and amount; posted, put on the
      *    history and the drawer log, and a numbered receipt printed.
      *----------------------------------------------------------------
       TAKE-PAYMENT.
           IF W-DRAWER-CLOSED THEN
               DISPLAY "  Open a drawer first."
               GO TO TAKE-PAYMENT-EXIT.
           DISPLAY "  Account number: " WITH NO ADVANCING.
           ACCEPT W-KEYED-ACCOUNT.
           MOVE W-KEYED-ACCOUNT TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION = 0 THEN
               DISPLAY "  No such account."
               GO TO TAKE-PAYMENT-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  No such account."
               GO TO TAKE-PAYMENT-EXIT.
           CALL 'GET-AR-BALANCE' USING L-POSITION, W-BALANCE.
           MOVE W-BALANCE TO W-SHOW-BALANCE.
           DISPLAY "  ", W-NAME, "  balance ", W-SHOW-BALANCE.
           DISPLAY "  Tender (H cash, C check, M money order, ",
               "K card): " WITH NO ADVANCING.
           ACCEPT W-TENDER.
           PERFORM FIND-TENDER.
           IF W-TND-HIT = 0 THEN
               DISPLAY "  Not a tender the drawer takes."
               GO TO TAKE-PAYMENT-EXIT.
           IF W-TENDER = 'C' THEN
               CALL 'GET-CASH-ONLY' USING L-POSITION, W-CASH-ONLY,
                   W-CASHONLY-FILENAME
               IF W-HELD-TO-CASH THEN
                   DISPLAY "  Account is held to cash or certified ",
                       "funds; no personal checks."
                   GO TO TAKE-PAYMENT-EXIT
               END-IF
           END-IF.
           DISPLAY "  Amount: " WITH NO ADVANCING.
           ACCEPT W-AMOUNT.
           IF W-AMOUNT = 0 THEN
               DISPLAY "  Nothing taken."
               GO TO TAKE-PAYMENT-EXIT.
           MOVE W-AMOUNT TO W-SHOW-AMOUNT.
           DISPLAY "  Take ", W-SHOW-AMOUNT, " by ",
               W-TND-NAME(W-TND-HIT), " (Y/N): " WITH NO ADVANCING.
           ACCEPT W-ANSWER.
           IF NOT W-ANSWER-YES THEN
               DISPLAY "  Nothing taken."
               GO TO TAKE-PAYMENT-EXIT.

           ADD 1 TO W-LAST-RECEIPT.
           MOVE W-LAST-RECEIPT TO W-RECEIPT-NO.
           PERFORM POST-COUNTER-PAYMENT.
           PERFORM RECORD-COUNTER-PAYMENT.
           PERFORM TALLY-ONE-PAYMENT.
           PERFORM PRINT-RECEIPT.
           DISPLAY "  Posted; receipt ", W-RECEIPT-NO, " printed.".
       TAKE-PAYMENT-EXIT.
           CONTINUE.

      *    money on a written-off account is a recovery, the same as
      *    in POST-PAYMENTS
       POST-COUNTER-PAYMENT.
           MOVE 'N' TO W-RECOVERY-SW.
           CALL 'GET-WRITEOFF' USING L-POSITION, W-WO-FOUND,
               W-WO-STATUS, W-WO-DATE, W-WO-AMOUNT, W-WO-RECOVERED.
           IF W-WRITEOFF-ON-FILE AND W-WO-STATUS = 'W' THEN
               CALL 'RECOVER-WRITEOFF' USING L-WO-STATUS, L-POSITION,
                   W-AMOUNT, W-WOLEDGER-FILENAME
               MOVE 'Y' TO W-RECOVERY-SW
           ELSE
               CALL 'POST-AR-PAYMENT' USING L-POSITION, W-AMOUNT,
                   W-NEW-BALANCE
               CALL 'PAY-ARRANGEMENT' USING L-POSITION, W-AMOUNT
               PERFORM RESTORE-IF-PAID-UP THRU RESTORE-IF-PAID-UP-EXIT
           END-IF.
           MOVE 'COUNTER-PAYMENT' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-KEYED-ACCOUNT TO W-JOURNAL-KEY(1:9).
           MOVE W-TENDER TO W-JOURNAL-KEY(11:1).
           MOVE W-RECEIPT-NO TO W-JOURNAL-KEY(13:9).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.

       RECORD-COUNTER-PAYMENT.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF W-HISTORY-STATUS NOT = '00' THEN
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.
           MOVE L-POSITION TO PH-MASTER-POS.
           MOVE W-KEYED-ACCOUNT TO PH-ACCOUNT.
           MOVE W-TODAY TO PH-PAY-DATE.
           MOVE W-AMOUNT TO PH-AMOUNT.
           MOVE W-TENDER TO PH-METHOD.
           MOVE W-OPERATOR-ID TO PH-OPERATOR.
           MOVE W-TODAY TO PH-POSTED-DATE.
           WRITE PAYMENT-HISTORY-REC.
           CLOSE PAYMENT-HISTORY-FILE.
           MOVE SPACES TO DRAWER-LOG-REC.
           SET DR-PAYMENT TO TRUE.
           MOVE W-RECEIPT-NO TO DR-RECEIPT.
           MOVE L-POSITION TO DR-MASTER-POS.
           MOVE W-KEYED-ACCOUNT TO DR-ACCOUNT.
           MOVE W-TENDER TO DR-TENDER.
           MOVE W-AMOUNT TO DR-AMOUNT.
           PERFORM WRITE-DRAWER-ROW.

       PRINT-RECEIPT.
           MOVE W-RECEIPT-SPOOL TO W-SPOOL-NAME.
           CALL 'GET-HOME-BRANCH' USING L-POSITION, W-SPOOL-BRANCH.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "PAYMENT RECEIPT NO. " DELIMITED BY SIZE
               W-RECEIPT-NO DELIMITED BY SIZE
               "   DATE " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               "   CASHIER " DELIMITED BY SIZE
               W-OPERATOR-ID DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "ACCOUNT " DELIMITED BY SIZE
               W-KEYED-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-NAME DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-AMOUNT TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "AMOUNT PAID " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               W-TND-NAME(W-TND-HIT) DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           IF W-WAS-RECOVERY THEN
               MOVE "APPLIED TO WRITTEN-OFF BALANCE" TO W-PRINT-TEXT
           ELSE
               MOVE W-NEW-BALANCE TO W-SHOW-BALANCE
               STRING "BALANCE AFTER PAYMENT " DELIMITED BY SIZE
                   W-SHOW-BALANCE DELIMITED BY SIZE
                   INTO W-PRINT-TEXT
           END-IF.
           PERFORM SPOOL-LINE.

       SPOOL-LINE.
           CALL 'WRITE-REPORT-LINE' USING W-SPOOL-NAME,
               W-SPOOL-BRANCH, W-PRINT-CONTROL, W-PRINT-TEXT.
           MOVE SPACE TO W-PRINT-CONTROL.

      *----------------------------------------------------------------
      *    RESTORE -- as POST-PAYMENTS: paid to the treatment floor,
      *    the lines come back on and the reconnect charge posts.
      *----------------------------------------------------------------
       RESTORE-IF-PAID-UP.
           IF W-NEW-BALANCE > W-TREATMENT-FLOOR THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           CALL 'GET-TREATMENT-STATUS' USING L-POSITION, W-TREATMENT.
           IF NOT W-TREATMENT-ON-SWITCH THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           CALL 'SET-TREATMENT-STATUS' USING L-TRT-STATUS, L-POSITION,
               W-CLEAR-TREATMENT.
           IF NOT TRT-STATUS-OK THEN
               GO TO RESTORE-IF-PAID-UP-EXIT.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-KEYED-ACCOUNT TO W-JOURNAL-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-RESTORE-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           CALL 'APPLY-ONE-TIME-CHARGE' USING L-OTC-STATUS,
               L-POSITION, W-OTC-CODE, W-OTCCAT-FILENAME.
           DISPLAY "  Service restored.".
       RESTORE-IF-PAID-UP-EXIT.
           CONTINUE.

       SHOW-DRAWER.
           IF W-DRAWER-CLOSED THEN
               DISPLAY "  No drawer open."
               GO TO SHOW-DRAWER-EXIT.
           MOVE W-FLOAT TO W-SHOW-AMOUNT.
           DISPLAY "  Float            ", W-SHOW-AMOUNT.
           PERFORM SHOW-ONE-TENDER
               VARYING W-TND-SUB FROM 1 BY 1
               UNTIL W-TND-SUB > W-TENDER-COUNT.
       SHOW-DRAWER-EXIT.
           CONTINUE.

       SHOW-ONE-TENDER.
           MOVE W-TND-ITEMS(W-TND-SUB) TO W-SHOW-ITEMS.
           MOVE W-TND-TAKEN(W-TND-SUB) TO W-SHOW-AMOUNT.
           DISPLAY "  ", W-TND-NAME(W-TND-SUB), " ", W-SHOW-ITEMS,
               " ", W-SHOW-AMOUNT.

      *----------------------------------------------------------------
      *    CLOSE -- the cashier counts each tender; the drawer is
      *    balanced against the float and what was taken, the sheet
      *    and deposit slip print, and an over or short drawer goes
      *    to the supervisor.
      *----------------------------------------------------------------
       CLOSE-DRAWER.
           IF W-DRAWER-CLOSED THEN
               DISPLAY "  No drawer open."
               GO TO CLOSE-DRAWER-EXIT.
           DISPLAY "  Count the drawer by tender.".
           MOVE 0 TO W-NET-OVER.
           PERFORM COUNT-ONE-TENDER
               VARYING W-TND-SUB FROM 1 BY 1
               UNTIL W-TND-SUB > W-TENDER-COUNT.
           PERFORM PRINT-DRAWER-SHEET.
           PERFORM PRINT-DEPOSIT-SLIP.
           MOVE 'DRAWER-CLOSE' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-OPERATOR-ID TO W-JOURNAL-KEY(1:8).
           MOVE W-DRAWER-DATE TO W-JOURNAL-KEY(10:8).
           MOVE 0 TO L-POSITION.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           IF W-NET-OVER NOT = 0 THEN
               PERFORM REPORT-OVER-SHORT
           END-IF.
           SET W-DRAWER-CLOSED TO TRUE.
           DISPLAY "  Drawer closed; sheet and deposit slip printed.".
       CLOSE-DRAWER-EXIT.
           CONTINUE.

       COUNT-ONE-TENDER.
           DISPLAY "  ", W-TND-NAME(W-TND-SUB), " counted: "
               WITH NO ADVANCING.
           ACCEPT W-TND-COUNTED(W-TND-SUB).
           MOVE W-TND-TAKEN(W-TND-SUB) TO W-TND-EXPECTED(W-TND-SUB).
           IF W-TND-SUB = W-CASH-TENDER THEN
               ADD W-FLOAT TO W-TND-EXPECTED(W-TND-SUB)
           END-IF.
           COMPUTE W-TND-OVER(W-TND-SUB) = W-TND-COUNTED(W-TND-SUB)
               - W-TND-EXPECTED(W-TND-SUB).
           ADD W-TND-OVER(W-TND-SUB) TO W-NET-OVER.
           MOVE SPACES TO DRAWER-LOG-REC.
           SET DR-COUNTED TO TRUE.
           MOVE 0 TO DR-RECEIPT, DR-MASTER-POS, DR-ACCOUNT.
           MOVE W-TND-CODE(W-TND-SUB) TO DR-TENDER.
           MOVE W-TND-COUNTED(W-TND-SUB) TO DR-AMOUNT.
           PERFORM WRITE-DRAWER-ROW.

       PRINT-DRAWER-SHEET.
           MOVE W-DRAWER-SPOOL TO W-SPOOL-NAME.
           MOVE '**' TO W-SPOOL-BRANCH.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "DRAWER BALANCE - CASHIER " DELIMITED BY SIZE
               W-OPERATOR-ID DELIMITED BY SIZE
               "  OPENED " DELIMITED BY SIZE
               W-DRAWER-DATE DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-FLOAT TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "STARTING FLOAT " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE "TENDER         ITEMS       EXPECTED        COUNTED"
               TO W-PRINT-TEXT.
           MOVE "    OVER/SHORT" TO W-PRINT-TEXT(52:14).
           PERFORM SPOOL-LINE.
           PERFORM PRINT-ONE-TENDER
               VARYING W-TND-SUB FROM 1 BY 1
               UNTIL W-TND-SUB > W-TENDER-COUNT.
           MOVE W-NET-OVER TO W-SHOW-OVER.
           MOVE SPACES TO W-PRINT-TEXT.
           IF W-NET-OVER = 0 THEN
               MOVE "DRAWER BALANCES" TO W-PRINT-TEXT
           ELSE
               STRING "*** DRAWER OVER/SHORT " DELIMITED BY SIZE
                   W-SHOW-OVER DELIMITED BY SIZE
                   " -- SUPERVISOR REVIEW ***" DELIMITED BY SIZE
                   INTO W-PRINT-TEXT
           END-IF.
           PERFORM SPOOL-LINE.

       PRINT-ONE-TENDER.
           MOVE W-TND-ITEMS(W-TND-SUB) TO W-SHOW-ITEMS.
           MOVE W-TND-EXPECTED(W-TND-SUB) TO W-SHOW-EXPECTED.
           MOVE W-TND-COUNTED(W-TND-SUB) TO W-SHOW-COUNTED.
           MOVE W-TND-OVER(W-TND-SUB) TO W-SHOW-OVER.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING W-TND-NAME(W-TND-SUB) DELIMITED BY SIZE
               W-SHOW-ITEMS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-EXPECTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-COUNTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-OVER DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.

      *    cash less the float (which stays for the next drawer),
      *    the checks and money orders itemized; card payments settle
      *    through the processor and are not on the slip
       PRINT-DEPOSIT-SLIP.
           COMPUTE W-DEPOSIT-CASH = W-TND-COUNTED(W-CASH-TENDER)
               - W-FLOAT.
           IF W-DEPOSIT-CASH < 0 THEN
               MOVE 0 TO W-DEPOSIT-CASH
           END-IF.
           COMPUTE W-DEPOSIT-TOTAL = W-DEPOSIT-CASH
               + W-TND-COUNTED(2) + W-TND-COUNTED(3).
           MOVE SPACES TO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "DEPOSIT SLIP - CASHIER " DELIMITED BY SIZE
               W-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-DEPOSIT-CASH TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "CURRENCY AND COIN        " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           PERFORM PRINT-ONE-DEPOSIT-ITEM
               VARYING W-ITEM-SUB FROM 1 BY 1
               UNTIL W-ITEM-SUB > W-ITEM-COUNT.
           IF W-ITEMS-NOT-HELD > 0 THEN
               MOVE W-ITEMS-NOT-HELD TO W-SHOW-ITEMS
               MOVE SPACES TO W-PRINT-TEXT
               STRING "  (" DELIMITED BY SIZE
                   W-SHOW-ITEMS DELIMITED BY SIZE
                   " MORE ITEMS -- LIST FROM THE DRAWER LOG)"
                       DELIMITED BY SIZE
                   INTO W-PRINT-TEXT
               PERFORM SPOOL-LINE
           END-IF.
           MOVE W-TND-COUNTED(2) TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "CHECKS TOTAL             " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-TND-COUNTED(3) TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "MONEY ORDERS TOTAL       " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-DEPOSIT-TOTAL TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "TOTAL DEPOSIT            " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE W-TND-COUNTED(W-CARD-TENDER) TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "CARD (PROCESSOR SETTLES) " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.

       PRINT-ONE-DEPOSIT-ITEM.
           MOVE W-ITEM-AMOUNT(W-ITEM-SUB) TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           IF W-ITEM-TENDER(W-ITEM-SUB) = 'C' THEN
               MOVE "  CHECK       " TO W-PRINT-TEXT(1:14)
           ELSE
               MOVE "  MONEY ORDER " TO W-PRINT-TEXT(1:14)
           END-IF.
           STRING "RCPT " DELIMITED BY SIZE
               W-ITEM-RECEIPT(W-ITEM-SUB) DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               W-ITEM-ACCOUNT(W-ITEM-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT(15:80).
           PERFORM SPOOL-LINE.

       REPORT-OVER-SHORT.
           MOVE W-NET-OVER TO W-SHOW-OVER.
           MOVE 'DRAWER-OVRSHORT' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-OPERATOR-ID TO W-JOURNAL-KEY(1:8).
           MOVE W-DRAWER-DATE TO W-JOURNAL-KEY(10:8).
           MOVE W-NET-OVER TO W-JOURNAL-OVER.
           MOVE W-JOURNAL-OVER TO W-JOURNAL-KEY(19:11).
           MOVE 0 TO L-POSITION.
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           MOVE SPACES TO W-TICKLER-TEXT.
           STRING 'DRAWER ' DELIMITED BY SIZE
               W-OPERATOR-ID DELIMITED BY SPACE
               ' OF ' DELIMITED BY SIZE
               W-DRAWER-DATE DELIMITED BY SIZE
               ' OVER/SHORT ' DELIMITED BY SIZE
               W-SHOW-OVER DELIMITED BY SIZE
               INTO W-TICKLER-TEXT.
           CALL 'WRITE-TICKLER' USING W-TODAY, W-SUPERVISOR-ID,
               W-TICKLER-POS, W-TICKLER-TEXT, W-TICKLER-FILENAME.
           DISPLAY "  Drawer over/short ", W-SHOW-OVER,
               "; referred to ", W-SUPERVISOR-ID, ".".
