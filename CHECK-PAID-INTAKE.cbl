       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CHECK-PAID-INTAKE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Reconciles the refund checks CREDIT-REFUND-RUN writes to
      *    the check register against the bank's paid-items file, so
      *    we know which checks were cashed.  Each paid item is
      *    found on the register by check number and marked cleared
      *    on the check status file with the amount and date the
      *    bank paid.  A paid amount that differs from the issued
      *    amount still clears the check but is listed as an
      *    exception, as is an item for a check number we never
      *    issued, a check already paid once, and a check the bank
      *    paid after we voided it; those last three leave the
      *    status file alone for someone to look into.  After the
      *    paid items are in, every check still outstanding past the
      *    stale-dated limit (DL100_STALE_CHECK_DAYS, 180 if unset)
      *    is voided: the void goes on the status file, the amount
      *    goes back on the account as a credit through
      *    POST-AR-CHARGE, the void is journaled and noted, and a
      *    void row goes on the positive-pay void file for the bank.
      *    A voided check waits on the status file for ESCHEAT-RUN's
      *    due-diligence letter, and CREDIT-REFUND-RUN leaves its
      *    credit alone meanwhile.
      *    Check status rows are appended, the latest per check
      *    wins:
      *        P  paid by the bank (amount is the paid amount)
      *        V  voided stale, credit back on the account
      *        L  due-diligence letter sent by ESCHEAT-RUN
      *        E  credit remitted to the state by ESCHEAT-RUN
      *        C  credit used on the account before remittance

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS-FILE ASSIGN TO W-PAID-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PAID-STATUS.

           SELECT CHECK-REGISTER-FILE ASSIGN TO W-CHKREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CHKREG-STATUS.

           SELECT CHECK-STATUS-FILE ASSIGN TO W-CHKSTAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CHKSTAT-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO W-EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIVE-PAY-FILE ASSIGN TO W-POSPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAID-ITEMS-FILE.
       01  PAID-ITEM-REC.
           05  PI-CHECK-NUMBER     PIC X(9).
           05  PI-CHECK-NUMBER-N REDEFINES PI-CHECK-NUMBER
                                   PIC 9(9).
           05  PI-PAID-AMOUNT      PIC X(11).
           05  PI-PAID-AMOUNT-N REDEFINES PI-PAID-AMOUNT
                                   PIC 9(9)V99.
           05  PI-PAID-DATE        PIC X(8).
           05  PI-PAID-DATE-N REDEFINES PI-PAID-DATE
                                   PIC 9(8).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC.
           05  CK-CHECK-NUMBER     PIC 9(9).
           05  CK-CHECK-DATE       PIC 9(8).
           05  CK-ACCOUNT          PIC 9(9).
           05  CK-MASTER-POS       PIC 9(9).
           05  CK-AMOUNT           PIC 9(9)V99.

       FD  CHECK-STATUS-FILE.
       01  CHECK-STATUS-REC.
           05  CS-CHECK-NUMBER     PIC 9(9).
           05  CS-STATUS           PIC X.
           05  CS-STATUS-DATE      PIC 9(8).
           05  CS-MASTER-POS       PIC 9(9).
           05  CS-AMOUNT           PIC 9(9)V99.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC.
           05  CX-REASON-CODE      PIC XX.
           05  CX-PAID-ROW         PIC X(28).
           05  CX-ISSUED-AMOUNT    PIC 9(9)V99.
           05  CX-ACCOUNT          PIC 9(9).

      *    the bank's positive-pay layout, void rows
       FD  POSITIVE-PAY-FILE.
       01  PP-HEADER-REC.
           05  PP-H-TYPE           PIC X.
           05  PP-H-BANK-ACCOUNT   PIC X(17).
           05  PP-H-FILE-DATE      PIC 9(8).
           05  FILLER              PIC X(54).
       01  PP-DETAIL-REC.
           05  PP-D-TYPE           PIC X.
           05  PP-D-ISSUE-CODE     PIC X.
           05  PP-D-CHECK-NUMBER   PIC 9(9).
           05  PP-D-ISSUE-DATE     PIC 9(8).
           05  PP-D-AMOUNT         PIC 9(9)V99.
           05  PP-D-PAYEE          PIC X(30).
           05  FILLER              PIC X(20).
       01  PP-TRAILER-REC.
           05  PP-T-TYPE           PIC X.
           05  PP-T-COUNT          PIC 9(7).
           05  PP-T-TOTAL          PIC 9(11)V99.
           05  FILLER              PIC X(59).

       WORKING-STORAGE SECTION.
       01  W-PAID-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\CHKPAID.DAT'.
       01  W-CHKREG-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\CHKREG.DAT'.
       01  W-CHKSTAT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CHKSTAT.DAT'.
       01  W-EXCEPTION-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\CHKEXCP.DAT'.
       01  W-POSPAY-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\POSPAYV.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-NOTES-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-PAID-STATUS           PIC XX.
       01  W-CHKREG-STATUS         PIC XX.
       01  W-CHKSTAT-STATUS        PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-FILE-EOF              VALUE 'Y'.
       01  W-TODAY                 PIC 9(8).
       01  W-STALE-DAYS            PIC 9(5).
       01  W-STALE-DATE            PIC 9(8).
       01  W-BANK-ACCOUNT          PIC X(17).

       01  W-REASON-CODE           PIC XX.
           88  W-BAD-ROW               VALUE '01'.
           88  W-NOT-ISSUED            VALUE '02'.
           88  W-AMOUNT-MISMATCH       VALUE '03'.
           88  W-ALREADY-PAID          VALUE '04'.
           88  W-PAID-AFTER-VOID       VALUE '05'.

       01  L-POSITION              PIC 9(9) COMP.
       01  W-AMOUNT                PIC S9(9)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.
       01  W-INTAKE-OPERATOR       PIC X(8) VALUE 'CHKRECON'.
       01  W-NOTE-TEXT             PIC X(60).
       01  W-SHOW-CHECK            PIC 9(9).
       01  W-SHOW-AMOUNT           PIC $$$,$$9.99.

      *    The check register with each check's latest status, kept
      *    current as this run adds to the status file.  A blank
      *    status is a check still outstanding.
       01  W-CK-MAX                PIC 9(5) COMP VALUE 10000.
       01  W-CK-COUNT              PIC 9(5) COMP VALUE 0.
       01  W-CK-SUB                PIC 9(5) COMP.
       01  W-CK-HIT                PIC 9(5) COMP.
       01  W-FIND-CHECK            PIC 9(9).
       01  W-CK-TABLE.
           05  W-CK-ENTRY OCCURS 10000 TIMES.
               10  W-CK-CHECK          PIC 9(9).
               10  W-CK-DATE           PIC 9(8).
               10  W-CK-ACCOUNT        PIC 9(9).
               10  W-CK-POS            PIC 9(9) COMP.
               10  W-CK-AMOUNT         PIC 9(9)V99.
               10  W-CK-STATUS         PIC X.
                   88  W-CK-OUTSTANDING        VALUE ' '.
                   88  W-CK-PAID               VALUE 'P'.
               10  W-CK-STATUS-DATE    PIC 9(8).

       01  W-JOURNAL-OP            PIC X(15) VALUE 'CHECK-VOID'.
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-CHECKS-CLEARED        PIC 9(9) COMP VALUE 0.
       01  W-EXCEPTIONS            PIC 9(9) COMP VALUE 0.
       01  W-CHECKS-VOIDED         PIC 9(9) COMP VALUE 0.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-CLEARED-TOTAL         PIC 9(11)V99 VALUE 0.
       01  W-VOIDED-TOTAL          PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-STALE-DAYS FROM ENVIRONMENT
               "DL100_STALE_CHECK_DAYS".
           IF W-STALE-DAYS = 0 THEN
               MOVE 180 TO W-STALE-DAYS
           END-IF.
           COMPUTE W-STALE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W-TODAY) - W-STALE-DAYS).
           ACCEPT W-BANK-ACCOUNT FROM ENVIRONMENT
               "DL100_POSPAY_ACCOUNT".

           DISPLAY " ".
           DISPLAY "REFUND CHECK RECONCILIATION - ", W-TODAY.
           PERFORM LOAD-CHECK-REGISTER THRU LOAD-CHECK-REGISTER-EXIT.
           PERFORM LOAD-CHECK-STATUS THRU LOAD-CHECK-STATUS-EXIT.

           OPEN INPUT PAID-ITEMS-FILE.
           IF W-PAID-STATUS NOT = '00' THEN
               DISPLAY "Unable to open paid-items file: ",
                       W-PAID-FILENAME
               STOP RUN.
           OPEN OUTPUT EXCEPTION-FILE.
           OPEN EXTEND CHECK-STATUS-FILE.
           IF W-CHKSTAT-STATUS NOT = '00' THEN
               OPEN OUTPUT CHECK-STATUS-FILE
           END-IF.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.

           MOVE 'N' TO W-EOF-SW.
           PERFORM PROCESS-ONE-ITEM THRU PROCESS-ONE-ITEM-EXIT
               UNTIL W-FILE-EOF.
           CLOSE PAID-ITEMS-FILE.

           OPEN OUTPUT POSITIVE-PAY-FILE.
           MOVE SPACES TO PP-HEADER-REC.
           MOVE 'H' TO PP-H-TYPE.
           MOVE W-BANK-ACCOUNT TO PP-H-BANK-ACCOUNT.
           MOVE W-TODAY TO PP-H-FILE-DATE.
           WRITE PP-HEADER-REC.
           PERFORM VOID-IF-STALE
               VARYING W-CK-SUB FROM 1 BY 1
               UNTIL W-CK-SUB > W-CK-COUNT.
           MOVE SPACES TO PP-TRAILER-REC.
           MOVE 'T' TO PP-T-TYPE.
           MOVE W-CHECKS-VOIDED TO PP-T-COUNT.
           MOVE W-VOIDED-TOTAL TO PP-T-TOTAL.
           WRITE PP-TRAILER-REC.
           CLOSE POSITIVE-PAY-FILE.

           CLOSE EXCEPTION-FILE.
           CLOSE CHECK-STATUS-FILE.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-JOURNAL'.

           DISPLAY " ".
           DISPLAY "REFUND CHECK RECONCILIATION SUMMARY".
           MOVE W-ROWS-READ TO W-SHOW-COUNT.
           DISPLAY "  PAID ITEMS READ:  ", W-SHOW-COUNT.
           MOVE W-CHECKS-CLEARED TO W-SHOW-COUNT.
           DISPLAY "  CHECKS CLEARED:   ", W-SHOW-COUNT.
           MOVE W-CLEARED-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL CLEARED:  ", W-SHOW-TOTAL.
           MOVE W-EXCEPTIONS TO W-SHOW-COUNT.
           DISPLAY "  EXCEPTIONS:       ", W-SHOW-COUNT.
           MOVE W-CHECKS-VOIDED TO W-SHOW-COUNT.
           DISPLAY "  STALE VOIDED:     ", W-SHOW-COUNT.
           MOVE W-VOIDED-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL VOIDED:   ", W-SHOW-TOTAL.
           IF W-OVERFLOW-COUNT > 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  REGISTER ROWS NOT HELD (RAISE W-CK-MAX): ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

       LOAD-CHECK-REGISTER.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF W-CHKREG-STATUS NOT = '00' THEN
               GO TO LOAD-CHECK-REGISTER-EXIT.
           PERFORM LOAD-ONE-CHECK UNTIL W-FILE-EOF.
           CLOSE CHECK-REGISTER-FILE.
       LOAD-CHECK-REGISTER-EXIT.
           CONTINUE.

       LOAD-ONE-CHECK.
           READ CHECK-REGISTER-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM HOLD-ONE-CHECK
           END-READ.

       HOLD-ONE-CHECK.
           IF W-CK-COUNT < W-CK-MAX THEN
               ADD 1 TO W-CK-COUNT
               MOVE CK-CHECK-NUMBER TO W-CK-CHECK(W-CK-COUNT)
               MOVE CK-CHECK-DATE TO W-CK-DATE(W-CK-COUNT)
               MOVE CK-ACCOUNT TO W-CK-ACCOUNT(W-CK-COUNT)
               MOVE CK-MASTER-POS TO W-CK-POS(W-CK-COUNT)
               MOVE CK-AMOUNT TO W-CK-AMOUNT(W-CK-COUNT)
               MOVE SPACE TO W-CK-STATUS(W-CK-COUNT)
               MOVE 0 TO W-CK-STATUS-DATE(W-CK-COUNT)
           ELSE
               ADD 1 TO W-OVERFLOW-COUNT
           END-IF.

       LOAD-CHECK-STATUS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-STATUS-FILE.
           IF W-CHKSTAT-STATUS NOT = '00' THEN
               GO TO LOAD-CHECK-STATUS-EXIT.
           PERFORM LOAD-ONE-STATUS-ROW UNTIL W-FILE-EOF.
           CLOSE CHECK-STATUS-FILE.
       LOAD-CHECK-STATUS-EXIT.
           CONTINUE.

       LOAD-ONE-STATUS-ROW.
           READ CHECK-STATUS-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
               NOT AT END
                   MOVE CS-CHECK-NUMBER TO W-FIND-CHECK
                   PERFORM FIND-CHECK
                   IF W-CK-HIT NOT = 0 THEN
                       MOVE CS-STATUS TO W-CK-STATUS(W-CK-HIT)
                       MOVE CS-STATUS-DATE
                           TO W-CK-STATUS-DATE(W-CK-HIT)
                   END-IF
           END-READ.

       FIND-CHECK.
           MOVE 0 TO W-CK-HIT.
           PERFORM MATCH-ONE-CHECK
               VARYING W-CK-SUB FROM 1 BY 1
               UNTIL W-CK-SUB > W-CK-COUNT OR W-CK-HIT NOT = 0.

       MATCH-ONE-CHECK.
           IF W-CK-CHECK(W-CK-SUB) = W-FIND-CHECK THEN
               MOVE W-CK-SUB TO W-CK-HIT
           END-IF.

      *----------------------------------------------------------------
      *    One paid item: find the check it cashed and clear it.
      *----------------------------------------------------------------
       PROCESS-ONE-ITEM.
           READ PAID-ITEMS-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO PROCESS-ONE-ITEM-EXIT
           END-READ.
           ADD 1 TO W-ROWS-READ.
           MOVE 0 TO W-CK-HIT.
           IF PI-CHECK-NUMBER NOT NUMERIC OR PI-PAID-AMOUNT NOT NUMERIC
                   OR PI-PAID-DATE NOT NUMERIC THEN
               SET W-BAD-ROW TO TRUE
               PERFORM FLAG-ONE-ITEM
               GO TO PROCESS-ONE-ITEM-EXIT.
           MOVE PI-CHECK-NUMBER-N TO W-FIND-CHECK.
           PERFORM FIND-CHECK.
           IF W-CK-HIT = 0 THEN
               SET W-NOT-ISSUED TO TRUE
               PERFORM FLAG-ONE-ITEM
               GO TO PROCESS-ONE-ITEM-EXIT.
           IF W-CK-PAID(W-CK-HIT) THEN
               SET W-ALREADY-PAID TO TRUE
               PERFORM FLAG-ONE-ITEM
               GO TO PROCESS-ONE-ITEM-EXIT.
           IF NOT W-CK-OUTSTANDING(W-CK-HIT) THEN
               SET W-PAID-AFTER-VOID TO TRUE
               PERFORM FLAG-ONE-ITEM
               GO TO PROCESS-ONE-ITEM-EXIT.

           MOVE PI-CHECK-NUMBER-N TO CS-CHECK-NUMBER.
           MOVE 'P' TO CS-STATUS.
           MOVE PI-PAID-DATE-N TO CS-STATUS-DATE.
           MOVE W-CK-POS(W-CK-HIT) TO CS-MASTER-POS.
           MOVE PI-PAID-AMOUNT-N TO CS-AMOUNT.
           WRITE CHECK-STATUS-REC.
           MOVE CS-STATUS TO W-CK-STATUS(W-CK-HIT).
           MOVE CS-STATUS-DATE TO W-CK-STATUS-DATE(W-CK-HIT).
           ADD 1 TO W-CHECKS-CLEARED.
           ADD PI-PAID-AMOUNT-N TO W-CLEARED-TOTAL.
           IF PI-PAID-AMOUNT-N NOT = W-CK-AMOUNT(W-CK-HIT) THEN
               SET W-AMOUNT-MISMATCH TO TRUE
               PERFORM FLAG-ONE-ITEM
           END-IF.
       PROCESS-ONE-ITEM-EXIT.
           CONTINUE.

       FLAG-ONE-ITEM.
           ADD 1 TO W-EXCEPTIONS.
           MOVE W-REASON-CODE TO CX-REASON-CODE.
           MOVE PAID-ITEM-REC TO CX-PAID-ROW.
           IF W-CK-HIT = 0 THEN
               MOVE 0 TO CX-ISSUED-AMOUNT, CX-ACCOUNT
           ELSE
               MOVE W-CK-AMOUNT(W-CK-HIT) TO CX-ISSUED-AMOUNT
               MOVE W-CK-ACCOUNT(W-CK-HIT) TO CX-ACCOUNT
           END-IF.
           WRITE EXCEPTION-REC.
           DISPLAY "  EXCEPTION ", W-REASON-CODE, ": CHECK ",
               PI-CHECK-NUMBER, "  PAID ", PI-PAID-AMOUNT.

      *----------------------------------------------------------------
      *    A check outstanding past the stale-dated limit is voided
      *    and its money goes back on the account as a credit.
      *----------------------------------------------------------------
       VOID-IF-STALE.
           IF W-CK-OUTSTANDING(W-CK-SUB) AND
                   W-CK-DATE(W-CK-SUB) < W-STALE-DATE THEN
               PERFORM VOID-ONE-CHECK
           END-IF.

       VOID-ONE-CHECK.
           MOVE W-CK-CHECK(W-CK-SUB) TO CS-CHECK-NUMBER.
           MOVE 'V' TO CS-STATUS.
           MOVE W-TODAY TO CS-STATUS-DATE.
           MOVE W-CK-POS(W-CK-SUB) TO CS-MASTER-POS.
           MOVE W-CK-AMOUNT(W-CK-SUB) TO CS-AMOUNT.
           WRITE CHECK-STATUS-REC.
           MOVE CS-STATUS TO W-CK-STATUS(W-CK-SUB).
           MOVE W-TODAY TO W-CK-STATUS-DATE(W-CK-SUB).

           MOVE W-CK-POS(W-CK-SUB) TO L-POSITION.
           COMPUTE W-AMOUNT = 0 - W-CK-AMOUNT(W-CK-SUB).
           CALL 'POST-AR-CHARGE' USING L-POSITION, W-AMOUNT,
               W-NEW-BALANCE.
           MOVE W-CK-CHECK(W-CK-SUB) TO W-SHOW-CHECK.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-SHOW-CHECK TO W-JOURNAL-KEY(1:9).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           MOVE W-CK-AMOUNT(W-CK-SUB) TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'STALE REFUND CHECK ' DELIMITED BY SIZE
               W-SHOW-CHECK DELIMITED BY SIZE
               ' VOIDED, ' DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               ' CREDITED' DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-INTAKE-OPERATOR,
               W-NOTE-TEXT.

           MOVE SPACES TO PP-DETAIL-REC.
           MOVE 'D' TO PP-D-TYPE.
           MOVE 'V' TO PP-D-ISSUE-CODE.
           MOVE W-CK-CHECK(W-CK-SUB) TO PP-D-CHECK-NUMBER.
           MOVE W-CK-DATE(W-CK-SUB) TO PP-D-ISSUE-DATE.
           MOVE W-CK-AMOUNT(W-CK-SUB) TO PP-D-AMOUNT.
           WRITE PP-DETAIL-REC.
           ADD 1 TO W-CHECKS-VOIDED.
           ADD W-CK-AMOUNT(W-CK-SUB) TO W-VOIDED-TOTAL.
           DISPLAY "  VOIDED: CHECK ", W-SHOW-CHECK, "  ",
               W-SHOW-AMOUNT.
