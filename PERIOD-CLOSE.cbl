       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PERIOD-CLOSE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Accounting's month-end close.  A supervisor closes one
      *    accounting month (YYYYMM) at a time; from then on the
      *    period-control file (ARBALP.DAT, loaded by OPEN-AR-
      *    BALANCE) locks it: POST-AR-ITEM and WRITE-ADJUSTMENT date
      *    anything that would land in it into the current open
      *    period with a flag saying so, and INVOICE-REBILL will not
      *    void an invoice billed in it.  Closing freezes the month's
      *    official figures on the control row and prints them:
      *        billed revenue -- register invoices dated in the month
      *        voided         -- invoices voided during the month
      *        tax            -- remittance rows for the month's
      *                          invoices
      *        AR             -- total receivable as it stood at the
      *                          end of the month: today's balances
      *                          less every item posted since
      *    The current month cannot be closed, so nothing posting
      *    today is ever pushed out of its own month.  The control
      *    file is small enough to load whole and rewrite in full,
      *    the way HOLIDAY-MAINTENANCE keeps the holiday calendar; a
      *    close is journaled under the signed-on supervisor, and the
      *    close report can be printed again from the frozen row at
      *    any time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO W-PERIODCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PERIOD-STATUS.
           SELECT INVREG-FILE ASSIGN TO W-INVREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT VOIDREG-FILE ASSIGN TO W-VOIDREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TAXREMIT-FILE ASSIGN TO W-TAXREMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-REC.
           05  PD-PERIOD           PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-CLOSED-DATE      PIC 9(8).
           05  PD-CLOSED-BY        PIC X(8).
           05  PD-AR-TOTAL         PIC S9(11)V99.
           05  PD-BILLED           PIC 9(11)V99.
           05  PD-VOIDED           PIC 9(11)V99.
           05  PD-TAX              PIC 9(11)V99.

       FD  INVREG-FILE.
       01  INVREG-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  VOIDREG-FILE.
       01  VOIDREG-REC.
           05  VR-VOID-INVOICE     PIC 9(9).
           05  VR-NEW-INVOICE      PIC 9(9).
           05  VR-ACCOUNT          PIC 9(9).
           05  VR-MASTER-POS       PIC 9(9).
           05  VR-VOID-DATE        PIC 9(8).
           05  VR-OPERATOR         PIC X(8).
           05  VR-REASON           PIC X(30).

       FD  TAXREMIT-FILE.
       01  TAXREMIT-REC.
           05  TR-STATE            PIC XX.
           05  TR-LEVY-CODE        PIC X(4).
           05  TR-AMOUNT           PIC 9(7)V99.
           05  TR-INVOICE-NUMBER   PIC 9(9).
           05  TR-INVOICE-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PERIODCTL-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\ARBALP.DAT'.
       01  W-INVREG-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-VOIDREG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\VOIDREG.DAT'.
       01  W-TAXREMIT-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\TAXREMIT.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-OPERATOR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\OPERATOR.DAT'.

       01  W-PERIOD-STATUS         PIC XX.
       01  W-IN-STATUS             PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-OPERATOR-STUFF EXTERNAL.
           05  W-OPERATOR-ID   PIC X(8).
       01  W-SIGNON-PASSWORD   PIC X(8).
       01  W-OPERATOR-LEVEL    PIC 9.
           88  W-SUPERVISOR-LEVEL  VALUE 2 3.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    Every month on the control file with its frozen figures.
       01  W-CLOSE-TABLE.
           05  W-CLOSE-COUNT       PIC 999 COMP VALUE 0.
           05  W-CLOSE-ENTRY OCCURS 600 TIMES.
               10  W-CL-PERIOD     PIC 9(6).
               10  W-CL-STATUS     PIC X.
               10  W-CL-DATE       PIC 9(8).
               10  W-CL-BY         PIC X(8).
               10  W-CL-AR         PIC S9(11)V99.
               10  W-CL-BILLED     PIC 9(11)V99.
               10  W-CL-VOIDED     PIC 9(11)V99.
               10  W-CL-TAX        PIC 9(11)V99.
       01  W-CLOSE-LIMIT           PIC 999 COMP VALUE 600.
       01  W-SUB                   PIC 999 COMP.
       01  W-HIT                   PIC 999 COMP.

      *    Invoices voided during the month being closed; their
      *    amounts come off the register pass.
       01  W-VOID-TABLE.
           05  W-VOID-COUNT        PIC 9(5) COMP VALUE 0.
           05  W-VOID-INVOICE      PIC 9(9) OCCURS 5000 TIMES.
       01  W-VOID-LIMIT            PIC 9(5) COMP VALUE 5000.
       01  W-VOID-OVERFLOW         PIC 9(9) COMP VALUE 0.
       01  W-VOID-SUB              PIC 9(5) COMP.
       01  W-VOID-HIT-SW           PIC X.
           88  W-VOID-HIT              VALUE 'Y'.

       01  W-CHOICE                PIC 9 VALUE 9.
           88  W-DONE                  VALUE 0.
       01  W-ANSWER                PIC X.
       01  W-TODAY                 PIC 9(8).
       01  W-CURRENT-PERIOD        PIC 9(6).
       01  W-WANT-PERIOD           PIC 9(6).
       01  W-WANT-PARTS REDEFINES W-WANT-PERIOD.
           05  W-WANT-YEAR         PIC 9(4).
           05  W-WANT-MONTH        PIC 99.
       01  W-PERIOD-END            PIC 9(8).

       01  W-TOT-AR                PIC S9(11)V99.
       01  W-TOT-BILLED            PIC 9(11)V99.
       01  W-TOT-VOIDED            PIC 9(11)V99.
       01  W-TOT-TAX               PIC 9(11)V99.
       01  W-TOT-NET               PIC S9(11)V99.
       01  W-LATER-ITEMS           PIC S9(11)V99.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-BALANCE               PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.
       01  W-ITEM-CURSOR           PIC 9(9) COMP.
       01  W-ITEM-FOUND            PIC X.
           88  W-ITEM-ON-FILE          VALUE 'Y'.
       01  W-ITEM-TYPE             PIC X.
       01  W-ITEM-REFERENCE        PIC 9(9).
       01  W-ITEM-DATE             PIC 9(8).
       01  W-ITEM-ORIGINAL         PIC S9(9)V99.
       01  W-ITEM-OPEN             PIC S9(9)V99.
       01  W-ITEM-CLOSED-DATE      PIC 9(8).
       01  W-ITEM-SOURCE           PIC 9(9) COMP.
       01  W-ITEM-TARGET           PIC 9(9) COMP.

       01  W-JOURNAL-OP            PIC X(15).
       01  W-JOURNAL-KEY           PIC X(30).
       01  W-JOURNAL-BEFORE        PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER         PIC 9(9) COMP VALUE 0.

       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.
       01  W-SHOW-SIGNED           PIC $$,$$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT W-SIGNON-PASSWORD.
           CALL 'VERIFY-OPERATOR' USING L-STATUS, W-OPERATOR-ID,
               W-SIGNON-PASSWORD, W-OPERATOR-LEVEL,
               W-OPERATOR-FILENAME.
           IF NOT STATUS-OK OR NOT W-SUPERVISOR-LEVEL THEN
               DISPLAY "Period close needs supervisor sign-on."
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           MOVE W-TODAY(1:6) TO W-CURRENT-PERIOD.

           PERFORM LOAD-PERIOD-FILE.
           PERFORM SHOW-MENU UNTIL W-DONE.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "ACCOUNTING PERIOD CLOSE".
           DISPLAY "  1. List closed periods".
           DISPLAY "  2. Close a period".
           DISPLAY "  3. Reprint a close report".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM LIST-PERIODS
               WHEN 2
                   PERFORM CLOSE-PERIOD THRU CLOSE-PERIOD-EXIT
               WHEN 3
                   PERFORM REPRINT-PERIOD THRU REPRINT-PERIOD-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

       LOAD-PERIOD-FILE.
           MOVE 0 TO W-CLOSE-COUNT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PERIOD-FILE.
           IF W-PERIOD-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-PERIOD UNTIL W-INPUT-EOF.
           IF W-PERIOD-STATUS = '00' OR W-PERIOD-STATUS = '10'
               CLOSE PERIOD-FILE
           END-IF.

       LOAD-ONE-PERIOD.
           READ PERIOD-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-CLOSE-COUNT < W-CLOSE-LIMIT THEN
                       ADD 1 TO W-CLOSE-COUNT
                       MOVE PD-PERIOD TO W-CL-PERIOD(W-CLOSE-COUNT)
                       MOVE PD-STATUS TO W-CL-STATUS(W-CLOSE-COUNT)
                       MOVE PD-CLOSED-DATE TO W-CL-DATE(W-CLOSE-COUNT)
                       MOVE PD-CLOSED-BY TO W-CL-BY(W-CLOSE-COUNT)
                       MOVE PD-AR-TOTAL TO W-CL-AR(W-CLOSE-COUNT)
                       MOVE PD-BILLED TO W-CL-BILLED(W-CLOSE-COUNT)
                       MOVE PD-VOIDED TO W-CL-VOIDED(W-CLOSE-COUNT)
                       MOVE PD-TAX TO W-CL-TAX(W-CLOSE-COUNT)
                   END-IF
           END-READ.

       LIST-PERIODS.
           IF W-CLOSE-COUNT = 0 THEN
               DISPLAY "  No period has been closed; all are open."
           ELSE
               DISPLAY "  PERIOD S CLOSED   BY"
               PERFORM LIST-ONE-PERIOD
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-CLOSE-COUNT
           END-IF.

       LIST-ONE-PERIOD.
           DISPLAY "  ", W-CL-PERIOD(W-SUB), " ", W-CL-STATUS(W-SUB),
               " ", W-CL-DATE(W-SUB), " ", W-CL-BY(W-SUB).

       FIND-PERIOD.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-PERIOD
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CLOSE-COUNT.

       MATCH-ONE-PERIOD.
           IF W-CL-PERIOD(W-SUB) = W-WANT-PERIOD THEN
               MOVE W-SUB TO W-HIT
           END-IF.

      *----------------------------------------------------------------
      *    CLOSE -- a past month not yet closed.  The figures are
      *    taken, the row goes on the control file, and the report
      *    prints from the row just written.
      *----------------------------------------------------------------
       CLOSE-PERIOD.
           DISPLAY "  Period to close (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-WANT-PERIOD.
           IF W-WANT-YEAR < 1900 OR W-WANT-MONTH < 1 OR
                   W-WANT-MONTH > 12 THEN
               DISPLAY "  Not a valid period."
               GO TO CLOSE-PERIOD-EXIT.
           IF W-WANT-PERIOD NOT < W-CURRENT-PERIOD THEN
               DISPLAY "  Only a month that has ended can be closed."
               GO TO CLOSE-PERIOD-EXIT.
           PERFORM FIND-PERIOD.
           IF W-HIT NOT = 0 THEN
               IF W-CL-STATUS(W-HIT) = 'C' THEN
                   DISPLAY "  That period is already closed."
                   GO TO CLOSE-PERIOD-EXIT.
           IF W-HIT = 0 AND W-CLOSE-COUNT >= W-CLOSE-LIMIT THEN
               DISPLAY "  Period control file is full."
               GO TO CLOSE-PERIOD-EXIT.
           DISPLAY "  Closing locks ", W-WANT-PERIOD,
               " against further posting.  Proceed (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-ANSWER.
           IF W-ANSWER NOT = 'Y' THEN
               DISPLAY "  Nothing closed."
               GO TO CLOSE-PERIOD-EXIT.

           COMPUTE W-PERIOD-END = W-WANT-PERIOD * 100 + 99.
           MOVE 0 TO W-TOT-AR, W-TOT-BILLED, W-TOT-VOIDED, W-TOT-TAX.
           PERFORM LOAD-PERIOD-VOIDS.
           PERFORM SUM-BILLING.
           PERFORM SUM-TAXES.
           PERFORM SUM-RECEIVABLE.

           IF W-HIT = 0 THEN
               ADD 1 TO W-CLOSE-COUNT
               MOVE W-CLOSE-COUNT TO W-HIT
           END-IF.
           MOVE W-WANT-PERIOD TO W-CL-PERIOD(W-HIT).
           MOVE 'C' TO W-CL-STATUS(W-HIT).
           MOVE W-TODAY TO W-CL-DATE(W-HIT).
           MOVE W-OPERATOR-ID TO W-CL-BY(W-HIT).
           MOVE W-TOT-AR TO W-CL-AR(W-HIT).
           MOVE W-TOT-BILLED TO W-CL-BILLED(W-HIT).
           MOVE W-TOT-VOIDED TO W-CL-VOIDED(W-HIT).
           MOVE W-TOT-TAX TO W-CL-TAX(W-HIT).
           PERFORM REWRITE-PERIOD-FILE.

           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           MOVE 'PERIOD-CLOSE' TO W-JOURNAL-OP.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-WANT-PERIOD TO W-JOURNAL-KEY(1:6).
           MOVE W-OPERATOR-ID TO W-JOURNAL-KEY(8:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           CALL 'CLOSE-JOURNAL'.

           PERFORM PRINT-CLOSE-REPORT.
           IF W-VOID-OVERFLOW > 0 THEN
               DISPLAY "  WARNING: ", W-VOID-OVERFLOW, " voids past",
                   " the table limit are not in the voided total."
           END-IF.
       CLOSE-PERIOD-EXIT.
           CONTINUE.

       REPRINT-PERIOD.
           DISPLAY "  Period (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-WANT-PERIOD.
           PERFORM FIND-PERIOD.
           IF W-HIT = 0 THEN
               DISPLAY "  That period has not been closed."
               GO TO REPRINT-PERIOD-EXIT.
           IF W-CL-STATUS(W-HIT) NOT = 'C' THEN
               DISPLAY "  That period has not been closed."
               GO TO REPRINT-PERIOD-EXIT.
           PERFORM PRINT-CLOSE-REPORT.
       REPRINT-PERIOD-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    FIGURES -- billed and voided off the invoice and void
      *    registers, tax off the remittance file.
      *----------------------------------------------------------------
       LOAD-PERIOD-VOIDS.
           MOVE 0 TO W-VOID-COUNT, W-VOID-OVERFLOW.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT VOIDREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-VOID UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE VOIDREG-FILE
           END-IF.

       LOAD-ONE-VOID.
           READ VOIDREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF VR-VOID-DATE(1:6) = W-WANT-PERIOD THEN
                       IF W-VOID-COUNT < W-VOID-LIMIT THEN
                           ADD 1 TO W-VOID-COUNT
                           MOVE VR-VOID-INVOICE
                               TO W-VOID-INVOICE(W-VOID-COUNT)
                       ELSE
                           ADD 1 TO W-VOID-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       SUM-BILLING.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM SUM-ONE-INVOICE UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE INVREG-FILE
           END-IF.

       SUM-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF IR-INVOICE-DATE(1:6) = W-WANT-PERIOD THEN
                       ADD IR-AMOUNT TO W-TOT-BILLED
                   END-IF
                   IF W-VOID-COUNT > 0 THEN
                       PERFORM CHECK-VOIDED-INVOICE
                   END-IF
           END-READ.

       CHECK-VOIDED-INVOICE.
           MOVE 'N' TO W-VOID-HIT-SW.
           PERFORM MATCH-ONE-VOID
               VARYING W-VOID-SUB FROM 1 BY 1
               UNTIL W-VOID-SUB > W-VOID-COUNT OR W-VOID-HIT.
           IF W-VOID-HIT THEN
               ADD IR-AMOUNT TO W-TOT-VOIDED
           END-IF.

       MATCH-ONE-VOID.
           IF W-VOID-INVOICE(W-VOID-SUB) = IR-INVOICE-NUMBER THEN
               SET W-VOID-HIT TO TRUE
           END-IF.

       SUM-TAXES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TAXREMIT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM SUM-ONE-TAX UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE TAXREMIT-FILE
           END-IF.

       SUM-ONE-TAX.
           READ TAXREMIT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF TR-INVOICE-DATE(1:6) = W-WANT-PERIOD THEN
                       ADD TR-AMOUNT TO W-TOT-TAX
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RECEIVABLE -- the balance file only knows today, so the
      *    month-end figure is today's balance less every item dated
      *    after the month.  Applications ('X') only move money
      *    between items and a brought-forward ('B') restates what
      *    the balance already held, so neither is backed out.  An
      *    account never put on open items has no history to back
      *    out and counts at today's balance.
      *----------------------------------------------------------------
       SUM-RECEIVABLE.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           PERFORM SUM-ONE-ACCOUNT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

       SUM-ONE-ACCOUNT.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           MOVE 0 TO W-LATER-ITEMS.
           MOVE 0 TO W-ITEM-CURSOR.
           MOVE 'Y' TO W-ITEM-FOUND.
           PERFORM TAKE-ONE-LATER-ITEM UNTIL NOT W-ITEM-ON-FILE.
           COMPUTE W-TOT-AR = W-TOT-AR + W-BALANCE - W-LATER-ITEMS.

       TAKE-ONE-LATER-ITEM.
           CALL 'NEXT-AR-ITEM' USING W-POSITION, W-ITEM-CURSOR,
               W-ITEM-FOUND, W-ITEM-TYPE, W-ITEM-REFERENCE,
               W-ITEM-DATE, W-ITEM-ORIGINAL, W-ITEM-OPEN,
               W-ITEM-CLOSED-DATE, W-ITEM-SOURCE, W-ITEM-TARGET.
           IF W-ITEM-ON-FILE AND W-ITEM-DATE > W-PERIOD-END AND
                   W-ITEM-TYPE NOT = 'X' AND W-ITEM-TYPE NOT = 'B'
                   THEN
               ADD W-ITEM-ORIGINAL TO W-LATER-ITEMS
           END-IF.

       REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE.
           PERFORM WRITE-ONE-PERIOD
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CLOSE-COUNT.
           CLOSE PERIOD-FILE.

       WRITE-ONE-PERIOD.
           MOVE W-CL-PERIOD(W-SUB) TO PD-PERIOD.
           MOVE W-CL-STATUS(W-SUB) TO PD-STATUS.
           MOVE W-CL-DATE(W-SUB) TO PD-CLOSED-DATE.
           MOVE W-CL-BY(W-SUB) TO PD-CLOSED-BY.
           MOVE W-CL-AR(W-SUB) TO PD-AR-TOTAL.
           MOVE W-CL-BILLED(W-SUB) TO PD-BILLED.
           MOVE W-CL-VOIDED(W-SUB) TO PD-VOIDED.
           MOVE W-CL-TAX(W-SUB) TO PD-TAX.
           WRITE PERIOD-REC.

       PRINT-CLOSE-REPORT.
           DISPLAY " ".
           DISPLAY "PERIOD CLOSE REPORT FOR ", W-CL-PERIOD(W-HIT).
           DISPLAY "  CLOSED ", W-CL-DATE(W-HIT), " BY ",
               W-CL-BY(W-HIT).
           DISPLAY "  OFFICIAL FIGURES".
           MOVE W-CL-BILLED(W-HIT) TO W-SHOW-TOTAL.
           DISPLAY "    BILLED REVENUE        ", W-SHOW-TOTAL.
           MOVE W-CL-VOIDED(W-HIT) TO W-SHOW-TOTAL.
           DISPLAY "    VOIDED IN PERIOD      ", W-SHOW-TOTAL.
           COMPUTE W-TOT-NET = W-CL-BILLED(W-HIT) - W-CL-VOIDED(W-HIT).
           MOVE W-TOT-NET TO W-SHOW-SIGNED.
           DISPLAY "    NET BILLED            ", W-SHOW-SIGNED.
           MOVE W-CL-TAX(W-HIT) TO W-SHOW-TOTAL.
           DISPLAY "    TAX BILLED            ", W-SHOW-TOTAL.
           MOVE W-CL-AR(W-HIT) TO W-SHOW-SIGNED.
           DISPLAY "    AR AT PERIOD END      ", W-SHOW-SIGNED.
