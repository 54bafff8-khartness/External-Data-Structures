       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           MIGRATE-AR-ITEMS.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    One-shot seeding of the AR open-item file from the running
      *    balances that came before it.  Every account with money on
      *    its balance and no items yet gets that balance brought
      *    forward as one 'B' item, dated and referenced from the
      *    account's most recent invoice in the invoice register --
      *    the same date the collections batches aged the balance
      *    from until now, so nobody's debt turns current overnight.
      *    POST-AR-ITEM would bring the balance forward on its own
      *    the first time anything posts, but only as of that day;
      *    run this once before the next cycle so the ages carry
      *    across.  An account already keeping items is left alone,
      *    so a rerun only picks up whatever the last one missed.
      *    The register is read in one pass into a table indexed by
      *    master position, as DUNNING-AGING does; an account past
      *    the table is brought forward as of today and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO W-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       01  INVOICE-REGISTER-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  W-REGISTER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME           PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.

       01  W-REGISTER-STATUS       PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-REGISTER-EOF          VALUE 'Y'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    Last invoice date and number per master position.
       01  W-LAST-INVOICE-TABLE.
           05  W-LAST-INVOICE OCCURS 10000 TIMES.
               10  W-LAST-INVOICE-DATE     PIC 9(8).
               10  W-LAST-INVOICE-NUMBER   PIC 9(9).
       01  W-TABLE-LIMIT           PIC 9(9) COMP VALUE 10000.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.

       01  W-TODAY                 PIC 9(8).
       01  W-POSITION              PIC 9(9) COMP.
       01  W-BALANCE               PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.

       01  W-ITEMS-KEPT            PIC X.
           88  W-ALREADY-KEPT          VALUE 'Y'.
       01  W-OLDEST-DATE           PIC 9(8).
       01  W-ITEM-CURRENT          PIC S9(9)V99.
       01  W-ITEM-30               PIC S9(9)V99.
       01  W-ITEM-60               PIC S9(9)V99.
       01  W-ITEM-90               PIC S9(9)V99.
       01  W-ITEM-UNAPPLIED        PIC S9(9)V99.

       01  W-ITEM-TYPE             PIC X VALUE 'B'.
       01  W-ITEM-REFERENCE        PIC 9(9).
       01  W-ITEM-DATE             PIC 9(8).

       01  W-ROWS-SEEDED           PIC 9(9) COMP VALUE 0.
       01  W-ROWS-ALREADY          PIC 9(9) COMP VALUE 0.
       01  W-ROWS-UNDATED          PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-SEEDED          PIC S9(11)V99 VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99CR.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "AR OPEN-ITEM SEEDING - ", W-TODAY.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           INITIALIZE W-LAST-INVOICE-TABLE.
           PERFORM LOAD-LAST-INVOICES.

           PERFORM SEED-ONE-POSITION THRU SEED-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           DISPLAY "SEEDING SUMMARY".
           MOVE W-ROWS-SEEDED TO W-SHOW-COUNT.
           DISPLAY "  BALANCES BROUGHT FORWARD: ", W-SHOW-COUNT.
           MOVE W-TOTAL-SEEDED TO W-SHOW-TOTAL.
           DISPLAY "  AMOUNT BROUGHT FORWARD:   ", W-SHOW-TOTAL.
           MOVE W-ROWS-ALREADY TO W-SHOW-COUNT.
           DISPLAY "  ALREADY KEEPING ITEMS:    ", W-SHOW-COUNT.
           MOVE W-ROWS-UNDATED TO W-SHOW-COUNT.
           DISPLAY "  NO INVOICE, DATED TODAY:  ", W-SHOW-COUNT.
           IF W-OVERFLOW-COUNT NOT = 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  REGISTER ROWS PAST TABLE: ", W-SHOW-COUNT,
                   " (WIDEN TABLE AND RERUN)"
           END-IF.
           STOP RUN.

       LOAD-LAST-INVOICES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVOICE-REGISTER-FILE.
           IF W-REGISTER-STATUS NOT = '00' THEN
               DISPLAY "  <NO INVOICE REGISTER ON FILE>"
               SET W-REGISTER-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-REGISTER-ROW UNTIL W-REGISTER-EOF.
           IF W-REGISTER-STATUS = '00' THEN
               CLOSE INVOICE-REGISTER-FILE
           END-IF.

       LOAD-ONE-REGISTER-ROW.
           READ INVOICE-REGISTER-FILE
               AT END
                   SET W-REGISTER-EOF TO TRUE
               NOT AT END
                   IF IR-MASTER-POS <= W-TABLE-LIMIT THEN
                       IF IR-INVOICE-DATE >
                               W-LAST-INVOICE-DATE(IR-MASTER-POS) THEN
                           MOVE IR-INVOICE-DATE
                               TO W-LAST-INVOICE-DATE(IR-MASTER-POS)
                           MOVE IR-INVOICE-NUMBER
                               TO W-LAST-INVOICE-NUMBER(IR-MASTER-POS)
                       END-IF
                   ELSE
                       ADD 1 TO W-OVERFLOW-COUNT
                   END-IF
           END-READ.

       SEED-ONE-POSITION.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           IF W-BALANCE = 0 THEN
               GO TO SEED-ONE-POSITION-EXIT.
           CALL 'GET-AR-AGING' USING W-POSITION, W-TODAY,
               W-ITEMS-KEPT, W-OLDEST-DATE, W-ITEM-CURRENT, W-ITEM-30,
               W-ITEM-60, W-ITEM-90, W-ITEM-UNAPPLIED.
           IF W-ALREADY-KEPT THEN
               ADD 1 TO W-ROWS-ALREADY
               GO TO SEED-ONE-POSITION-EXIT.

           MOVE 0 TO W-ITEM-REFERENCE, W-ITEM-DATE.
           IF W-POSITION <= W-TABLE-LIMIT THEN
               MOVE W-LAST-INVOICE-NUMBER(W-POSITION)
                   TO W-ITEM-REFERENCE
               MOVE W-LAST-INVOICE-DATE(W-POSITION) TO W-ITEM-DATE
           END-IF.
           IF W-ITEM-DATE = 0 THEN
               ADD 1 TO W-ROWS-UNDATED
           END-IF.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-BALANCE,
               W-ITEM-TYPE, W-ITEM-REFERENCE, W-ITEM-DATE,
               W-NEW-BALANCE.
           ADD 1 TO W-ROWS-SEEDED.
           ADD W-BALANCE TO W-TOTAL-SEEDED.
       SEED-ONE-POSITION-EXIT.
           CONTINUE.
