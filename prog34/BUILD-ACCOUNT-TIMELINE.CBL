       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BUILD-ACCOUNT-TIMELINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Gathers everything on file about one account into a single
      *    list, newest first, for the CSR's "what happened on my
      *    account" screen: its journal entries (by position, or by
      *    a key that is the account's name or one of its numbers --
      *    every rolled-off generation as well as the live file),
      *    notes, payments, invoices, adjustments, call disputes on
      *    its numbers, trouble tickets, service orders, and letters
      *    sent.  Each file is read front to back with its own
      *    handle the way LIST-CUSTOMER-NOTES reads the notes log,
      *    so files the caller has open for append are undisturbed.
      *    Each row carries a date and time, a four-letter type, an
      *    amount where there is one, the operator where the file
      *    keeps one, and a line of text.  L-FILTER set to one of
      *    the types keeps only rows of that type (and skips the
      *    other files); blank keeps everything.  When more rows
      *    match than the list holds, the newest are kept and
      *    L-TL-DROPPED says how many older ones fell off.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-IN-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.
           SELECT NOTES-FILE ASSIGN TO W-NOTES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO W-PAYHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT INVREG-FILE ASSIGN TO W-INVREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT ADJUST-FILE ASSIGN TO W-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO W-DISPUTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TICKET-FILE ASSIGN TO W-TICKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT ORDER-FILE ASSIGN TO W-ORDER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT LETTER-LOG ASSIGN TO W-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).
           05  JI-OPERATOR     PIC X(8).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).

       FD  NOTES-FILE.
       01  NOTES-REC.
           05  NT-DATE         PIC 9(8).
           05  NT-TIME         PIC 9(6).
           05  NT-MASTER-POS   PIC 9(9).
           05  NT-OPERATOR     PIC X(8).
           05  NT-TEXT         PIC X(60).

       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
           05  PH-OPERATOR         PIC X(8).
           05  PH-POSTED-DATE      PIC 9(8).

       FD  INVREG-FILE.
       01  INVREG-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  ADJUST-FILE.
       01  ADJUST-REC.
           05  AJ-DATE         PIC 9(8).
           05  AJ-TIME         PIC 9(6).
           05  AJ-MASTER-POS   PIC 9(9).
           05  AJ-ACCOUNT      PIC 9(9).
           05  AJ-TYPE         PIC X.
           05  AJ-AMOUNT       PIC 9(7)V99.
           05  AJ-REASON-CODE  PIC X(4).
           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-DATE         PIC 9(8).
           05  DP-TIME         PIC 9(6).
           05  DP-CALL-POS     PIC 9(9).
           05  DP-PHONE        PIC 9(10).
           05  DP-STATUS       PIC X.
           05  DP-OPERATOR     PIC X(8).
           05  DP-REASON       PIC X(40).

       FD  TICKET-FILE.
       01  TICKET-REC.
           05  TT-TICKET       PIC 9(9).
           05  TT-EVENT        PIC X.
               88  TT-OPENED       VALUE 'O'.
               88  TT-DISPATCHED   VALUE 'D'.
               88  TT-CLEARED      VALUE 'C'.
           05  TT-PHONE        PIC 9(10).
           05  TT-MASTER-POS   PIC 9(9).
           05  TT-TROUBLE-CODE PIC X(4).
           05  TT-REPORTED-DATE PIC 9(8).
           05  TT-REPORTED-TIME PIC 9(6).
           05  TT-APPOINTMENT  PIC 9(8).
           05  TT-DISPOSITION  PIC X(20).
           05  TT-CLEARED-DATE PIC 9(8).
           05  TT-CLEARED-TIME PIC 9(6).
           05  TT-OPERATOR     PIC X(8).

       FD  ORDER-FILE.
       01  ORDER-REC.
           05  SO-ORDER        PIC 9(9).
           05  SO-DATE         PIC 9(8).
           05  SO-TIME         PIC 9(6).
           05  SO-EFFECTIVE    PIC 9(8).
           05  SO-TYPE         PIC X.
           05  SO-STATUS       PIC X.
           05  SO-ACCOUNT      PIC 9(9).
           05  SO-NAME         PIC X(30).
           05  SO-ADDRESS      PIC X(40).
           05  SO-PLAN         PIC X(4).
           05  SO-PHONE        PIC 9(15).
           05  SO-OLD-PHONE    PIC 9(15).
           05  SO-NEW-PHONE    PIC 9(15).
           05  SO-OPERATOR     PIC X(8).

       FD  LETTER-LOG.
       01  LETTER-LOG-REC.
           05  LL-DATE         PIC 9(8).
           05  LL-TIME         PIC 9(6).
           05  LL-MASTER-POS   PIC 9(9).
           05  LL-LETTER-CODE  PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-IN-FILENAME PIC X(512).
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-NOTES-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-PAYHIST-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-INVREG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-ADJUST-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.
       01  W-DISPUTE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\DISPUTE.DAT'.
       01  W-TICKET-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\TROUBLE.DAT'.
       01  W-ORDER-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\SVCORD.DAT'.
       01  W-LETTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\LTRLOG.DAT'.

       01  W-IN-STATUS         PIC XX.
       01  W-JOURNAL-IN-STATUS PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.

       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

       01  W-PHONE-SUB         PIC 999 COMP.
       01  W-PHONE-SW          PIC X.
           88  W-ACCOUNT-PHONE     VALUE 'Y'.
       01  W-CHECK-PHONE       PIC 9(15).

      *    the row being added, as KEEP-TIMELINE-ROW sees it
       01  W-ROW.
           05  W-ROW-WHEN.
               10  W-ROW-DATE      PIC 9(8).
               10  W-ROW-TIME      PIC 9(6).
           05  W-ROW-TYPE          PIC X(4).
           05  W-ROW-HAS-AMOUNT    PIC X.
           05  W-ROW-AMOUNT        PIC S9(9)V99.
           05  W-ROW-OPERATOR      PIC X(8).
           05  W-ROW-TEXT          PIC X(40).
       01  W-TL-LIMIT          PIC 9(4) COMP VALUE 500.
       01  W-INS-SUB           PIC 9(4) COMP.
       01  W-PLACE-SW          PIC X.
           88  W-PLACE-FOUND       VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-ACCOUNT       PIC 9(9) COMP.
       01  L-NAME          PIC X(30).
       01  L-LIST-NAME.
           02  L-LIST-LENGTH   PIC 999 COMP.
           02  L-LIST-PHONE    PIC 9(15) OCCURS 50 TIMES.
       01  L-FILTER        PIC X(4).
       01  L-TIMELINE.
           05  L-TL-COUNT      PIC 9(4) COMP.
           05  L-TL-DROPPED    PIC 9(9) COMP.
           05  L-TL-ENTRY OCCURS 500 TIMES.
               10  L-TL-WHEN.
                   15  L-TL-DATE       PIC 9(8).
                   15  L-TL-TIME       PIC 9(6).
               10  L-TL-TYPE       PIC X(4).
               10  L-TL-HAS-AMOUNT PIC X.
               10  L-TL-AMOUNT     PIC S9(9)V99.
               10  L-TL-OPERATOR   PIC X(8).
               10  L-TL-TEXT       PIC X(40).

       PROCEDURE DIVISION USING L-POSITION, L-ACCOUNT, L-NAME,
               L-LIST-NAME, L-FILTER, L-TIMELINE.
       BUILD-THE-TIMELINE.
           MOVE 0 TO L-TL-COUNT, L-TL-DROPPED.
           PERFORM SCAN-JOURNAL THRU SCAN-JOURNAL-EXIT.
           PERFORM SCAN-NOTES THRU SCAN-NOTES-EXIT.
           PERFORM SCAN-PAYMENTS THRU SCAN-PAYMENTS-EXIT.
           PERFORM SCAN-INVOICES THRU SCAN-INVOICES-EXIT.
           PERFORM SCAN-ADJUSTMENTS THRU SCAN-ADJUSTMENTS-EXIT.
           PERFORM SCAN-DISPUTES THRU SCAN-DISPUTES-EXIT.
           PERFORM SCAN-TICKETS THRU SCAN-TICKETS-EXIT.
           PERFORM SCAN-ORDERS THRU SCAN-ORDERS-EXIT.
           PERFORM SCAN-LETTERS THRU SCAN-LETTERS-EXIT.
           GOBACK.

      *----------------------------------------------------------------
      *    JOURNAL -- every rolled-off generation, oldest first, then
      *    the live file.
      *----------------------------------------------------------------
       SCAN-JOURNAL.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'JRNL' THEN
               GO TO SCAN-JOURNAL-EXIT.
           MOVE 0 TO W-GEN-COUNT.
           MOVE 'N' TO W-IDX-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               SET W-IDX-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-GENERATION UNTIL W-IDX-EOF.
           IF W-INDEX-STATUS = '00' OR W-INDEX-STATUS = '10'
               CLOSE GEN-INDEX-FILE
           END-IF.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-IN-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.
       SCAN-JOURNAL-EXIT.
           CONTINUE.

       NOTE-ONE-GENERATION.
           READ GEN-INDEX-FILE
               AT END
                   SET W-IDX-EOF TO TRUE
               NOT AT END
                   IF W-GEN-COUNT < 99 THEN
                       ADD 1 TO W-GEN-COUNT
                       MOVE GX-GENERATION
                           TO W-GEN-NUMBER(W-GEN-COUNT)
                   END-IF
           END-READ.

       SCAN-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-IN-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-IN-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM TAKE-ONE-JOURNAL-ENTRY
               THRU TAKE-ONE-JOURNAL-ENTRY-EXIT
               UNTIL W-INPUT-EOF.
           IF W-JOURNAL-IN-STATUS = '00' OR W-JOURNAL-IN-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

      *    Positions on dispute, suspense and call-index entries are
      *    not master positions, so those only count by their key.
       TAKE-ONE-JOURNAL-ENTRY.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO TAKE-ONE-JOURNAL-ENTRY-EXIT
           END-READ.
           EVALUATE JI-OPERATION
               WHEN 'DISPUTE-FLAG'
               WHEN 'DISPUTE-RES'
               WHEN 'SUSP-RESUBMIT'
               WHEN 'TARIFF-RERATE'
               WHEN 'ADD-CALL-INDEX'
               WHEN 'INDEX-FULL'
                   CONTINUE
               WHEN OTHER
                   IF JI-AFTER-POS = L-POSITION OR
                           (JI-BEFORE-POS = L-POSITION AND
                            JI-OPERATION(1:6) = 'MERGE-') THEN
                       GO TO TAKE-JOURNAL-ROW
                   END-IF
           END-EVALUATE.
           IF L-NAME NOT = SPACES AND JI-KEY = L-NAME THEN
               GO TO TAKE-JOURNAL-ROW.
           IF JI-KEY(1:15) IS NOT NUMERIC THEN
               GO TO TAKE-ONE-JOURNAL-ENTRY-EXIT.
           MOVE JI-KEY(1:15) TO W-CHECK-PHONE.
           PERFORM CHECK-ACCOUNT-PHONE.
           IF NOT W-ACCOUNT-PHONE THEN
               GO TO TAKE-ONE-JOURNAL-ENTRY-EXIT.
       TAKE-JOURNAL-ROW.
           MOVE JI-DATE TO W-ROW-DATE.
           MOVE JI-TIME TO W-ROW-TIME.
           MOVE 'JRNL' TO W-ROW-TYPE.
           MOVE 'N' TO W-ROW-HAS-AMOUNT.
           MOVE 0 TO W-ROW-AMOUNT.
           MOVE JI-OPERATOR TO W-ROW-OPERATOR.
           MOVE SPACES TO W-ROW-TEXT.
           STRING JI-OPERATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JI-KEY DELIMITED BY SIZE
               INTO W-ROW-TEXT.
           PERFORM KEEP-TIMELINE-ROW THRU KEEP-TIMELINE-ROW-EXIT.
       TAKE-ONE-JOURNAL-ENTRY-EXIT.
           CONTINUE.

       CHECK-ACCOUNT-PHONE.
           MOVE 'N' TO W-PHONE-SW.
           PERFORM MATCH-ONE-ACCOUNT-PHONE
               VARYING W-PHONE-SUB FROM 1 BY 1
               UNTIL W-PHONE-SUB > L-LIST-LENGTH OR W-ACCOUNT-PHONE.

       MATCH-ONE-ACCOUNT-PHONE.
           IF L-LIST-PHONE(W-PHONE-SUB) = W-CHECK-PHONE THEN
               MOVE 'Y' TO W-PHONE-SW
           END-IF.

      *----------------------------------------------------------------
      *    ACCOUNT FILES -- one row per matching record.
      *----------------------------------------------------------------
       SCAN-NOTES.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'NOTE' THEN
               GO TO SCAN-NOTES-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT NOTES-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-NOTES-EXIT.
           PERFORM TAKE-ONE-NOTE UNTIL W-INPUT-EOF.
           CLOSE NOTES-FILE.
       SCAN-NOTES-EXIT.
           CONTINUE.

       TAKE-ONE-NOTE.
           READ NOTES-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF NT-MASTER-POS = L-POSITION THEN
                       MOVE NT-DATE TO W-ROW-DATE
                       MOVE NT-TIME TO W-ROW-TIME
                       MOVE 'NOTE' TO W-ROW-TYPE
                       MOVE 'N' TO W-ROW-HAS-AMOUNT
                       MOVE 0 TO W-ROW-AMOUNT
                       MOVE NT-OPERATOR TO W-ROW-OPERATOR
                       MOVE NT-TEXT TO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

       SCAN-PAYMENTS.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'PAY' THEN
               GO TO SCAN-PAYMENTS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PAYHIST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-PAYMENTS-EXIT.
           PERFORM TAKE-ONE-PAYMENT UNTIL W-INPUT-EOF.
           CLOSE PAYHIST-FILE.
       SCAN-PAYMENTS-EXIT.
           CONTINUE.

       TAKE-ONE-PAYMENT.
           READ PAYHIST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PH-MASTER-POS = L-POSITION THEN
                       MOVE PH-PAY-DATE TO W-ROW-DATE
                       MOVE 0 TO W-ROW-TIME
                       MOVE 'PAY' TO W-ROW-TYPE
                       MOVE 'Y' TO W-ROW-HAS-AMOUNT
                       COMPUTE W-ROW-AMOUNT = 0 - PH-AMOUNT
                       MOVE PH-OPERATOR TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING "PAYMENT, METHOD " DELIMITED BY SIZE
                           PH-METHOD DELIMITED BY SIZE
                           ", POSTED " DELIMITED BY SIZE
                           PH-POSTED-DATE DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

       SCAN-INVOICES.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'INV' THEN
               GO TO SCAN-INVOICES-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-INVOICES-EXIT.
           PERFORM TAKE-ONE-INVOICE UNTIL W-INPUT-EOF.
           CLOSE INVREG-FILE.
       SCAN-INVOICES-EXIT.
           CONTINUE.

       TAKE-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF IR-MASTER-POS = L-POSITION THEN
                       MOVE IR-INVOICE-DATE TO W-ROW-DATE
                       MOVE 0 TO W-ROW-TIME
                       MOVE 'INV' TO W-ROW-TYPE
                       MOVE 'Y' TO W-ROW-HAS-AMOUNT
                       MOVE IR-AMOUNT TO W-ROW-AMOUNT
                       MOVE SPACES TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING "INVOICE " DELIMITED BY SIZE
                           IR-INVOICE-NUMBER DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

       SCAN-ADJUSTMENTS.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'ADJ' THEN
               GO TO SCAN-ADJUSTMENTS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT ADJUST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-ADJUSTMENTS-EXIT.
           PERFORM TAKE-ONE-ADJUSTMENT UNTIL W-INPUT-EOF.
           CLOSE ADJUST-FILE.
       SCAN-ADJUSTMENTS-EXIT.
           CONTINUE.

       TAKE-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF AJ-MASTER-POS = L-POSITION THEN
                       MOVE AJ-DATE TO W-ROW-DATE
                       MOVE AJ-TIME TO W-ROW-TIME
                       MOVE 'ADJ' TO W-ROW-TYPE
                       MOVE 'Y' TO W-ROW-HAS-AMOUNT
                       IF AJ-TYPE = 'C' THEN
                           COMPUTE W-ROW-AMOUNT = 0 - AJ-AMOUNT
                       ELSE
                           MOVE AJ-AMOUNT TO W-ROW-AMOUNT
                       END-IF
                       MOVE AJ-OPERATOR TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING AJ-REASON-CODE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AJ-MEMO DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

      *    a dispute is filed against a call, so it belongs to the
      *    account whose number it was made from
       SCAN-DISPUTES.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'DISP' THEN
               GO TO SCAN-DISPUTES-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-DISPUTES-EXIT.
           PERFORM TAKE-ONE-DISPUTE UNTIL W-INPUT-EOF.
           CLOSE DISPUTE-FILE.
       SCAN-DISPUTES-EXIT.
           CONTINUE.

       TAKE-ONE-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE DP-PHONE TO W-CHECK-PHONE
                   PERFORM CHECK-ACCOUNT-PHONE
                   IF W-ACCOUNT-PHONE THEN
                       MOVE DP-DATE TO W-ROW-DATE
                       MOVE DP-TIME TO W-ROW-TIME
                       MOVE 'DISP' TO W-ROW-TYPE
                       MOVE 'N' TO W-ROW-HAS-AMOUNT
                       MOVE 0 TO W-ROW-AMOUNT
                       MOVE DP-OPERATOR TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING DP-PHONE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DP-STATUS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           DP-REASON DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

      *    each ticket event is its own row: opened on the reported
      *    time, dispatched on the appointment day, cleared on the
      *    cleared time
       SCAN-TICKETS.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'TRBL' THEN
               GO TO SCAN-TICKETS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TICKET-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-TICKETS-EXIT.
           PERFORM TAKE-ONE-TICKET-EVENT UNTIL W-INPUT-EOF.
           CLOSE TICKET-FILE.
       SCAN-TICKETS-EXIT.
           CONTINUE.

       TAKE-ONE-TICKET-EVENT.
           READ TICKET-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF TT-MASTER-POS = L-POSITION THEN
                       PERFORM TAKE-TICKET-ROW
                   END-IF
           END-READ.

       TAKE-TICKET-ROW.
           MOVE 'TRBL' TO W-ROW-TYPE.
           MOVE 'N' TO W-ROW-HAS-AMOUNT.
           MOVE 0 TO W-ROW-AMOUNT.
           MOVE TT-OPERATOR TO W-ROW-OPERATOR.
           MOVE SPACES TO W-ROW-TEXT.
           EVALUATE TRUE
               WHEN TT-CLEARED
                   MOVE TT-CLEARED-DATE TO W-ROW-DATE
                   MOVE TT-CLEARED-TIME TO W-ROW-TIME
                   STRING "TICKET " DELIMITED BY SIZE
                       TT-TICKET DELIMITED BY SIZE
                       " CLEARED " DELIMITED BY SIZE
                       TT-DISPOSITION DELIMITED BY SIZE
                       INTO W-ROW-TEXT
               WHEN TT-DISPATCHED
                   MOVE TT-APPOINTMENT TO W-ROW-DATE
                   MOVE 0 TO W-ROW-TIME
                   STRING "TICKET " DELIMITED BY SIZE
                       TT-TICKET DELIMITED BY SIZE
                       " DISPATCHED " DELIMITED BY SIZE
                       TT-PHONE DELIMITED BY SIZE
                       INTO W-ROW-TEXT
               WHEN OTHER
                   MOVE TT-REPORTED-DATE TO W-ROW-DATE
                   MOVE TT-REPORTED-TIME TO W-ROW-TIME
                   STRING "TICKET " DELIMITED BY SIZE
                       TT-TICKET DELIMITED BY SIZE
                       " OPENED " DELIMITED BY SIZE
                       TT-TROUBLE-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TT-PHONE DELIMITED BY SIZE
                       INTO W-ROW-TEXT
           END-EVALUATE.
           PERFORM KEEP-TIMELINE-ROW THRU KEEP-TIMELINE-ROW-EXIT.

       SCAN-ORDERS.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'SORD' THEN
               GO TO SCAN-ORDERS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT ORDER-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-ORDERS-EXIT.
           PERFORM TAKE-ONE-ORDER UNTIL W-INPUT-EOF.
           CLOSE ORDER-FILE.
       SCAN-ORDERS-EXIT.
           CONTINUE.

       TAKE-ONE-ORDER.
           READ ORDER-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF SO-ACCOUNT = L-ACCOUNT THEN
                       MOVE SO-DATE TO W-ROW-DATE
                       MOVE SO-TIME TO W-ROW-TIME
                       MOVE 'SORD' TO W-ROW-TYPE
                       MOVE 'N' TO W-ROW-HAS-AMOUNT
                       MOVE 0 TO W-ROW-AMOUNT
                       MOVE SO-OPERATOR TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING "ORDER " DELIMITED BY SIZE
                           SO-ORDER DELIMITED BY SIZE
                           " TYPE " DELIMITED BY SIZE
                           SO-TYPE DELIMITED BY SIZE
                           " STATUS " DELIMITED BY SIZE
                           SO-STATUS DELIMITED BY SIZE
                           " EFF " DELIMITED BY SIZE
                           SO-EFFECTIVE DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

       SCAN-LETTERS.
           IF L-FILTER NOT = SPACES AND L-FILTER NOT = 'LTR' THEN
               GO TO SCAN-LETTERS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT LETTER-LOG.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-LETTERS-EXIT.
           PERFORM TAKE-ONE-LETTER UNTIL W-INPUT-EOF.
           CLOSE LETTER-LOG.
       SCAN-LETTERS-EXIT.
           CONTINUE.

       TAKE-ONE-LETTER.
           READ LETTER-LOG
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF LL-MASTER-POS = L-POSITION THEN
                       MOVE LL-DATE TO W-ROW-DATE
                       MOVE LL-TIME TO W-ROW-TIME
                       MOVE 'LTR' TO W-ROW-TYPE
                       MOVE 'N' TO W-ROW-HAS-AMOUNT
                       MOVE 0 TO W-ROW-AMOUNT
                       MOVE SPACES TO W-ROW-OPERATOR
                       MOVE SPACES TO W-ROW-TEXT
                       STRING "LETTER " DELIMITED BY SIZE
                           LL-LETTER-CODE DELIMITED BY SIZE
                           " SENT" DELIMITED BY SIZE
                           INTO W-ROW-TEXT
                       PERFORM KEEP-TIMELINE-ROW
                           THRU KEEP-TIMELINE-ROW-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Insertion newest first.  A full list gives up its oldest
      *    row to a newer one; an older one is only counted.
      *----------------------------------------------------------------
       KEEP-TIMELINE-ROW.
           IF L-TL-COUNT >= W-TL-LIMIT THEN
               ADD 1 TO L-TL-DROPPED
               IF W-ROW-WHEN <= L-TL-WHEN(L-TL-COUNT) THEN
                   GO TO KEEP-TIMELINE-ROW-EXIT
               ELSE
                   SUBTRACT 1 FROM L-TL-COUNT
               END-IF
           END-IF.
           MOVE L-TL-COUNT TO W-INS-SUB.
           MOVE 'N' TO W-PLACE-SW.
           PERFORM MAKE-ROOM-FOR-ROW
               UNTIL W-INS-SUB = 0 OR W-PLACE-FOUND.
           ADD 1 TO L-TL-COUNT.
           ADD 1 TO W-INS-SUB.
           MOVE W-ROW-WHEN TO L-TL-WHEN(W-INS-SUB).
           MOVE W-ROW-TYPE TO L-TL-TYPE(W-INS-SUB).
           MOVE W-ROW-HAS-AMOUNT TO L-TL-HAS-AMOUNT(W-INS-SUB).
           MOVE W-ROW-AMOUNT TO L-TL-AMOUNT(W-INS-SUB).
           MOVE W-ROW-OPERATOR TO L-TL-OPERATOR(W-INS-SUB).
           MOVE W-ROW-TEXT TO L-TL-TEXT(W-INS-SUB).
       KEEP-TIMELINE-ROW-EXIT.
           CONTINUE.

       MAKE-ROOM-FOR-ROW.
           IF L-TL-WHEN(W-INS-SUB) < W-ROW-WHEN THEN
               MOVE L-TL-ENTRY(W-INS-SUB) TO L-TL-ENTRY(W-INS-SUB + 1)
               SUBTRACT 1 FROM W-INS-SUB
           ELSE
               MOVE 'Y' TO W-PLACE-SW
           END-IF.
