       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           BILL-STREAM-MERGE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Puts a bill cycle run as parallel BILL-CYCLE-RUN streams
      *    back together.  For the prompted cycle and number of
      *    streams, every stream's checkpoint must show it finished
      *    the same cycle the same month; otherwise each stream's
      *    state is listed and nothing is touched, so the one that
      *    failed can be rerun on its own first.  The streams' pieces
      *    of the invoice register and the statement archive are
      *    sorted together in account order and added to the end of
      *    INVREG.DAT and STMTARCH.DAT; the statement extract and the
      *    e-bill file are built the same way, the extract ending in
      *    one control record for the whole cycle; the tax
      *    remittance, Lifeline, promotion credit and employee
      *    concession pieces are added to their files stream by
      *    stream.  An archive or extract
      *    line carries only its invoice number, so its account comes
      *    from the stream's own register piece, which is in the same
      *    invoice order.  The cycle's control totals are posted once
      *    here under BILL-CYCLE-RUN, the invoice range running from
      *    the lowest stream's first invoice to the highest stream's
      *    last (the numbers a stream's block had left over are never
      *    used), and every checkpoint is marked merged so neither
      *    the streams nor the merge can be run over the cycle again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-CHECKPOINT-FILE ASSIGN TO W-CKPT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CKPT-POS
               STATUS IS W-CKPT-STATUS.

           SELECT PIECE-FILE ASSIGN TO W-PIECE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PIECE-STATUS.

           SELECT WALK-FILE ASSIGN TO W-WALK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-WALK-STATUS.

           SELECT MERGED-FILE ASSIGN TO W-MERGED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-MERGED-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO W-SORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
      *    same layout BILL-CYCLE-RUN keeps its stream checkpoint in
       FD  STREAM-CHECKPOINT-FILE.
       01  STREAM-CHECKPOINT-REC.
           05  CK-CYCLE            PIC 99.
           05  CK-RUN-DATE         PIC 9(8).
           05  CK-STATE            PIC X.
               88  CK-RUNNING          VALUE 'R'.
               88  CK-COMPLETE         VALUE 'C'.
               88  CK-MERGED           VALUE 'M'.
           05  CK-FIRST-POS        PIC 9(9) COMP.
           05  CK-LAST-POS         PIC 9(9) COMP.
           05  CK-FIRST-ACCOUNT    PIC 9(9).
           05  CK-LAST-ACCOUNT     PIC 9(9).
           05  CK-DONE-POS         PIC 9(9) COMP.
           05  CK-FIRST-INVOICE    PIC 9(9) COMP.
           05  CK-NEXT-INVOICE     PIC 9(9) COMP.
           05  CK-BLOCK-LAST       PIC 9(9) COMP.
           05  CK-ACCOUNTS         PIC 9(9) COMP.
           05  CK-MINUTES          PIC 9(9) COMP.
           05  CK-CHARGES          PIC 9(11)V99.
           05  CK-CALLS            PIC 9(9) COMP.
           05  CK-USAGE            PIC 9(11)V99.
           05  CK-INVOICES         PIC 9(9) COMP.
           05  CK-INVOICED         PIC 9(11)V99.
           05  CK-EXTRACT-STATEMENTS PIC 9(9) COMP.
           05  CK-EXTRACT-DOLLARS  PIC 9(11)V99.
           05  CK-PIECE-LINES      PIC 9(9) COMP OCCURS 8 TIMES.

      *    one stream's piece of whichever file is being merged; the
      *    views give the invoice (and, where the line has one, the
      *    account) it sorts on
       FD  PIECE-FILE.
       01  PIECE-REC               PIC X(151).
       01  PIECE-REGISTER-REC.
           05  PR-INVOICE-NUMBER   PIC 9(9).
           05  PR-INVOICE-DATE     PIC 9(8).
           05  PR-ACCOUNT-NUMBER   PIC 9(9).
           05  FILLER              PIC X(125).
       01  PIECE-ARCHIVE-REC.
           05  PA-INVOICE-NUMBER   PIC 9(9).
           05  FILLER              PIC X(142).
       01  PIECE-EXTRACT-REC.
           05  PX-TYPE             PIC X.
           05  PX-INVOICE          PIC 9(9).
           05  FILLER              PIC X(141).
       01  PIECE-EBILL-REC.
           05  PE-TYPE             PIC X.
           05  PE-INVOICE          PIC 9(9).
           05  PE-ACCOUNT          PIC 9(9).
           05  FILLER              PIC X(132).

      *    the same stream's register piece, read alongside an
      *    archive or extract piece for the account each invoice
      *    belongs to
       FD  WALK-FILE.
       01  WALK-REC.
           05  WK-INVOICE-NUMBER   PIC 9(9).
           05  WK-INVOICE-DATE     PIC 9(8).
           05  WK-ACCOUNT-NUMBER   PIC 9(9).
           05  WK-MASTER-POS       PIC 9(9).
           05  WK-AMOUNT           PIC 9(9)V99.

      *    the cycle's file being built, one record length per file
       FD  MERGED-FILE.
       01  MERGED-REGISTER-REC     PIC X(46).
       01  MERGED-ARCHIVE-REC      PIC X(143).
       01  MERGED-EXTRACT-REC.
           05  MX-TYPE             PIC X.
               88  MX-CONTROL          VALUE 'C'.
           05  MX-INVOICE          PIC 9(9).
           05  MX-DATA             PIC X(132).
       01  MX-CONTROL-DATA REDEFINES MERGED-EXTRACT-REC.
           05  FILLER              PIC X(10).
           05  MX-STATEMENT-COUNT  PIC 9(9).
           05  MX-TOTAL-DOLLARS    PIC 9(11)V99.
           05  FILLER              PIC X(110).
       01  MERGED-EBILL-REC        PIC X(151).
       01  MERGED-REMIT-REC        PIC X(32).
       01  MERGED-LIFELINE-REC     PIC X(46).
       01  MERGED-PROMO-REC        PIC X(50).
       01  MERGED-CONCESSION-REC   PIC X(72).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SR-ACCOUNT          PIC 9(9).
           05  SR-INVOICE          PIC 9(9).
           05  SR-SEQ              PIC 9(9).
           05  SR-DATA             PIC X(151).

       WORKING-STORAGE SECTION.
       01  W-CKPT-FILENAME         PIC X(512).
       01  W-CKPT-BASE             PIC X(512)
                                   VALUE 'S:\COBOL\BILLCKPT.DAT'.
       01  W-CKPT-POS              PIC 9(9) COMP.
       01  W-CKPT-STATUS           PIC XX.
       01  W-PIECE-FILENAME        PIC X(512).
       01  W-PIECE-STATUS          PIC XX.
       01  W-WALK-FILENAME         PIC X(512).
       01  W-WALK-STATUS           PIC XX.
       01  W-MERGED-FILENAME       PIC X(512).
       01  W-MERGED-STATUS         PIC XX.
       01  W-SORT-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\BILLSORT.TMP'.

       01  W-REGISTER-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-ARCHIVE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\STMTARCH.DAT'.
       01  W-EXTRACT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\STMTEXTR.DAT'.
       01  W-EBILL-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\EBILL.DAT'.
       01  W-REMIT-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\TAXREMIT.DAT'.
       01  W-LIFECRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\LIFECRED.DAT'.
       01  W-PROMOCRED-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\PROMOCRD.DAT'.
       01  W-CONCCRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CONCCRED.DAT'.
      *    the file being merged and the base name its pieces hang
      *    off: Register, Archive, eXtract, E-bill, Tax remittance,
      *    Lifeline credits, Promotion credits, employee Concessions
       01  W-PIECE-KIND            PIC X.
           88  W-REGISTER-PIECES       VALUE 'R'.
           88  W-ARCHIVE-PIECES        VALUE 'A'.
           88  W-EXTRACT-PIECES        VALUE 'X'.
           88  W-EBILL-PIECES          VALUE 'E'.
           88  W-REMIT-PIECES          VALUE 'T'.
           88  W-LIFELINE-PIECES       VALUE 'L'.
           88  W-PROMO-PIECES          VALUE 'P'.
           88  W-CONCESSION-PIECES     VALUE 'C'.
           88  W-WALKED-PIECES         VALUE 'A' 'X'.
       01  W-PIECE-BASE            PIC X(512).
       01  W-STREAM-CODE.
           05  FILLER              PIC X VALUE 'S'.
           05  W-STREAM-DIGIT      PIC 9.

       01  W-CYCLE                 PIC 99.
       01  W-STREAM-COUNT          PIC 9.
       01  W-STREAM                PIC 99 COMP.
       01  W-RUN-MONTH             PIC 9(6).
       01  W-READY-SW              PIC X.
           88  W-ALL-STREAMS-READY     VALUE 'Y'.
       01  W-PIECE-EOF-SW          PIC X.
           88  W-PIECE-EOF             VALUE 'Y'.
       01  W-WALK-EOF-SW           PIC X.
           88  W-WALK-EOF              VALUE 'Y'.
       01  W-SORT-EOF-SW           PIC X.
           88  W-SORT-EOF              VALUE 'Y'.
       01  W-SEQ                   PIC 9(9) COMP.
       01  W-LINES-MERGED          PIC 9(9) COMP.

      *    the streams' totals, summed for the cycle
       01  W-CYCLE-ACCOUNTS        PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-MINUTES         PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-CHARGES         PIC 9(11)V99 VALUE 0.
       01  W-CYCLE-CALLS           PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-USAGE           PIC 9(11)V99 VALUE 0.
       01  W-CYCLE-INVOICES        PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-INVOICED        PIC 9(11)V99 VALUE 0.
       01  W-EXTRACT-STATEMENTS    PIC 9(9) COMP VALUE 0.
       01  W-EXTRACT-DOLLARS       PIC 9(11)V99 VALUE 0.
       01  W-LOW-INVOICE           PIC 9(9) COMP VALUE 0.
       01  W-HIGH-INVOICE          PIC 9(9) COMP VALUE 0.

      *    Control totals for the control ledger.
       01  W-CTLLEDG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CTLLEDG.DAT'.
       01  W-CTL-JOB               PIC X(20) VALUE 'BILL-CYCLE-RUN'.
       01  W-CTL-COUNTER           PIC X(12).
       01  W-CTL-COUNT             PIC 9(9) COMP.
       01  W-CTL-AMOUNT            PIC S9(11)V99.
       01  W-CTL-FIRST-KEY         PIC 9(9) VALUE 0.
       01  W-CTL-LAST-KEY          PIC 9(9) VALUE 0.

       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-INVOICE          PIC 9(9).
       01  W-SHOW-CYCLE-CHARGE     PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "BILL CYCLE STREAM MERGE".
           DISPLAY "Cycle billed: " WITH NO ADVANCING.
           ACCEPT W-CYCLE.
           DISPLAY "Number of streams (1-9): " WITH NO ADVANCING.
           ACCEPT W-STREAM-COUNT.
           IF W-STREAM-COUNT < 1 THEN
               DISPLAY "Nothing to merge."
               STOP RUN.

           MOVE 'Y' TO W-READY-SW.
           MOVE 0 TO W-RUN-MONTH.
           DISPLAY " ".
           DISPLAY "  STREAM  STATE  CYCLE  RUN DATE   INVOICES".
           PERFORM CHECK-ONE-STREAM THRU CHECK-ONE-STREAM-EXIT
               VARYING W-STREAM FROM 1 BY 1
               UNTIL W-STREAM > W-STREAM-COUNT.
           IF NOT W-ALL-STREAMS-READY THEN
               DISPLAY " "
               DISPLAY "EVERY STREAM MUST HAVE FINISHED THIS CYCLE ",
                   "THIS MONTH - NOTHING MERGED."
               STOP RUN.

           SET W-REGISTER-PIECES TO TRUE.
           MOVE W-REGISTER-FILENAME TO W-PIECE-BASE.
           PERFORM SORT-PIECES.
           SET W-ARCHIVE-PIECES TO TRUE.
           MOVE W-ARCHIVE-FILENAME TO W-PIECE-BASE.
           PERFORM SORT-PIECES.
           SET W-EXTRACT-PIECES TO TRUE.
           MOVE W-EXTRACT-FILENAME TO W-PIECE-BASE.
           PERFORM SORT-PIECES.
           SET W-EBILL-PIECES TO TRUE.
           MOVE W-EBILL-FILENAME TO W-PIECE-BASE.
           PERFORM SORT-PIECES.
           SET W-REMIT-PIECES TO TRUE.
           MOVE W-REMIT-FILENAME TO W-PIECE-BASE.
           PERFORM APPEND-PIECES.
           SET W-LIFELINE-PIECES TO TRUE.
           MOVE W-LIFECRED-FILENAME TO W-PIECE-BASE.
           PERFORM APPEND-PIECES.
           SET W-PROMO-PIECES TO TRUE.
           MOVE W-PROMOCRED-FILENAME TO W-PIECE-BASE.
           PERFORM APPEND-PIECES.
           SET W-CONCESSION-PIECES TO TRUE.
           MOVE W-CONCCRED-FILENAME TO W-PIECE-BASE.
           PERFORM APPEND-PIECES.

           PERFORM POST-CONTROL-TOTALS.
           PERFORM MARK-ONE-STREAM-MERGED
               VARYING W-STREAM FROM 1 BY 1
               UNTIL W-STREAM > W-STREAM-COUNT.

           DISPLAY " ".
           DISPLAY "CYCLE ", W-CYCLE, " MERGED FROM ", W-STREAM-COUNT,
               " STREAMS".
           MOVE W-CYCLE-ACCOUNTS TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS BILLED:    ", W-SHOW-COUNT.
           MOVE W-CYCLE-MINUTES TO W-SHOW-COUNT.
           DISPLAY "  MINUTES BILLED:     ", W-SHOW-COUNT.
           MOVE W-CYCLE-CHARGES TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  CHARGES BILLED:     ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-INVOICES TO W-SHOW-COUNT.
           DISPLAY "  INVOICES:           ", W-SHOW-COUNT.
           MOVE W-EXTRACT-STATEMENTS TO W-SHOW-COUNT.
           DISPLAY "  PRINT EXTRACT:      ", W-SHOW-COUNT.
           MOVE W-CTL-FIRST-KEY TO W-SHOW-INVOICE.
           DISPLAY "  INVOICES FROM:      ", W-SHOW-INVOICE.
           MOVE W-CTL-LAST-KEY TO W-SHOW-INVOICE.
           DISPLAY "  INVOICES THRU:      ", W-SHOW-INVOICE.
           STOP RUN.

      *----------------------------------------------------------------
      *    CHECKPOINTS -- each stream must have finished, and finished
      *    the cycle being merged in the same month as the first;
      *    its totals are added in as it is checked.
      *----------------------------------------------------------------
       CHECK-ONE-STREAM.
           MOVE W-STREAM TO W-STREAM-DIGIT.
           CALL 'BRANCH-FILENAME' USING W-CKPT-BASE, W-STREAM-CODE,
               W-CKPT-FILENAME.
           MOVE 1 TO W-CKPT-POS.
           OPEN INPUT STREAM-CHECKPOINT-FILE.
           IF W-CKPT-STATUS NOT = '00' THEN
               DISPLAY "    ", W-STREAM-DIGIT, "     NO CHECKPOINT"
               MOVE 'N' TO W-READY-SW
               GO TO CHECK-ONE-STREAM-EXIT.
           READ STREAM-CHECKPOINT-FILE
               INVALID KEY
                   MOVE SPACE TO CK-STATE.
           CLOSE STREAM-CHECKPOINT-FILE.
           MOVE CK-INVOICES TO W-SHOW-COUNT.
           DISPLAY "    ", W-STREAM-DIGIT, "       ", CK-STATE,
               "     ", CK-CYCLE, "   ", CK-RUN-DATE, W-SHOW-COUNT.
           IF W-RUN-MONTH = 0 THEN
               MOVE CK-RUN-DATE(1:6) TO W-RUN-MONTH
           END-IF.
           IF NOT CK-COMPLETE OR CK-CYCLE NOT = W-CYCLE OR
                   CK-RUN-DATE(1:6) NOT = W-RUN-MONTH THEN
               MOVE 'N' TO W-READY-SW
               GO TO CHECK-ONE-STREAM-EXIT.

           ADD CK-ACCOUNTS TO W-CYCLE-ACCOUNTS.
           ADD CK-MINUTES TO W-CYCLE-MINUTES.
           ADD CK-CHARGES TO W-CYCLE-CHARGES.
           ADD CK-CALLS TO W-CYCLE-CALLS.
           ADD CK-USAGE TO W-CYCLE-USAGE.
           ADD CK-INVOICES TO W-CYCLE-INVOICES.
           ADD CK-INVOICED TO W-CYCLE-INVOICED.
           ADD CK-EXTRACT-STATEMENTS TO W-EXTRACT-STATEMENTS.
           ADD CK-EXTRACT-DOLLARS TO W-EXTRACT-DOLLARS.
           IF CK-INVOICES = 0 THEN
               GO TO CHECK-ONE-STREAM-EXIT.
           IF W-LOW-INVOICE = 0 OR CK-FIRST-INVOICE < W-LOW-INVOICE
                   THEN
               MOVE CK-FIRST-INVOICE TO W-LOW-INVOICE
           END-IF.
           IF CK-NEXT-INVOICE - 1 > W-HIGH-INVOICE THEN
               COMPUTE W-HIGH-INVOICE = CK-NEXT-INVOICE - 1
           END-IF.
       CHECK-ONE-STREAM-EXIT.
           CONTINUE.

       MARK-ONE-STREAM-MERGED.
           MOVE W-STREAM TO W-STREAM-DIGIT.
           CALL 'BRANCH-FILENAME' USING W-CKPT-BASE, W-STREAM-CODE,
               W-CKPT-FILENAME.
           MOVE 1 TO W-CKPT-POS.
           OPEN I-O STREAM-CHECKPOINT-FILE.
           READ STREAM-CHECKPOINT-FILE
               INVALID KEY
                   MOVE SPACE TO CK-STATE.
           SET CK-MERGED TO TRUE.
           REWRITE STREAM-CHECKPOINT-REC.
           CLOSE STREAM-CHECKPOINT-FILE.

      *----------------------------------------------------------------
      *    SORTED FILES -- every stream's piece goes into the sort
      *    keyed by account, invoice and its place in the piece, so
      *    a statement's lines stay in the order they were written.
      *----------------------------------------------------------------
       SORT-PIECES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ACCOUNT, SR-INVOICE, SR-SEQ
               INPUT PROCEDURE IS RELEASE-PIECES
               OUTPUT PROCEDURE IS RETURN-MERGED-LINES.

       RELEASE-PIECES.
           MOVE 0 TO W-SEQ.
           PERFORM RELEASE-ONE-PIECE THRU RELEASE-ONE-PIECE-EXIT
               VARYING W-STREAM FROM 1 BY 1
               UNTIL W-STREAM > W-STREAM-COUNT.

       RELEASE-ONE-PIECE.
           MOVE W-STREAM TO W-STREAM-DIGIT.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-PIECE-FILENAME.
           OPEN INPUT PIECE-FILE.
           IF W-PIECE-STATUS NOT = '00' THEN
               GO TO RELEASE-ONE-PIECE-EXIT.
           IF W-WALKED-PIECES THEN
               CALL 'BRANCH-FILENAME' USING W-REGISTER-FILENAME,
                   W-STREAM-CODE, W-WALK-FILENAME
               OPEN INPUT WALK-FILE
               MOVE 0 TO WK-INVOICE-NUMBER, WK-ACCOUNT-NUMBER
               MOVE 'N' TO W-WALK-EOF-SW
               IF W-WALK-STATUS NOT = '00' THEN
                   SET W-WALK-EOF TO TRUE
               END-IF
           END-IF.
           MOVE 'N' TO W-PIECE-EOF-SW.
           PERFORM RELEASE-ONE-LINE THRU RELEASE-ONE-LINE-EXIT
               UNTIL W-PIECE-EOF.
           CLOSE PIECE-FILE.
           IF W-WALKED-PIECES AND W-WALK-STATUS NOT = '35' THEN
               CLOSE WALK-FILE
           END-IF.
       RELEASE-ONE-PIECE-EXIT.
           CONTINUE.

       RELEASE-ONE-LINE.
           MOVE SPACES TO PIECE-REC.
           READ PIECE-FILE
               AT END
                   SET W-PIECE-EOF TO TRUE.
           IF W-PIECE-EOF THEN
               GO TO RELEASE-ONE-LINE-EXIT.
           ADD 1 TO W-SEQ.
           MOVE W-SEQ TO SR-SEQ.
           MOVE PIECE-REC TO SR-DATA.
           IF W-REGISTER-PIECES THEN
               MOVE PR-ACCOUNT-NUMBER TO SR-ACCOUNT
               MOVE PR-INVOICE-NUMBER TO SR-INVOICE
           END-IF.
           IF W-EBILL-PIECES THEN
               MOVE PE-ACCOUNT TO SR-ACCOUNT
               MOVE PE-INVOICE TO SR-INVOICE
           END-IF.
           IF W-ARCHIVE-PIECES THEN
               MOVE PA-INVOICE-NUMBER TO SR-INVOICE
           END-IF.
           IF W-EXTRACT-PIECES THEN
               MOVE PX-INVOICE TO SR-INVOICE
           END-IF.
           IF W-WALKED-PIECES THEN
               PERFORM ADVANCE-WALK
                   UNTIL W-WALK-EOF OR
                       WK-INVOICE-NUMBER >= SR-INVOICE
               IF WK-INVOICE-NUMBER = SR-INVOICE THEN
                   MOVE WK-ACCOUNT-NUMBER TO SR-ACCOUNT
               ELSE
                   MOVE 0 TO SR-ACCOUNT
               END-IF
           END-IF.
           RELEASE SORT-REC.
       RELEASE-ONE-LINE-EXIT.
           CONTINUE.

       ADVANCE-WALK.
           READ WALK-FILE
               AT END
                   SET W-WALK-EOF TO TRUE.

      *    the register and archive are added to; the extract and
      *    e-bill files are this cycle's alone
       RETURN-MERGED-LINES.
           MOVE W-PIECE-BASE TO W-MERGED-FILENAME.
           IF W-REGISTER-PIECES OR W-ARCHIVE-PIECES THEN
               OPEN EXTEND MERGED-FILE
               IF W-MERGED-STATUS NOT = '00' THEN
                   OPEN OUTPUT MERGED-FILE
               END-IF
           ELSE
               OPEN OUTPUT MERGED-FILE
           END-IF.
           MOVE 0 TO W-LINES-MERGED.
           MOVE 'N' TO W-SORT-EOF-SW.
           PERFORM RETURN-ONE-LINE UNTIL W-SORT-EOF.
           IF W-EXTRACT-PIECES THEN
               MOVE SPACES TO MERGED-EXTRACT-REC
               SET MX-CONTROL TO TRUE
               MOVE 0 TO MX-INVOICE
               MOVE W-EXTRACT-STATEMENTS TO MX-STATEMENT-COUNT
               MOVE W-EXTRACT-DOLLARS TO MX-TOTAL-DOLLARS
               WRITE MERGED-EXTRACT-REC
           END-IF.
           CLOSE MERGED-FILE.
           PERFORM SHOW-LINES-MERGED.

       RETURN-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   SET W-SORT-EOF TO TRUE
               NOT AT END
                   MOVE SR-DATA TO PIECE-REC
                   PERFORM WRITE-MERGED-LINE
           END-RETURN.

      *----------------------------------------------------------------
      *    APPENDED FILES -- tax remittance and the credit files are
      *    read by levy, program or promotion, not by account, so the
      *    pieces are simply added on one stream after another.
      *----------------------------------------------------------------
       APPEND-PIECES.
           MOVE W-PIECE-BASE TO W-MERGED-FILENAME.
           OPEN EXTEND MERGED-FILE.
           IF W-MERGED-STATUS NOT = '00' THEN
               OPEN OUTPUT MERGED-FILE
           END-IF.
           MOVE 0 TO W-LINES-MERGED.
           PERFORM APPEND-ONE-PIECE THRU APPEND-ONE-PIECE-EXIT
               VARYING W-STREAM FROM 1 BY 1
               UNTIL W-STREAM > W-STREAM-COUNT.
           CLOSE MERGED-FILE.
           PERFORM SHOW-LINES-MERGED.

       APPEND-ONE-PIECE.
           MOVE W-STREAM TO W-STREAM-DIGIT.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-PIECE-FILENAME.
           OPEN INPUT PIECE-FILE.
           IF W-PIECE-STATUS NOT = '00' THEN
               GO TO APPEND-ONE-PIECE-EXIT.
           MOVE 'N' TO W-PIECE-EOF-SW.
           PERFORM APPEND-ONE-LINE UNTIL W-PIECE-EOF.
           CLOSE PIECE-FILE.
       APPEND-ONE-PIECE-EXIT.
           CONTINUE.

       APPEND-ONE-LINE.
           MOVE SPACES TO PIECE-REC.
           READ PIECE-FILE
               AT END
                   SET W-PIECE-EOF TO TRUE
               NOT AT END
                   PERFORM WRITE-MERGED-LINE
           END-READ.

       WRITE-MERGED-LINE.
           IF W-REGISTER-PIECES THEN
               WRITE MERGED-REGISTER-REC FROM PIECE-REC(1:46)
           END-IF.
           IF W-ARCHIVE-PIECES THEN
               WRITE MERGED-ARCHIVE-REC FROM PIECE-REC(1:143)
           END-IF.
           IF W-EXTRACT-PIECES THEN
               WRITE MERGED-EXTRACT-REC FROM PIECE-REC(1:142)
           END-IF.
           IF W-EBILL-PIECES THEN
               WRITE MERGED-EBILL-REC FROM PIECE-REC
           END-IF.
           IF W-REMIT-PIECES THEN
               WRITE MERGED-REMIT-REC FROM PIECE-REC(1:32)
           END-IF.
           IF W-LIFELINE-PIECES THEN
               WRITE MERGED-LIFELINE-REC FROM PIECE-REC(1:46)
           END-IF.
           IF W-PROMO-PIECES THEN
               WRITE MERGED-PROMO-REC FROM PIECE-REC(1:50)
           END-IF.
           IF W-CONCESSION-PIECES THEN
               WRITE MERGED-CONCESSION-REC FROM PIECE-REC(1:72)
           END-IF.
           ADD 1 TO W-LINES-MERGED.

       SHOW-LINES-MERGED.
           MOVE W-LINES-MERGED TO W-SHOW-COUNT.
           DISPLAY "  ", W-SHOW-COUNT, " LINES TO ",
               W-MERGED-FILENAME(1:40).

      *----------------------------------------------------------------
      *    CONTROL TOTALS -- what BILL-CYCLE-RUN posts for a cycle
      *    run whole, once for all the streams.
      *----------------------------------------------------------------
       POST-CONTROL-TOTALS.
           MOVE 'CALLS-BILLED' TO W-CTL-COUNTER.
           MOVE W-CYCLE-CALLS TO W-CTL-COUNT.
           MOVE W-CYCLE-USAGE TO W-CTL-AMOUNT.
           MOVE 0 TO W-CTL-FIRST-KEY, W-CTL-LAST-KEY.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-COUNT, W-CTL-AMOUNT, W-CTL-FIRST-KEY,
               W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.
           MOVE 'INVOICED' TO W-CTL-COUNTER.
           MOVE W-CYCLE-INVOICES TO W-CTL-COUNT.
           MOVE W-CYCLE-INVOICED TO W-CTL-AMOUNT.
           MOVE W-LOW-INVOICE TO W-CTL-FIRST-KEY.
           MOVE W-HIGH-INVOICE TO W-CTL-LAST-KEY.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-COUNT, W-CTL-AMOUNT, W-CTL-FIRST-KEY,
               W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.
