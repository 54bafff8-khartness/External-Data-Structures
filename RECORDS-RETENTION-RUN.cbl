       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RECORDS-RETENTION-RUN.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Enforces the records-retention schedule.  The account
      *    notes, CPNI disclosure log, sign-on log, letter log,
      *    statement archive, payment history, adjustment file, and
      *    the closed journal generations only ever grow; the
      *    schedule (RETAIN.DAT) names each one with the basis its
      *    age is measured from, how many years it is kept, and
      *    whether expired records are purged outright or moved to
      *    an archive copy (the filename with 'AR' spliced in, the
      *    way BRANCH-FILENAME splices a branch code) before they
      *    leave the live file.
      *
      *    Basis 'R' ages a record by its own date.  Basis 'C' ages
      *    it by the close date of the account it belongs to, so an
      *    open account's records are never due; a record carrying
      *    no account falls back to its own date.  Statement archive
      *    lines carry neither date nor account -- both come from
      *    the invoice register by invoice number, and a line whose
      *    invoice isn't there is kept.
      *
      *    A record whose account position is under legal hold
      *    (CHECK-LEGAL-HOLD) is exempt no matter how old, and is
      *    counted as such.  The journal is destroyed a whole
      *    generation at a time, never entry by entry, so the check
      *    chain inside each surviving generation still verifies: a
      *    generation goes only when its last entry is past the
      *    period and not one of its entries touches a held account
      *    or number.  The file is deleted (after copying to its
      *    archive name, for the archive action) and its index row
      *    is stamped with the date, which is where JOURNAL-CHAIN-
      *    CHECK picks the chain up again.  The live journal is
      *    never touched.
      *
      *    Every record removed is listed on the destruction
      *    certificate (DESTRCRT.PRT) by file, date, account
      *    position and disposition -- never its content -- with
      *    counts read, removed, exempt under hold, and kept for
      *    each file, so the certificate can be filed as proof of
      *    what was destroyed and when.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO W-SCHEDULE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SCHEDULE-STATUS.

           SELECT RECORD-FILE ASSIGN TO W-TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-TARGET-STATUS.

           SELECT WORK-FILE ASSIGN TO W-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-WORK-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO W-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-ARCHIVE-STATUS.

           SELECT INVREG-FILE ASSIGN TO W-INVREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INVREG-STATUS.

           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.

           SELECT GENERATION-FILE ASSIGN TO W-GENERATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-GENERATION-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO W-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-MASTER ASSIGN TO W-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-MASTER-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           05  RS-FILE         PIC X(12).
           05  RS-BASIS        PIC X.
               88  RS-RECORD-DATE  VALUE 'R'.
               88  RS-CLOSE-DATE   VALUE 'C'.
           05  RS-YEARS        PIC 99.
           05  RS-ACTION       PIC X.
               88  RS-PURGE        VALUE 'P'.
               88  RS-ARCHIVE      VALUE 'A'.

      *    Any of the scheduled files, one line at a time; the date
      *    and account position are picked out by offset.
       FD  RECORD-FILE.
       01  RECORD-REC          PIC X(200).

       FD  WORK-FILE.
       01  WORK-REC            PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC         PIC X(200).

       FD  INVREG-FILE.
       01  INVREG-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).
           05  GX-LAST-SEQUENCE PIC X(9).
           05  GX-LAST-CHECK   PIC X(9).
           05  GX-PURGED-DATE  PIC X(8).

       FD  GENERATION-FILE.
       01  GENERATION-REC.
           05  JR-DATE         PIC 9(8).
           05  JR-TIME         PIC 9(6).
           05  JR-OPERATION    PIC X(15).
           05  JR-KEY          PIC X(30).
           05  JR-BEFORE-POS   PIC 9(9).
           05  JR-AFTER-POS    PIC 9(9).
           05  JR-OPERATOR     PIC X(8).
           05  JR-SEQUENCE     PIC X(9).
           05  JR-CHECK        PIC X(9).

       FD  CERTIFICATE-FILE.
       01  PRINT-LINE          PIC X(132).

       FD  CUSTOMER-MASTER EXTERNAL.
       01  MASTER-REC.
           05  CM-ACCOUNT-NUMBER   PIC 9(9) COMP.
           05  CM-NAME             PIC X(30).
           05  CM-ADDRESS          PIC X(40).
           05  CM-ADDRESS-PARTS REDEFINES CM-ADDRESS.
               10  CM-STREET       PIC X(20).
               10  CM-CITY         PIC X(13).
               10  CM-STATE        PIC XX.
               10  CM-ZIP          PIC X(5).
           05  CM-PLAN-CODE        PIC X(4).
           05  CM-STATUS           PIC X.
               88  CM-ACTIVE           VALUE 'A'.
               88  CM-INACTIVE         VALUE 'I'.
               88  CM-PURGED           VALUE 'P'.
               88  CM-SUSPENDED        VALUE 'S'.
           05  CM-CLOSE-DATE       PIC 9(8).
           05  CM-PHONE-LIMIT      PIC 99.
           05  CM-SHARED-LINE      PIC X.
               88  CM-ALLOW-SHARED-LINE   VALUE 'Y'.
           05  CM-BILL-CYCLE       PIC 99.
           05  CM-AUTOPAY          PIC X.
               88  CM-AUTOPAY-ENROLLED    VALUE 'Y'.
               88  CM-AUTOPAY-RETURNED    VALUE 'R'.
           05  CM-BANK-ROUTING     PIC 9(9).
           05  CM-BANK-ACCOUNT     PIC X(17).
           05  CM-TREATMENT        PIC X.
               88  CM-TRT-NONE            VALUE ' ' '0'.
               88  CM-TRT-NOTICE          VALUE '1'.
               88  CM-TRT-WARNING         VALUE '2'.
               88  CM-TRT-DISCONNECT      VALUE '3'.
           05  CM-MERGED-INTO      PIC 9(9).
           05  CM-RESTORE-DATE     PIC 9(8).
           05  CM-PARENT-POS       PIC 9(9).
           05  CM-REVIEW-FLAG      PIC X.
               88  CM-UNDER-REVIEW        VALUE 'Y'.
           05  FILLER              PIC X(53).

       WORKING-STORAGE SECTION.
       01  W-SCHEDULE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\RETAIN.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-INVREG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-PRINT-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\DESTRCRT.PRT'.
       01  W-TARGET-FILENAME   PIC X(512).
       01  W-WORK-FILENAME     PIC X(512).
       01  W-ARCHIVE-FILENAME  PIC X(512).
       01  W-GENERATION-FILENAME PIC X(512).
       01  W-WORK-BRANCH       PIC XX VALUE 'WK'.
       01  W-ARCHIVE-BRANCH    PIC XX VALUE 'AR'.

       01  W-SCHEDULE-STATUS   PIC XX.
       01  W-TARGET-STATUS     PIC XX.
       01  W-WORK-STATUS       PIC XX.
       01  W-ARCHIVE-STATUS    PIC XX.
       01  W-INVREG-STATUS     PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-GENERATION-STATUS PIC XX.
       01  W-COPY-RC           PIC S9(9) COMP.

       01  W-SCHEDULE-EOF-SW   PIC X VALUE 'N'.
           88  W-SCHEDULE-EOF      VALUE 'Y'.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-INVREG-EOF-SW     PIC X.
           88  W-INVREG-EOF        VALUE 'Y'.
       01  W-INVREG-OPEN-SW    PIC X VALUE 'N'.
           88  W-INVREG-OPEN       VALUE 'Y'.

       01  W-MASTER-POS EXTERNAL    PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-TODAY             PIC 9(8).
       01  W-RUN-TIME          PIC 9(6).
       01  W-CUTOFF-DATE       PIC 9(8).

      *    where the scheduled file keeps its date and account
      *    position; zero means it has none
       01  W-DATE-AT           PIC 999 COMP.
       01  W-POS-AT            PIC 999 COMP.
       01  W-STATEMENT-SW      PIC X.
           88  W-STATEMENT-LINES   VALUE 'Y'.

       01  W-REC-DATE          PIC 9(8).
       01  W-REC-POS           PIC 9(9) COMP.
       01  W-AGE-DATE          PIC 9(8).
       01  W-HELD              PIC X.
           88  W-UNDER-HOLD        VALUE 'Y'.
       01  W-NO-POSITION       PIC 9(9) COMP VALUE 0.
       01  W-NO-PHONE          PIC 9(15) VALUE 0.
       01  W-HOLD-PHONE        PIC 9(15).
       01  W-DISPOSITION       PIC X(8).

       01  W-INVOICE           PIC 9(9).
       01  W-IR-AT             PIC 9(9).
       01  W-IR-DATE           PIC 9(8).
       01  W-IR-POS            PIC 9(9).
       01  W-LAST-LISTED       PIC 9(9).

       01  W-FILE-READ         PIC 9(9) COMP.
       01  W-FILE-REMOVED      PIC 9(9) COMP.
       01  W-FILE-HELD         PIC 9(9) COMP.
       01  W-FILE-KEPT         PIC 9(9) COMP.
       01  W-TOTAL-REMOVED     PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-HELD        PIC 9(9) COMP VALUE 0.
       01  W-SKIPPED-COUNT     PIC 9(4) COMP VALUE 0.
       01  W-SHOW-READ         PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-REMOVED      PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-HELD         PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-KEPT         PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-POS          PIC 9(9).

      *    The generation index, held whole so the rows of the
      *    generations destroyed can be stamped and the index
      *    written back in the same order.
       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-GEN-ENTRY     OCCURS 600 TIMES.
               10  W-GEN-ROW       PIC X(46).
       01  W-GEN-SUB           PIC 9(4) COMP.
       01  W-GEN-OVERFLOW-SW   PIC X.
           88  W-GEN-OVERFLOW      VALUE 'Y'.
       01  W-INDEX-CHANGED-SW  PIC X.
           88  W-INDEX-CHANGED     VALUE 'Y'.
       01  W-GEN-ENTRIES       PIC 9(9) COMP.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "RECORDS RETENTION RUN".
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-RUN-TIME FROM TIME.

           OPEN INPUT SCHEDULE-FILE.
           IF W-SCHEDULE-STATUS NOT = '00' THEN
               DISPLAY "No retention schedule: ", W-SCHEDULE-FILENAME
               STOP RUN.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM WRITE-CERTIFICATE-HEADING.

           PERFORM APPLY-ONE-SCHEDULE-ROW
               THRU APPLY-ONE-SCHEDULE-ROW-EXIT
               UNTIL W-SCHEDULE-EOF.
           CLOSE SCHEDULE-FILE.

           PERFORM WRITE-CERTIFICATE-TOTALS.
           CLOSE CERTIFICATE-FILE.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           MOVE W-TOTAL-REMOVED TO W-SHOW-REMOVED.
           MOVE W-TOTAL-HELD TO W-SHOW-HELD.
           DISPLAY " ".
           DISPLAY "RECORDS REMOVED:         ", W-SHOW-REMOVED.
           DISPLAY "EXEMPT UNDER LEGAL HOLD: ", W-SHOW-HELD.
           IF W-SKIPPED-COUNT > 0 THEN
               MOVE W-SKIPPED-COUNT TO W-SHOW-READ
               DISPLAY "SCHEDULE ROWS SKIPPED:   ", W-SHOW-READ
           END-IF.
           DISPLAY "CERTIFICATE WRITTEN TO DESTRCRT.PRT.".
           STOP RUN.

      *----------------------------------------------------------------
      *    One schedule row: work out where the file keeps its date
      *    and account, then screen it.  A row naming a file this
      *    run doesn't know, or with no period, is reported and left
      *    alone rather than guessed at.
      *----------------------------------------------------------------
       APPLY-ONE-SCHEDULE-ROW.
           READ SCHEDULE-FILE
               AT END
                   SET W-SCHEDULE-EOF TO TRUE
                   GO TO APPLY-ONE-SCHEDULE-ROW-EXIT
           END-READ.
           IF RS-YEARS IS NOT NUMERIC OR RS-YEARS = 0 OR
                   NOT (RS-PURGE OR RS-ARCHIVE) OR
                   NOT (RS-RECORD-DATE OR RS-CLOSE-DATE) THEN
               PERFORM REPORT-SKIPPED-ROW
               GO TO APPLY-ONE-SCHEDULE-ROW-EXIT.
           COMPUTE W-CUTOFF-DATE = W-TODAY - RS-YEARS * 10000.
           MOVE 0 TO W-DATE-AT, W-POS-AT.
           MOVE 'N' TO W-STATEMENT-SW.
           EVALUATE RS-FILE
               WHEN 'NOTES.DAT'
                   MOVE 1 TO W-DATE-AT
                   MOVE 15 TO W-POS-AT
               WHEN 'CPNILOG.DAT'
                   MOVE 1 TO W-DATE-AT
                   MOVE 23 TO W-POS-AT
               WHEN 'SIGNLOG.DAT'
                   MOVE 1 TO W-DATE-AT
               WHEN 'LTRLOG.DAT'
                   MOVE 1 TO W-DATE-AT
                   MOVE 15 TO W-POS-AT
               WHEN 'PAYHIST.DAT'
                   MOVE 19 TO W-DATE-AT
                   MOVE 1 TO W-POS-AT
               WHEN 'ADJUST.DAT'
                   MOVE 1 TO W-DATE-AT
                   MOVE 15 TO W-POS-AT
               WHEN 'STMTARCH.DAT'
                   SET W-STATEMENT-LINES TO TRUE
               WHEN 'JOURNAL'
                   PERFORM RETIRE-JOURNAL-GENERATIONS
                       THRU RETIRE-JOURNAL-GENERATIONS-EXIT
                   GO TO APPLY-ONE-SCHEDULE-ROW-EXIT
               WHEN OTHER
                   PERFORM REPORT-SKIPPED-ROW
                   GO TO APPLY-ONE-SCHEDULE-ROW-EXIT
           END-EVALUATE.
           PERFORM SCREEN-ONE-FILE THRU SCREEN-ONE-FILE-EXIT.
       APPLY-ONE-SCHEDULE-ROW-EXIT.
           CONTINUE.

       REPORT-SKIPPED-ROW.
           ADD 1 TO W-SKIPPED-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING RS-FILE DELIMITED BY SIZE
               " NOT PROCESSED -- NOT A FILE UNDER THE SCHEDULE OR "
                   DELIMITED BY SIZE
               "NO RETENTION PERIOD GIVEN" DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           DISPLAY "  SKIPPED SCHEDULE ROW: ", SCHEDULE-REC.

      *----------------------------------------------------------------
      *    Kept records go to the work copy and back, the way
      *    TRIM-LINE-FILE cuts a file; if nothing was due the live
      *    file is not rewritten at all.
      *----------------------------------------------------------------
       SCREEN-ONE-FILE.
           MOVE 0 TO W-FILE-READ, W-FILE-REMOVED, W-FILE-HELD,
               W-FILE-KEPT.
           MOVE 0 TO W-LAST-LISTED.
           MOVE SPACES TO W-TARGET-FILENAME.
           STRING 'S:\COBOL\' DELIMITED BY SIZE
               RS-FILE DELIMITED BY SPACE
               INTO W-TARGET-FILENAME.
           CALL 'BRANCH-FILENAME' USING W-TARGET-FILENAME,
               W-WORK-BRANCH, W-WORK-FILENAME.
           CALL 'BRANCH-FILENAME' USING W-TARGET-FILENAME,
               W-ARCHIVE-BRANCH, W-ARCHIVE-FILENAME.

           OPEN INPUT RECORD-FILE.
           IF W-TARGET-STATUS NOT = '00' THEN
               MOVE SPACES TO PRINT-LINE
               STRING RS-FILE DELIMITED BY SIZE
                   " NOT FOUND; NOTHING REMOVED" DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO SCREEN-ONE-FILE-EXIT.
           OPEN OUTPUT WORK-FILE.
           IF W-WORK-STATUS NOT = '00' THEN
               DISPLAY "Unable to open work file: ", W-WORK-FILENAME
               STOP RUN.
           IF RS-ARCHIVE THEN
               OPEN EXTEND ARCHIVE-FILE
               IF W-ARCHIVE-STATUS NOT = '00' THEN
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
           END-IF.
           IF W-STATEMENT-LINES THEN
               PERFORM START-INVOICE-REGISTER
           END-IF.

           MOVE 'N' TO W-EOF-SW.
           PERFORM SCREEN-ONE-RECORD THRU SCREEN-ONE-RECORD-EXIT
               UNTIL W-INPUT-EOF.
           CLOSE RECORD-FILE.
           CLOSE WORK-FILE.
           IF RS-ARCHIVE THEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF W-INVREG-OPEN THEN
               CLOSE INVREG-FILE
               MOVE 'N' TO W-INVREG-OPEN-SW
           END-IF.

           IF W-FILE-REMOVED > 0 THEN
               OPEN INPUT WORK-FILE
               OPEN OUTPUT RECORD-FILE
               MOVE 'N' TO W-EOF-SW
               PERFORM PUT-ONE-RECORD-BACK UNTIL W-INPUT-EOF
               CLOSE WORK-FILE
               CLOSE RECORD-FILE
           END-IF.
           PERFORM WRITE-FILE-COUNTS.
       SCREEN-ONE-FILE-EXIT.
           CONTINUE.

       SCREEN-ONE-RECORD.
           READ RECORD-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO SCREEN-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO W-FILE-READ.
           MOVE 0 TO W-REC-DATE, W-REC-POS.
           IF W-STATEMENT-LINES THEN
               PERFORM FIND-STATEMENT-INVOICE
                   THRU FIND-STATEMENT-INVOICE-EXIT
           ELSE
               IF RECORD-REC(W-DATE-AT:8) IS NUMERIC THEN
                   MOVE RECORD-REC(W-DATE-AT:8) TO W-REC-DATE
               END-IF
               IF W-POS-AT > 0 THEN
                   IF RECORD-REC(W-POS-AT:9) IS NUMERIC THEN
                       MOVE RECORD-REC(W-POS-AT:9) TO W-REC-POS
                   END-IF
               END-IF
           END-IF.
      *    nothing to age it by -- keep it
           IF W-REC-DATE = 0 THEN
               PERFORM KEEP-THIS-RECORD
               GO TO SCREEN-ONE-RECORD-EXIT.
           MOVE W-REC-DATE TO W-AGE-DATE.
           IF RS-CLOSE-DATE AND W-REC-POS NOT = 0 THEN
               PERFORM FIND-ACCOUNT-CLOSE-DATE
                   THRU FIND-ACCOUNT-CLOSE-DATE-EXIT
           END-IF.
           IF W-AGE-DATE >= W-CUTOFF-DATE THEN
               PERFORM KEEP-THIS-RECORD
               GO TO SCREEN-ONE-RECORD-EXIT.
           CALL 'CHECK-LEGAL-HOLD' USING W-HELD, W-REC-POS,
               W-NO-PHONE.
           IF W-UNDER-HOLD THEN
               ADD 1 TO W-FILE-HELD
               PERFORM KEEP-THIS-RECORD
               GO TO SCREEN-ONE-RECORD-EXIT.
           PERFORM REMOVE-THIS-RECORD.
       SCREEN-ONE-RECORD-EXIT.
           CONTINUE.

       KEEP-THIS-RECORD.
           WRITE WORK-REC FROM RECORD-REC.
           ADD 1 TO W-FILE-KEPT.

       REMOVE-THIS-RECORD.
           ADD 1 TO W-FILE-REMOVED.
           IF RS-ARCHIVE THEN
               WRITE ARCHIVE-REC FROM RECORD-REC
               MOVE "ARCHIVED" TO W-DISPOSITION
           ELSE
               MOVE "PURGED" TO W-DISPOSITION
           END-IF.
      *    one certificate line per statement, not per print line
           IF W-STATEMENT-LINES THEN
               IF W-INVOICE NOT = W-LAST-LISTED THEN
                   MOVE W-INVOICE TO W-LAST-LISTED
                   PERFORM LIST-REMOVED-RECORD
               END-IF
           ELSE
               PERFORM LIST-REMOVED-RECORD
           END-IF.

       PUT-ONE-RECORD-BACK.
           READ WORK-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   WRITE RECORD-REC FROM WORK-REC
           END-READ.

      *    An account still open (or suspended) has no close date to
      *    age from, so its records are not yet due under this basis.
       FIND-ACCOUNT-CLOSE-DATE.
           IF W-REC-POS < 2 OR W-REC-POS > W-MASTER-FILE-SIZE THEN
               GO TO FIND-ACCOUNT-CLOSE-DATE-EXIT.
           MOVE W-REC-POS TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO FIND-ACCOUNT-CLOSE-DATE-EXIT
           END-READ.
           IF CM-INACTIVE OR CM-PURGED THEN
               MOVE CM-CLOSE-DATE TO W-AGE-DATE
           ELSE
               MOVE 99999999 TO W-AGE-DATE
           END-IF.
       FIND-ACCOUNT-CLOSE-DATE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    The statement archive is written in invoice order by the
      *    bill run, so the register is read forward alongside it and
      *    only reopened if an invoice number goes backwards.
      *----------------------------------------------------------------
       START-INVOICE-REGISTER.
           MOVE 0 TO W-IR-AT, W-IR-DATE, W-IR-POS.
           MOVE 'N' TO W-INVREG-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-INVREG-STATUS = '00' THEN
               SET W-INVREG-OPEN TO TRUE
           ELSE
               MOVE 'N' TO W-INVREG-OPEN-SW
               SET W-INVREG-EOF TO TRUE
           END-IF.

       FIND-STATEMENT-INVOICE.
           IF RECORD-REC(1:9) IS NOT NUMERIC THEN
               GO TO FIND-STATEMENT-INVOICE-EXIT.
           MOVE RECORD-REC(1:9) TO W-INVOICE.
           IF W-INVOICE < W-IR-AT AND W-INVREG-OPEN THEN
               CLOSE INVREG-FILE
               PERFORM START-INVOICE-REGISTER
           END-IF.
           PERFORM READ-ONE-INVOICE
               UNTIL W-INVREG-EOF OR W-IR-AT >= W-INVOICE.
           IF W-IR-AT = W-INVOICE THEN
               MOVE W-IR-DATE TO W-REC-DATE
               MOVE W-IR-POS TO W-REC-POS
           END-IF.
       FIND-STATEMENT-INVOICE-EXIT.
           CONTINUE.

       READ-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INVREG-EOF TO TRUE
               NOT AT END
                   MOVE IR-INVOICE-NUMBER TO W-IR-AT
                   MOVE IR-INVOICE-DATE TO W-IR-DATE
                   MOVE IR-MASTER-POS TO W-IR-POS
           END-READ.

      *----------------------------------------------------------------
      *    Closed journal generations, whole files at a time.
      *----------------------------------------------------------------
       RETIRE-JOURNAL-GENERATIONS.
           MOVE 0 TO W-FILE-READ, W-FILE-REMOVED, W-FILE-HELD,
               W-FILE-KEPT.
           MOVE 0 TO W-GEN-COUNT.
           MOVE 'N' TO W-GEN-OVERFLOW-SW, W-INDEX-CHANGED-SW.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               MOVE "JOURNAL: NO GENERATION INDEX; NOTHING REMOVED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               GO TO RETIRE-JOURNAL-GENERATIONS-EXIT.
           PERFORM LOAD-ONE-INDEX-ROW UNTIL W-INPUT-EOF.
           CLOSE GEN-INDEX-FILE.
      *    an index too big to hold can't be written back whole, so
      *    nothing in it is touched
           IF W-GEN-OVERFLOW THEN
               MOVE "JOURNAL: INDEX TOO LARGE; NOTHING REMOVED"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               DISPLAY "GENERATION INDEX HAS MORE THAN 600 ROWS."
               GO TO RETIRE-JOURNAL-GENERATIONS-EXIT.

           PERFORM CONSIDER-ONE-GENERATION
               THRU CONSIDER-ONE-GENERATION-EXIT
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.

           IF W-INDEX-CHANGED THEN
               OPEN OUTPUT GEN-INDEX-FILE
               PERFORM WRITE-ONE-INDEX-ROW
                   VARYING W-GEN-SUB FROM 1 BY 1
                   UNTIL W-GEN-SUB > W-GEN-COUNT
               CLOSE GEN-INDEX-FILE
           END-IF.
           PERFORM WRITE-FILE-COUNTS.
       RETIRE-JOURNAL-GENERATIONS-EXIT.
           CONTINUE.

       LOAD-ONE-INDEX-ROW.
           MOVE SPACES TO GEN-INDEX-REC.
           READ GEN-INDEX-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-GEN-COUNT >= 600 THEN
                       SET W-GEN-OVERFLOW TO TRUE
                   ELSE
                       ADD 1 TO W-GEN-COUNT
                       MOVE GEN-INDEX-REC TO W-GEN-ROW(W-GEN-COUNT)
                   END-IF
           END-READ.

       WRITE-ONE-INDEX-ROW.
           MOVE W-GEN-ROW(W-GEN-SUB) TO GEN-INDEX-REC.
           WRITE GEN-INDEX-REC.

       CONSIDER-ONE-GENERATION.
           MOVE W-GEN-ROW(W-GEN-SUB) TO GEN-INDEX-REC.
      *    already destroyed on an earlier run
           IF GX-PURGED-DATE IS NUMERIC AND GX-PURGED-DATE > ZEROS
                   THEN
               GO TO CONSIDER-ONE-GENERATION-EXIT.
           ADD 1 TO W-FILE-READ.
           IF GX-TO-DATE >= W-CUTOFF-DATE THEN
               ADD 1 TO W-FILE-KEPT
               GO TO CONSIDER-ONE-GENERATION-EXIT.
           MOVE SPACES TO W-GENERATION-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               GX-GENERATION DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-GENERATION-FILENAME.
           PERFORM SCAN-GENERATION-FOR-HOLDS
               THRU SCAN-GENERATION-FOR-HOLDS-EXIT.
           IF W-GENERATION-STATUS NOT = '00' AND
                   W-GENERATION-STATUS NOT = '10' THEN
               ADD 1 TO W-FILE-KEPT
               MOVE SPACES TO PRINT-LINE
               STRING "JOURNAL GENERATION " DELIMITED BY SIZE
                   GX-GENERATION DELIMITED BY SIZE
                   " FILE NOT FOUND; INDEX ROW LEFT AS IT WAS"
                       DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO CONSIDER-ONE-GENERATION-EXIT.
           IF W-UNDER-HOLD THEN
               ADD 1 TO W-FILE-HELD
               MOVE SPACES TO PRINT-LINE
               STRING "JOURNAL GENERATION " DELIMITED BY SIZE
                   GX-GENERATION DELIMITED BY SIZE
                   " RETAINED -- ENTRIES UNDER LEGAL HOLD"
                       DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
               GO TO CONSIDER-ONE-GENERATION-EXIT.

           IF RS-ARCHIVE THEN
               CALL 'BRANCH-FILENAME' USING W-GENERATION-FILENAME,
                   W-ARCHIVE-BRANCH, W-ARCHIVE-FILENAME
               CALL 'CBL_COPY_FILE' USING W-GENERATION-FILENAME,
                   W-ARCHIVE-FILENAME
                   RETURNING W-COPY-RC
               IF W-COPY-RC NOT = 0 THEN
                   ADD 1 TO W-FILE-KEPT
                   MOVE SPACES TO PRINT-LINE
                   STRING "JOURNAL GENERATION " DELIMITED BY SIZE
                       GX-GENERATION DELIMITED BY SIZE
                       " NOT ARCHIVED (COPY FAILED); LEFT IN PLACE"
                           DELIMITED BY SIZE
                       INTO PRINT-LINE
                   WRITE PRINT-LINE
                   GO TO CONSIDER-ONE-GENERATION-EXIT
               END-IF
               MOVE "ARCHIVED" TO W-DISPOSITION
           ELSE
               MOVE "PURGED" TO W-DISPOSITION
           END-IF.
           CALL 'CBL_DELETE_FILE' USING W-GENERATION-FILENAME.
           MOVE W-TODAY TO GX-PURGED-DATE.
           MOVE GEN-INDEX-REC TO W-GEN-ROW(W-GEN-SUB).
           SET W-INDEX-CHANGED TO TRUE.
           ADD 1 TO W-FILE-REMOVED.
           MOVE W-GEN-ENTRIES TO W-SHOW-READ.
           MOVE SPACES TO PRINT-LINE.
           STRING "JOURNAL      JRNL" DELIMITED BY SIZE
               GX-GENERATION DELIMITED BY SIZE
               ".DAT " DELIMITED BY SIZE
               GX-FROM-DATE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               GX-TO-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-READ DELIMITED BY SIZE
               " ENTRIES " DELIMITED BY SIZE
               W-DISPOSITION DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
       CONSIDER-ONE-GENERATION-EXIT.
           CONTINUE.

      *    Any entry touching a held account position -- before or
      *    after image -- or keyed by a held number keeps the whole
      *    generation.
       SCAN-GENERATION-FOR-HOLDS.
           MOVE 'N' TO W-HELD.
           MOVE 0 TO W-GEN-ENTRIES.
           OPEN INPUT GENERATION-FILE.
           IF W-GENERATION-STATUS NOT = '00' THEN
               GO TO SCAN-GENERATION-FOR-HOLDS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           PERFORM CHECK-ONE-GENERATION-ENTRY
               UNTIL W-INPUT-EOF OR W-UNDER-HOLD.
           CLOSE GENERATION-FILE.
           MOVE '00' TO W-GENERATION-STATUS.
           MOVE 'N' TO W-EOF-SW.
       SCAN-GENERATION-FOR-HOLDS-EXIT.
           CONTINUE.

       CHECK-ONE-GENERATION-ENTRY.
           READ GENERATION-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W-GEN-ENTRIES
                   MOVE 0 TO W-HOLD-PHONE
                   IF JR-KEY(1:10) IS NUMERIC THEN
                       MOVE JR-KEY(1:10) TO W-HOLD-PHONE
                   END-IF
                   MOVE JR-BEFORE-POS TO W-REC-POS
                   CALL 'CHECK-LEGAL-HOLD' USING W-HELD, W-REC-POS,
                       W-HOLD-PHONE
                   IF NOT W-UNDER-HOLD THEN
                       MOVE JR-AFTER-POS TO W-REC-POS
                       CALL 'CHECK-LEGAL-HOLD' USING W-HELD,
                           W-REC-POS, W-NO-PHONE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Certificate
      *----------------------------------------------------------------
       WRITE-CERTIFICATE-HEADING.
           MOVE "CERTIFICATE OF RECORDS DESTRUCTION" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "RUN " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-RUN-TIME DELIMITED BY SIZE
               "   UNDER RETENTION SCHEDULE RETAIN.DAT"
                   DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "RECORDS OF ACCOUNTS AND NUMBERS UNDER LEGAL HOLD "
                   DELIMITED BY SIZE
               "ARE EXEMPT AND HAVE BEEN RETAINED." DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "FILE         RECORD   POSITION  INVOICE   DISPOSITION"
               TO PRINT-LINE.
           WRITE PRINT-LINE.

       LIST-REMOVED-RECORD.
           MOVE W-REC-POS TO W-SHOW-POS.
           MOVE SPACES TO PRINT-LINE.
           MOVE RS-FILE TO PRINT-LINE(1:12).
           MOVE W-REC-DATE TO PRINT-LINE(14:8).
           MOVE W-SHOW-POS TO PRINT-LINE(23:9).
           IF W-STATEMENT-LINES THEN
               MOVE W-INVOICE TO PRINT-LINE(33:9)
           END-IF.
           MOVE W-DISPOSITION TO PRINT-LINE(43:8).
           WRITE PRINT-LINE.

       WRITE-FILE-COUNTS.
           MOVE W-FILE-READ TO W-SHOW-READ.
           MOVE W-FILE-REMOVED TO W-SHOW-REMOVED.
           MOVE W-FILE-HELD TO W-SHOW-HELD.
           MOVE W-FILE-KEPT TO W-SHOW-KEPT.
           MOVE SPACES TO PRINT-LINE.
           STRING RS-FILE DELIMITED BY SIZE
               " KEPT " DELIMITED BY SIZE
               RS-YEARS DELIMITED BY SIZE
               " YRS  READ " DELIMITED BY SIZE
               W-SHOW-READ DELIMITED BY SIZE
               "  REMOVED " DELIMITED BY SIZE
               W-SHOW-REMOVED DELIMITED BY SIZE
               "  HELD " DELIMITED BY SIZE
               W-SHOW-HELD DELIMITED BY SIZE
               "  KEPT " DELIMITED BY SIZE
               W-SHOW-KEPT DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           ADD W-FILE-REMOVED TO W-TOTAL-REMOVED.
           ADD W-FILE-HELD TO W-TOTAL-HELD.
           DISPLAY "  ", RS-FILE, " REMOVED ", W-SHOW-REMOVED,
               "  HELD ", W-SHOW-HELD.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-TOTAL-REMOVED TO W-SHOW-REMOVED.
           MOVE W-TOTAL-HELD TO W-SHOW-HELD.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOTAL REMOVED " DELIMITED BY SIZE
               W-SHOW-REMOVED DELIMITED BY SIZE
               "   TOTAL EXEMPT UNDER LEGAL HOLD " DELIMITED BY SIZE
               W-SHOW-HELD DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "DESTRUCTION CERTIFIED BY: ______________________"
                   DELIMITED BY SIZE
               "  DATE: __________" DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
