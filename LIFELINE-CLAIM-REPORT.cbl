       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           LIFELINE-CLAIM-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly Lifeline reimbursement claim.  For the prompted
      *    month, totals the support credits the bill runs gave off
      *    the Lifeline credit file -- subscribers credited and
      *    dollars, by qualifying program -- which is the figure we
      *    claim back from the fund.  Then walks the eligibility
      *    file for enrollments whose annual recertification date
      *    has passed: each is listed with its days overdue, and one
      *    left unrecertified past the grace period is de-enrolled
      *    through SET-LIFELINE so the next bill carries no credit we
      *    cannot claim.  DL100_LIFELINE_GRACE sets the grace period
      *    in days (default 30).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFECRED-FILE ASSIGN TO W-LIFECRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LIFECRED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIFECRED-FILE.
       01  LIFECRED-REC.
           05  LC-INVOICE-DATE     PIC 9(8).
           05  LC-INVOICE-NUMBER   PIC 9(9).
           05  LC-MASTER-POS       PIC 9(9).
           05  LC-ACCOUNT-NUMBER   PIC 9(9).
           05  LC-PROGRAM          PIC X(4).
           05  LC-AMOUNT           PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-LIFELINE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\LIFELINE.DAT'.
       01  W-LIFECRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\LIFECRED.DAT'.
       01  W-LIFECRED-STATUS       PIC XX.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-REPORT-MONTH          PIC 9(6).
       01  W-TODAY                 PIC 9(8).
       01  W-TODAY-INT             PIC 9(9) COMP.
       01  W-DUE-INT               PIC 9(9) COMP.
       01  W-DAYS-OVERDUE          PIC 9(9) COMP.
       01  W-GRACE-DAYS            PIC 9(3).

      *    claim totals by qualifying program
       01  W-PROGRAM-TABLE.
           05  W-PGM-COUNT         PIC 99 COMP VALUE 0.
           05  W-PGM-ENTRY         OCCURS 20 TIMES.
               10  W-PGM-CODE          PIC X(4).
               10  W-PGM-SUBSCRIBERS   PIC 9(9) COMP.
               10  W-PGM-DOLLARS       PIC 9(9)V99.
       01  W-SUB                   PIC 99 COMP.
       01  W-HIT                   PIC 99 COMP.
       01  W-CLAIM-SUBSCRIBERS     PIC 9(9) COMP VALUE 0.
       01  W-CLAIM-DOLLARS         PIC 9(11)V99 VALUE 0.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-LL-FOUND              PIC X.
           88  W-LIFELINE-ON-FILE      VALUE 'Y'.
       01  W-LL-STATUS             PIC X.
       01  W-LL-PROGRAM            PIC X(4).
       01  W-LL-PROOF-DATE         PIC 9(8).
       01  W-LL-RECERT-DUE         PIC 9(8).
       01  W-LL-WANT               PIC X VALUE 'D'.
       01  L-STATUS                PIC 9.
           88  STATUS-OK               VALUE 0.

       01  W-OVERDUE-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-DROPPED-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-DAYS             PIC ZZZ9.
       01  W-SHOW-ACCOUNT          PIC 9(9).
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "LIFELINE REIMBURSEMENT CLAIM".
           DISPLAY "Claim month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-REPORT-MONTH.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           ACCEPT W-GRACE-DAYS FROM ENVIRONMENT "DL100_LIFELINE_GRACE".
           IF W-GRACE-DAYS = 0 THEN
               MOVE 30 TO W-GRACE-DAYS
           END-IF.

           PERFORM TALLY-CREDITS THRU TALLY-CREDITS-EXIT.

           DISPLAY " ".
           DISPLAY "CREDITS GIVEN BY PROGRAM - ", W-REPORT-MONTH.
           DISPLAY "  PROGRAM   SUBSCRIBERS          DOLLARS".
           PERFORM PRINT-ONE-PROGRAM
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PGM-COUNT.
           MOVE W-CLAIM-SUBSCRIBERS TO W-SHOW-COUNT.
           MOVE W-CLAIM-DOLLARS TO W-SHOW-TOTAL.
           DISPLAY "  TOTAL   ", W-SHOW-COUNT, "  ", W-SHOW-TOTAL.
           DISPLAY "  AMOUNT CLAIMED FOR REIMBURSEMENT: ", W-SHOW-TOTAL.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-LIFELINE' USING W-LIFELINE-FILENAME.
           DISPLAY " ".
           DISPLAY "OVERDUE RECERTIFICATIONS (GRACE ", W-GRACE-DAYS,
               " DAYS)".
           PERFORM CHECK-ONE-RECERT THRU CHECK-ONE-RECERT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CALL 'CLOSE-LIFELINE'.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           MOVE W-OVERDUE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  OVERDUE RECERTIFICATIONS: ", W-SHOW-COUNT.
           MOVE W-DROPPED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  DE-ENROLLED THIS RUN:     ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    CLAIM -- every credit row dated in the claim month counts
      *    one subscriber and its dollars against its program.
      *----------------------------------------------------------------
       TALLY-CREDITS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT LIFECRED-FILE.
           IF W-LIFECRED-STATUS NOT = '00' THEN
               DISPLAY "No Lifeline credits on file."
               GO TO TALLY-CREDITS-EXIT.
           PERFORM TALLY-ONE-CREDIT UNTIL W-INPUT-EOF.
           CLOSE LIFECRED-FILE.
       TALLY-CREDITS-EXIT.
           CONTINUE.

       TALLY-ONE-CREDIT.
           READ LIFECRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF LC-INVOICE-DATE(1:6) = W-REPORT-MONTH THEN
                       PERFORM ADD-TO-PROGRAM
                   END-IF
           END-READ.

       ADD-TO-PROGRAM.
           MOVE 0 TO W-HIT.
           PERFORM FIND-PROGRAM
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PGM-COUNT.
           IF W-HIT = 0 AND W-PGM-COUNT < 20 THEN
               ADD 1 TO W-PGM-COUNT
               MOVE W-PGM-COUNT TO W-HIT
               MOVE LC-PROGRAM TO W-PGM-CODE(W-HIT)
               MOVE 0 TO W-PGM-SUBSCRIBERS(W-HIT),
                   W-PGM-DOLLARS(W-HIT)
           END-IF.
           IF W-HIT NOT = 0 THEN
               ADD 1 TO W-PGM-SUBSCRIBERS(W-HIT)
               ADD LC-AMOUNT TO W-PGM-DOLLARS(W-HIT)
           END-IF.
           ADD 1 TO W-CLAIM-SUBSCRIBERS.
           ADD LC-AMOUNT TO W-CLAIM-DOLLARS.

       FIND-PROGRAM.
           IF W-PGM-CODE(W-SUB) = LC-PROGRAM THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       PRINT-ONE-PROGRAM.
           MOVE W-PGM-SUBSCRIBERS(W-SUB) TO W-SHOW-COUNT.
           MOVE W-PGM-DOLLARS(W-SUB) TO W-SHOW-TOTAL.
           DISPLAY "  ", W-PGM-CODE(W-SUB), "    ", W-SHOW-COUNT,
               "  ", W-SHOW-TOTAL.

      *----------------------------------------------------------------
      *    RECERTIFICATION -- an enrollment past its due date is
      *    listed; one past the grace period as well is dropped.
      *----------------------------------------------------------------
       CHECK-ONE-RECERT.
           CALL 'GET-LIFELINE' USING W-POSITION, W-LL-FOUND,
               W-LL-STATUS, W-LL-PROGRAM, W-LL-PROOF-DATE,
               W-LL-RECERT-DUE.
           IF NOT W-LIFELINE-ON-FILE OR W-LL-STATUS NOT = 'E' THEN
               GO TO CHECK-ONE-RECERT-EXIT.
           IF W-LL-RECERT-DUE >= W-TODAY THEN
               GO TO CHECK-ONE-RECERT-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO CHECK-ONE-RECERT-EXIT.
           ADD 1 TO W-OVERDUE-COUNT.
           COMPUTE W-DUE-INT =
               FUNCTION INTEGER-OF-DATE(W-LL-RECERT-DUE).
           COMPUTE W-DAYS-OVERDUE = W-TODAY-INT - W-DUE-INT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-DAYS-OVERDUE TO W-SHOW-DAYS.
           IF W-DAYS-OVERDUE > W-GRACE-DAYS THEN
               CALL 'SET-LIFELINE' USING L-STATUS, W-POSITION,
                   W-LL-WANT, W-LL-PROGRAM, W-LL-PROOF-DATE
               IF STATUS-OK THEN
                   ADD 1 TO W-DROPPED-COUNT
               END-IF
               DISPLAY "  ", W-SHOW-ACCOUNT, " ", W-NAME, " ",
                   W-LL-PROGRAM, " DUE ", W-LL-RECERT-DUE,
                   W-SHOW-DAYS, " DAYS  DE-ENROLLED"
           ELSE
               DISPLAY "  ", W-SHOW-ACCOUNT, " ", W-NAME, " ",
                   W-LL-PROGRAM, " DUE ", W-LL-RECERT-DUE,
                   W-SHOW-DAYS, " DAYS  IN GRACE"
           END-IF.
       CHECK-ONE-RECERT-EXIT.
           CONTINUE.
