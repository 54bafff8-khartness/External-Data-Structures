       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PROMO-CAMPAIGN-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Marketing's scorecard for the promotion master: for each
      *    offer, how many accounts signed up with the code, how many
      *    are still drawing credits, have had every promised cycle,
      *    or were cancelled out, how many cycles have been credited
      *    and the dollars given away.  The take rate sets the sign-
      *    ups against every account opened while the offer's sign-up
      *    window was open -- counted from the journal's ADD-NAME
      *    entries over a private sequential path, the same way NEW-
      *    ACCOUNTS-REPORT finds new accounts.  An offer still open
      *    counts new accounts through today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05  JR-DATE         PIC 9(8).
           05  JR-TIME         PIC 9(6).
           05  JR-OPERATION    PIC X(15).
           05  JR-KEY          PIC X(30).
           05  JR-BEFORE-POS   PIC 9(9).
           05  JR-AFTER-POS    PIC 9(9).
           05  JR-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-PROMO-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PROMOMST.DAT'.
       01  W-PROMO-ACCT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROMOACT.DAT'.
       01  W-JOURNAL-STATUS    PIC XX.
       01  W-AT-END            PIC X VALUE 'N'.
           88  AT-END              VALUE 'Y'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-PROMO-TABLE EXTERNAL.
           05  W-PROMO-COUNT   PIC 999 COMP VALUE 0.
           05  W-PROMO-ENTRY OCCURS 200 TIMES.
               10  W-PR-CODE       PIC X(6).
               10  W-PR-DESC       PIC X(30).
               10  W-PR-KIND       PIC X.
               10  W-PR-AMOUNT     PIC 9(5)V99.
               10  W-PR-PERCENT    PIC 999.
               10  W-PR-CYCLES     PIC 99.
               10  W-PR-PLAN       PIC X(4) OCCURS 5 TIMES.
               10  W-PR-FROM       PIC 9(8).
               10  W-PR-TO         PIC 9(8).

      *    One set of counters per row of the promotion table, same
      *    subscript.
       01  W-CAMPAIGN-TABLE.
           05  W-CAMPAIGN OCCURS 200 TIMES.
               10  W-CP-ENROLLED   PIC 9(7) COMP.
               10  W-CP-RUNNING    PIC 9(7) COMP.
               10  W-CP-COMPLETE   PIC 9(7) COMP.
               10  W-CP-CANCELLED  PIC 9(7) COMP.
               10  W-CP-CYCLES     PIC 9(9) COMP.
               10  W-CP-CREDITED   PIC 9(9)V99.
               10  W-CP-NEW-ACCTS  PIC 9(7) COMP.

       01  W-TODAY             PIC 9(8).
       01  W-POSITION          PIC 9(9) COMP.
       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.
       01  W-WINDOW-END        PIC 9(8).
       01  W-UNMATCHED         PIC 9(7) COMP VALUE 0.

       01  W-PA-FOUND          PIC X.
           88  W-PROMOTION-ON-FILE VALUE 'Y'.
       01  W-PA-STATUS         PIC X.
           88  W-PA-RUNNING        VALUE 'A'.
           88  W-PA-COMPLETE       VALUE 'C'.
           88  W-PA-CANCELLED      VALUE 'X'.
       01  W-PA-CODE           PIC X(6).
       01  W-PA-ENROLL-DATE    PIC 9(8).
       01  W-PA-KIND           PIC X.
       01  W-PA-AMOUNT         PIC 9(5)V99.
       01  W-PA-PERCENT        PIC 999.
       01  W-PA-PROMISED       PIC 99.
       01  W-PA-GIVEN          PIC 99.
       01  W-PA-CREDITED       PIC 9(7)V99.

       01  W-TAKE-RATE         PIC 999V9.
       01  W-TOT-ENROLLED      PIC 9(7) COMP VALUE 0.
       01  W-TOT-RUNNING       PIC 9(7) COMP VALUE 0.
       01  W-TOT-COMPLETE      PIC 9(7) COMP VALUE 0.
       01  W-TOT-CANCELLED     PIC 9(7) COMP VALUE 0.
       01  W-TOT-CYCLES        PIC 9(9) COMP VALUE 0.
       01  W-TOT-CREDITED      PIC 9(9)V99 VALUE 0.

       01  W-SHOW-COUNT        PIC ZZZ,ZZ9.
       01  W-SHOW-RUNNING      PIC ZZZ,ZZ9.
       01  W-SHOW-COMPLETE     PIC ZZZ,ZZ9.
       01  W-SHOW-CANCELLED    PIC ZZZ,ZZ9.
       01  W-SHOW-CYCLES       PIC ZZZ,ZZ9.
       01  W-SHOW-NEW          PIC ZZZ,ZZ9.
       01  W-SHOW-RATE         PIC ZZ9.9.
       01  W-SHOW-MONEY        PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-PROMO-TABLE' USING W-PROMO-FILENAME.
           CALL 'OPEN-PROMOTIONS' USING W-PROMO-ACCT-FILENAME.
           INITIALIZE W-CAMPAIGN-TABLE.

           PERFORM TALLY-ONE-ACCOUNT THRU TALLY-ONE-ACCOUNT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CALL 'CLOSE-PROMOTIONS'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           OPEN INPUT JOURNAL-FILE.
           IF W-JOURNAL-STATUS NOT = '00' THEN
               DISPLAY "Unable to open journal file: ",
                   W-JOURNAL-FILENAME
               STOP RUN
           END-IF.
           PERFORM READ-ONE-JOURNAL-REC UNTIL AT-END.
           CLOSE JOURNAL-FILE.

           DISPLAY " ".
           DISPLAY "PROMOTION CAMPAIGN REPORT - ", W-TODAY.
           DISPLAY " ".
           PERFORM PRINT-ONE-CAMPAIGN
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT.

           DISPLAY " ".
           MOVE W-TOT-ENROLLED TO W-SHOW-COUNT.
           DISPLAY "  TOTAL ENROLLED:       ", W-SHOW-COUNT.
           MOVE W-TOT-RUNNING TO W-SHOW-COUNT.
           DISPLAY "    STILL RUNNING:      ", W-SHOW-COUNT.
           MOVE W-TOT-COMPLETE TO W-SHOW-COUNT.
           DISPLAY "    ALL CYCLES GIVEN:   ", W-SHOW-COUNT.
           MOVE W-TOT-CANCELLED TO W-SHOW-COUNT.
           DISPLAY "    CANCELLED:          ", W-SHOW-COUNT.
           MOVE W-TOT-CYCLES TO W-SHOW-COUNT.
           DISPLAY "  CYCLES CREDITED:      ", W-SHOW-COUNT.
           MOVE W-TOT-CREDITED TO W-SHOW-MONEY.
           DISPLAY "  DOLLARS GIVEN AWAY:   ", W-SHOW-MONEY.
           IF W-UNMATCHED > 0 THEN
               MOVE W-UNMATCHED TO W-SHOW-COUNT
               DISPLAY "  ENROLLMENTS UNDER A CODE NO LONGER ON THE",
                   " PROMOTION MASTER: ", W-SHOW-COUNT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    ENROLLMENTS -- every account that signed up with a code is
      *    counted against that code whatever has become of the
      *    account since; the credits were given either way.
      *----------------------------------------------------------------
       TALLY-ONE-ACCOUNT.
           CALL 'GET-PROMOTION' USING W-POSITION, W-PA-FOUND,
               W-PA-STATUS, W-PA-CODE, W-PA-ENROLL-DATE, W-PA-KIND,
               W-PA-AMOUNT, W-PA-PERCENT, W-PA-PROMISED, W-PA-GIVEN,
               W-PA-CREDITED.
           IF NOT W-PROMOTION-ON-FILE THEN
               GO TO TALLY-ONE-ACCOUNT-EXIT.
           PERFORM FIND-PROMOTION.
           IF W-HIT = 0 THEN
               ADD 1 TO W-UNMATCHED
               GO TO TALLY-ONE-ACCOUNT-EXIT.
           ADD 1 TO W-CP-ENROLLED(W-HIT), W-TOT-ENROLLED.
           EVALUATE TRUE
               WHEN W-PA-RUNNING
                   ADD 1 TO W-CP-RUNNING(W-HIT), W-TOT-RUNNING
               WHEN W-PA-COMPLETE
                   ADD 1 TO W-CP-COMPLETE(W-HIT), W-TOT-COMPLETE
               WHEN W-PA-CANCELLED
                   ADD 1 TO W-CP-CANCELLED(W-HIT), W-TOT-CANCELLED
           END-EVALUATE.
           ADD W-PA-GIVEN TO W-CP-CYCLES(W-HIT), W-TOT-CYCLES.
           ADD W-PA-CREDITED TO W-CP-CREDITED(W-HIT), W-TOT-CREDITED.
       TALLY-ONE-ACCOUNT-EXIT.
           CONTINUE.

       FIND-PROMOTION.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-PROMOTION
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT OR W-HIT NOT = 0.

       MATCH-ONE-PROMOTION.
           IF W-PR-CODE(W-SUB) = W-PA-CODE THEN
               MOVE W-SUB TO W-HIT
           END-IF.

      *----------------------------------------------------------------
      *    TAKE RATE -- each new account counts toward every offer
      *    whose sign-up window was open the day it was added.
      *----------------------------------------------------------------
       READ-ONE-JOURNAL-REC.
           READ JOURNAL-FILE
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF JR-OPERATION = 'ADD-NAME' THEN
                       PERFORM COUNT-NEW-ACCOUNT
                           VARYING W-SUB FROM 1 BY 1
                           UNTIL W-SUB > W-PROMO-COUNT
                   END-IF
           END-READ.

       COUNT-NEW-ACCOUNT.
           MOVE W-PR-TO(W-SUB) TO W-WINDOW-END.
           IF W-WINDOW-END = 0 THEN
               MOVE W-TODAY TO W-WINDOW-END
           END-IF.
           IF JR-DATE >= W-PR-FROM(W-SUB) AND
                   JR-DATE <= W-WINDOW-END THEN
               ADD 1 TO W-CP-NEW-ACCTS(W-SUB)
           END-IF.

       PRINT-ONE-CAMPAIGN.
           DISPLAY "  ", W-PR-CODE(W-SUB), "  ", W-PR-DESC(W-SUB).
           MOVE W-PR-TO(W-SUB) TO W-WINDOW-END.
           IF W-WINDOW-END = 0 THEN
               DISPLAY "    SIGN-UP WINDOW ", W-PR-FROM(W-SUB),
                   " - OPEN"
           ELSE
               DISPLAY "    SIGN-UP WINDOW ", W-PR-FROM(W-SUB),
                   " - ", W-WINDOW-END
           END-IF.
           MOVE W-CP-ENROLLED(W-SUB) TO W-SHOW-COUNT.
           MOVE W-CP-NEW-ACCTS(W-SUB) TO W-SHOW-NEW.
           IF W-CP-NEW-ACCTS(W-SUB) = 0 THEN
               MOVE 0 TO W-TAKE-RATE
           ELSE
               COMPUTE W-TAKE-RATE ROUNDED =
                   W-CP-ENROLLED(W-SUB) * 100 / W-CP-NEW-ACCTS(W-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO W-TAKE-RATE
               END-COMPUTE
           END-IF.
           MOVE W-TAKE-RATE TO W-SHOW-RATE.
           DISPLAY "    ENROLLED ", W-SHOW-COUNT, " OF ", W-SHOW-NEW,
               " NEW ACCOUNTS  TAKE RATE ", W-SHOW-RATE, "%".
           MOVE W-CP-RUNNING(W-SUB) TO W-SHOW-RUNNING.
           MOVE W-CP-COMPLETE(W-SUB) TO W-SHOW-COMPLETE.
           MOVE W-CP-CANCELLED(W-SUB) TO W-SHOW-CANCELLED.
           DISPLAY "    RUNNING ", W-SHOW-RUNNING, "  COMPLETE ",
               W-SHOW-COMPLETE, "  CANCELLED ", W-SHOW-CANCELLED.
           MOVE W-CP-CYCLES(W-SUB) TO W-SHOW-CYCLES.
           MOVE W-CP-CREDITED(W-SUB) TO W-SHOW-MONEY.
           DISPLAY "    CYCLES CREDITED ", W-SHOW-CYCLES,
               "  GIVEN AWAY ", W-SHOW-MONEY.
