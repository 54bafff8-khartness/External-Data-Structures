       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CONTRACT-EXPIRY-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly list of term contracts coming to the end of their
      *    term in the next 90 days (DL100_CONTRACT_WINDOW overrides
      *    the window), in file order with the committed plan, the
      *    term and the days left -- so the sales office can call
      *    about a renewal before the customer is free to walk.
      *    A contract already ended, broken or waived is not listed.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-CONTRACT-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CONTRACT.DAT'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-TODAY                 PIC 9(8).
       01  W-TODAY-INT             PIC 9(9) COMP.
       01  W-END-INT               PIC 9(9) COMP.
       01  W-DAYS-LEFT             PIC 9(9) COMP.
       01  W-WINDOW-DAYS           PIC 9(3).

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-CT-FOUND              PIC X.
           88  W-CONTRACT-ON-FILE      VALUE 'Y'.
       01  W-CT-STATUS             PIC X.
           88  W-CT-IN-TERM            VALUE 'A'.
       01  W-CT-TERM               PIC 99.
       01  W-CT-START              PIC 9(8).
       01  W-CT-END                PIC 9(8).
       01  W-CT-PLAN               PIC X(4).
       01  W-CT-ETF-FLAT           PIC 9(5)V99.
       01  W-CT-ETF-PER-MONTH      PIC 9(5)V99.
       01  W-CT-ETF-DUE            PIC 9(5)V99.

       01  W-EXPIRING-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-DAYS             PIC ZZ9.
       01  W-SHOW-ACCOUNT          PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           ACCEPT W-WINDOW-DAYS FROM ENVIRONMENT
               "DL100_CONTRACT_WINDOW".
           IF W-WINDOW-DAYS = 0 THEN
               MOVE 90 TO W-WINDOW-DAYS
           END-IF.
           DISPLAY " ".
           DISPLAY "TERM CONTRACTS ENDING - ", W-TODAY.
           DISPLAY "  WITHIN ", W-WINDOW-DAYS, " DAYS".
           DISPLAY " ".
           DISPLAY "  ACCOUNT   NAME                           ",
               "PLAN TERM ENDS     DAYS".

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CONTRACTS' USING W-CONTRACT-FILENAME.
           PERFORM CHECK-ONE-CONTRACT THRU CHECK-ONE-CONTRACT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CALL 'CLOSE-CONTRACTS'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           MOVE W-EXPIRING-COUNT TO W-SHOW-COUNT.
           DISPLAY "  CONTRACTS TO RENEW: ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    WINDOW -- a contract still in its term whose end date falls
      *    inside the window is listed against its active account.
      *----------------------------------------------------------------
       CHECK-ONE-CONTRACT.
           CALL 'GET-CONTRACT' USING W-POSITION, W-CT-FOUND,
               W-CT-STATUS, W-CT-TERM, W-CT-START, W-CT-END,
               W-CT-PLAN, W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH,
               W-CT-ETF-DUE.
           IF NOT W-CONTRACT-ON-FILE OR NOT W-CT-IN-TERM THEN
               GO TO CHECK-ONE-CONTRACT-EXIT.
           IF W-CT-END < W-TODAY THEN
               GO TO CHECK-ONE-CONTRACT-EXIT.
           COMPUTE W-END-INT = FUNCTION INTEGER-OF-DATE(W-CT-END).
           COMPUTE W-DAYS-LEFT = W-END-INT - W-TODAY-INT.
           IF W-DAYS-LEFT > W-WINDOW-DAYS THEN
               GO TO CHECK-ONE-CONTRACT-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO CHECK-ONE-CONTRACT-EXIT.
           ADD 1 TO W-EXPIRING-COUNT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-DAYS-LEFT TO W-SHOW-DAYS.
           DISPLAY "  ", W-SHOW-ACCOUNT, " ", W-NAME, " ",
               W-CT-PLAN, "  ", W-CT-TERM, "  ", W-CT-END, " ",
               W-SHOW-DAYS.
       CHECK-ONE-CONTRACT-EXIT.
           CONTINUE.
