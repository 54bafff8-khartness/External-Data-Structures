       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           TAX-EXEMPT-EXPIRY-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly list of tax-exemption certificates running out in
      *    the next 60 days (DL100_EXEMPT_WINDOW overrides the
      *    window), in file order with the days left and the levies
      *    each one waives -- so the office can write for the renewed
      *    certificate before the exemption lapses and the bill run
      *    starts taxing a school district again.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-TAXEXEMPT-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TAXEXMPT.DAT'.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-TODAY                 PIC 9(8).
       01  W-TODAY-INT             PIC 9(9) COMP.
       01  W-EXPIRY-INT            PIC 9(9) COMP.
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
       01  W-TE-FOUND              PIC X.
           88  W-CERT-ON-FILE          VALUE 'Y'.
       01  W-TE-CERT-NUMBER        PIC X(15).
       01  W-TE-STATE              PIC X.
       01  W-TE-FEDERAL            PIC X.
       01  W-TE-E911               PIC X.
       01  W-TE-EFFECTIVE          PIC 9(8).
       01  W-TE-EXPIRY             PIC 9(8).

       01  W-LEVIES                PIC X(15).
       01  W-EXPIRING-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-DAYS             PIC ZZ9.
       01  W-SHOW-ACCOUNT          PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           ACCEPT W-WINDOW-DAYS FROM ENVIRONMENT "DL100_EXEMPT_WINDOW".
           IF W-WINDOW-DAYS = 0 THEN
               MOVE 60 TO W-WINDOW-DAYS
           END-IF.
           DISPLAY " ".
           DISPLAY "TAX EXEMPTION CERTIFICATES EXPIRING - ", W-TODAY.
           DISPLAY "  WITHIN ", W-WINDOW-DAYS, " DAYS".
           DISPLAY " ".
           DISPLAY "  ACCOUNT   NAME                           ",
               "CERTIFICATE     EXPIRES  DAYS LEVIES".

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-TAX-EXEMPT' USING W-TAXEXEMPT-FILENAME.
           PERFORM CHECK-ONE-CERT THRU CHECK-ONE-CERT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CALL 'CLOSE-TAX-EXEMPT'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           MOVE W-EXPIRING-COUNT TO W-SHOW-COUNT.
           DISPLAY "  CERTIFICATES TO RENEW: ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    WINDOW -- a certificate still in force whose expiry falls
      *    inside the window is listed with what it waives.
      *----------------------------------------------------------------
       CHECK-ONE-CERT.
           CALL 'GET-TAX-EXEMPT' USING W-POSITION, W-TE-FOUND,
               W-TE-CERT-NUMBER, W-TE-STATE, W-TE-FEDERAL, W-TE-E911,
               W-TE-EFFECTIVE, W-TE-EXPIRY.
           IF NOT W-CERT-ON-FILE OR W-TE-EXPIRY = 0 THEN
               GO TO CHECK-ONE-CERT-EXIT.
           IF W-TE-EXPIRY < W-TODAY THEN
               GO TO CHECK-ONE-CERT-EXIT.
           COMPUTE W-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(W-TE-EXPIRY).
           COMPUTE W-DAYS-LEFT = W-EXPIRY-INT - W-TODAY-INT.
           IF W-DAYS-LEFT > W-WINDOW-DAYS THEN
               GO TO CHECK-ONE-CERT-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO CHECK-ONE-CERT-EXIT.
           MOVE SPACES TO W-LEVIES.
           IF W-TE-STATE = 'Y' THEN
               MOVE 'STATE' TO W-LEVIES(1:5)
           END-IF.
           IF W-TE-FEDERAL = 'Y' THEN
               MOVE 'FED' TO W-LEVIES(7:3)
           END-IF.
           IF W-TE-E911 = 'Y' THEN
               MOVE 'E911' TO W-LEVIES(11:4)
           END-IF.
           ADD 1 TO W-EXPIRING-COUNT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-DAYS-LEFT TO W-SHOW-DAYS.
           DISPLAY "  ", W-SHOW-ACCOUNT, " ", W-NAME, " ",
               W-TE-CERT-NUMBER, " ", W-TE-EXPIRY, " ", W-SHOW-DAYS,
               " ", W-LEVIES.
       CHECK-ONE-CERT-EXIT.
           CONTINUE.
