      *    SENT" right where the conversation happens; when a
      *    customer claims nobody told them, the record is one
      *    SHOW-CUSTOMER away.
      *    A USAGE-ALERT entry from BILL-SHOCK-ALERT earns the usage
      *    notice (LTRSHK.TPL), its detail the level reached, the
      *    unbilled amount and the limit.  That notice follows the
      *    bill: an e-bill customer gets it as an e-mail, queued to
      *    EMAILOUT.DAT for the mailer -- a header record with the
      *    address on file, then the merged lines -- and a customer
      *    taking both gets the letter as well.
      *    A customer who takes Spanish (GET-LANGUAGE-PREF) gets the
      *    Spanish version of each template, the base name with 'ES'
      *    spliced in (LTRWELES.TPL and so on), and the filled-in
      *    detail goes through the language text file PRTTEXT.DAT
      *    the statements use.  Until a Spanish template is on hand
      *    the letter goes in English rather than not at all, and
      *    the run says so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LOG-STATUS.

           SELECT EMAIL-FILE ASSIGN TO W-EMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
           05  LL-MASTER-POS   PIC 9(9).
           05  LL-LETTER-CODE  PIC X(3).

       FD  EMAIL-FILE.
       01  EMAIL-REC.
           05  EM-TYPE         PIC X.
               88  EM-HEADER       VALUE 'H'.
               88  EM-DETAIL       VALUE 'D'.
           05  EM-ACCOUNT      PIC 9(9).
           05  EM-LETTER-CODE  PIC X(3).
           05  EM-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
                               VALUE 'S:\COBOL\LTRNUM.TPL'.
       01  W-DUNNING-TEMPLATE  PIC X(512)
                               VALUE 'S:\COBOL\LTRDUN.TPL'.
       01  W-SHOCK-TEMPLATE    PIC X(512)
                               VALUE 'S:\COBOL\LTRSHK.TPL'.
       01  W-EMAIL-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\EMAILOUT.DAT'.
       01  W-PRTTEXT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PRTTEXT.DAT'.

      *    the customer's language, and the English template the
      *    Spanish one's name is built from
       01  W-LANGUAGE          PIC X.
       01  W-SPANISH-SUFFIX    PIC XX VALUE 'ES'.
       01  W-ENGLISH-TEMPLATE  PIC X(512).
       01  W-TEXT-LINE         PIC X(132).

       01  W-JOURNAL-STATUS    PIC XX.
       01  W-TEMPLATE-STATUS   PIC XX.
       01  W-LETTER-STATUS     PIC XX.
       01  W-LOG-STATUS        PIC XX.
       01  W-EMAIL-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-TPL-EOF-SW        PIC X.
       01  W-NOTE-TEXT         PIC X(60).
       01  W-NOTE-OPERATOR     PIC X(8) VALUE 'LETTERS'.

      *    which way the notice goes; only the usage notice may go by
      *    e-mail
       01  W-EMAIL-OK-SW       PIC X.
           88  W-EMAIL-OK          VALUE 'Y'.
       01  W-TO-PAPER-SW       PIC X.
           88  W-TO-PAPER          VALUE 'Y'.
       01  W-TO-EMAIL-SW       PIC X.
           88  W-TO-EMAIL          VALUE 'Y'.
       01  W-DELIVERY          PIC X.
       01  W-CONTACT-REF       PIC X(30).

      *    key of a USAGE-ALERT journal entry
       01  W-ALERT-KEY.
           05  W-AK-LEVEL      PIC 9(3).
           05  W-AK-UNBILLED   PIC 9(7)V99.
           05  W-AK-LIMIT      PIC 9(5)V99.
           05  FILLER          PIC X(11).
       01  W-SHOW-LEVEL        PIC ZZ9.
       01  W-SHOW-UNBILLED     PIC $$$,$$9.99.
       01  W-SHOW-LIMIT        PIC $$,$$9.99.

       01  W-BILLADDR-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\BILLADDR.DAT'.
       01  W-BA-FOUND          PIC X.
       01  W-BAD-ADDR-FLAG     PIC X.
       01  W-LETTERS-SENT      PIC 9(9) COMP VALUE 0.
       01  W-LETTERS-HELD      PIC 9(9) COMP VALUE 0.
       01  W-EMAILS-SENT       PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.
           CALL 'OPEN-BILLING-ADDR' USING W-BILLADDR-FILENAME.
           CALL 'OPEN-PRINT-TEXT' USING W-PRTTEXT-FILENAME.
           OPEN OUTPUT LETTER-FILE.
           OPEN EXTEND LETTER-LOG.
           IF W-LOG-STATUS NOT = '00' THEN
               OPEN OUTPUT LETTER-LOG
           END-IF.
           OPEN EXTEND EMAIL-FILE.
           IF W-EMAIL-STATUS NOT = '00' THEN
               OPEN OUTPUT EMAIL-FILE
           END-IF.

      *    first pass: who is brand new today
           MOVE 'N' TO W-EOF-SW.

           CLOSE LETTER-FILE.
           CLOSE LETTER-LOG.
           CLOSE EMAIL-FILE.
           CALL 'CLOSE-BILLING-ADDR'.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           DISPLAY "LETTERS GENERATED: ", W-SHOW-COUNT.
           MOVE W-LETTERS-HELD TO W-SHOW-COUNT.
           DISPLAY "HELD FOR BAD ADDRESS: ", W-SHOW-COUNT.
           MOVE W-EMAILS-SENT TO W-SHOW-COUNT.
           DISPLAY "E-MAILS QUEUED: ", W-SHOW-COUNT.
           STOP RUN.

       NOTE-ONE-ADD.
           END-READ.
           IF JI-DATE NOT = W-TODAY THEN
               GO TO JUDGE-ONE-EVENT-EXIT.
           MOVE 'N' TO W-EMAIL-OK-SW.
           EVALUATE JI-OPERATION
               WHEN 'ADD-NAME'
                   MOVE 'WEL' TO W-LETTER-CODE
                   END-EVALUATE
                   PERFORM SEND-ONE-LETTER
                       THRU SEND-ONE-LETTER-EXIT
               WHEN 'USAGE-ALERT'
                   MOVE 'SHK' TO W-LETTER-CODE
                   MOVE W-SHOCK-TEMPLATE TO W-TEMPLATE-FILENAME
                   MOVE JI-AFTER-POS TO W-POSITION
                   MOVE JI-KEY TO W-ALERT-KEY
                   MOVE W-AK-LEVEL TO W-SHOW-LEVEL
                   MOVE W-AK-UNBILLED TO W-SHOW-UNBILLED
                   MOVE W-AK-LIMIT TO W-SHOW-LIMIT
                   MOVE SPACES TO W-DETAIL
                   STRING W-SHOW-LEVEL DELIMITED BY SIZE
                       '% ' DELIMITED BY SIZE
                       W-SHOW-UNBILLED DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       W-SHOW-LIMIT DELIMITED BY SIZE
                       INTO W-DETAIL
                   SET W-EMAIL-OK TO TRUE
                   PERFORM SEND-ONE-LETTER
                       THRU SEND-ONE-LETTER-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *----------------------------------------------------------------
      *    One letter: template lines out with the markers filled,
      *    page break first, then the log row and the account note.
      *    A notice that may go by e-mail goes the way the customer
      *    takes the bill.
      *----------------------------------------------------------------
       SEND-ONE-LETTER.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO SEND-ONE-LETTER-EXIT.
           MOVE 'Y' TO W-TO-PAPER-SW.
           MOVE 'N' TO W-TO-EMAIL-SW.
           IF W-EMAIL-OK THEN
               CALL 'GET-DELIVERY-PREF' USING W-POSITION, W-DELIVERY,
                   W-CONTACT-REF
               IF W-DELIVERY = 'E' OR W-DELIVERY = 'B' THEN
                   SET W-TO-EMAIL TO TRUE
               END-IF
               IF W-DELIVERY = 'E' THEN
                   MOVE 'N' TO W-TO-PAPER-SW
               END-IF
           END-IF.
      *    the post office already told us this address is no good;
      *    sending more letters into the void helps nobody
           IF W-TO-PAPER THEN
               CALL 'GET-BAD-ADDRESS' USING W-POSITION,
                   W-BAD-ADDR-FLAG
               IF W-BAD-ADDR-FLAG = 'Y' THEN
                   ADD 1 TO W-LETTERS-HELD
                   MOVE 'N' TO W-TO-PAPER-SW
               END-IF
           END-IF.
           IF NOT W-TO-PAPER AND NOT W-TO-EMAIL THEN
               GO TO SEND-ONE-LETTER-EXIT.
      *    letters mail where the bills mail
           CALL 'GET-BILLING-ADDR' USING W-POSITION, W-BA-FOUND,
           IF W-BILLADDR-FOUND THEN
               MOVE W-BA-ADDRESS TO W-ADDRESS
           END-IF.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.
           IF W-LANGUAGE = 'S' THEN
               PERFORM USE-SPANISH-TEMPLATE
           END-IF.
           MOVE 'N' TO W-TPL-EOF-SW.
           OPEN INPUT TEMPLATE-FILE.
           IF W-TEMPLATE-STATUS NOT = '00' THEN
               DISPLAY "MISSING TEMPLATE: ",
                   W-TEMPLATE-FILENAME(1:30)
               GO TO SEND-ONE-LETTER-EXIT.
           IF W-TO-PAPER THEN
               MOVE SPACES TO LETTER-LINE
               WRITE LETTER-LINE AFTER ADVANCING PAGE
               ADD 1 TO W-LETTERS-SENT
           END-IF.
           IF W-TO-EMAIL THEN
               MOVE SPACES TO EMAIL-REC
               SET EM-HEADER TO TRUE
               MOVE W-ACCOUNT TO EM-ACCOUNT
               MOVE W-LETTER-CODE TO EM-LETTER-CODE
               MOVE W-CONTACT-REF TO EM-LINE(1:30)
               WRITE EMAIL-REC
               ADD 1 TO W-EMAILS-SENT
           END-IF.
           PERFORM MERGE-ONE-LINE UNTIL W-TPL-EOF.
           CLOSE TEMPLATE-FILE.

           MOVE W-TODAY TO LL-DATE.
           ACCEPT LL-TIME FROM TIME.
           MOVE W-POSITION TO LL-MASTER-POS.
               ' LETTER SENT ' DELIMITED BY SIZE
               W-DETAIL DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           IF NOT W-TO-PAPER THEN
               MOVE 'E-MAIL' TO W-NOTE-TEXT(5:6)
           END-IF.
           CALL 'WRITE-NOTE' USING W-POSITION, W-NOTE-OPERATOR,
               W-NOTE-TEXT.
       SEND-ONE-LETTER-EXIT.
           CONTINUE.

      *    the Spanish template if there is one, else the English
       USE-SPANISH-TEMPLATE.
           MOVE W-TEMPLATE-FILENAME TO W-ENGLISH-TEMPLATE.
           CALL 'BRANCH-FILENAME' USING W-ENGLISH-TEMPLATE,
               W-SPANISH-SUFFIX, W-TEMPLATE-FILENAME.
           OPEN INPUT TEMPLATE-FILE.
           IF W-TEMPLATE-STATUS = '00' THEN
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY "NO SPANISH TEMPLATE, SENT IN ENGLISH: ",
                   W-TEMPLATE-FILENAME(1:30)
               MOVE W-ENGLISH-TEMPLATE TO W-TEMPLATE-FILENAME
               MOVE 'E' TO W-LANGUAGE
           END-IF.

       MERGE-ONE-LINE.
           READ TEMPLATE-FILE
               AT END
               NOT AT END
                   PERFORM FILL-ONE-MARKER
                       THRU FILL-ONE-MARKER-EXIT
                   IF W-TO-PAPER THEN
                       WRITE LETTER-LINE FROM TEMPLATE-REC
                   END-IF
                   IF W-TO-EMAIL THEN
                       SET EM-DETAIL TO TRUE
                       MOVE W-ACCOUNT TO EM-ACCOUNT
                       MOVE W-LETTER-CODE TO EM-LETTER-CODE
                       MOVE TEMPLATE-REC TO EM-LINE
                       WRITE EMAIL-REC
                   END-IF
           END-READ.

      *    one '&' marker per line; the word after it names the field
                   MOVE W-ADDRESS TO W-FILL-VALUE
               WHEN W-TOKEN(1:5) = '&DETL'
                   MOVE W-DETAIL TO W-FILL-VALUE
                   MOVE SPACES TO W-TEXT-LINE
                   MOVE W-FILL-VALUE TO W-TEXT-LINE(1:40)
                   CALL 'TRANSLATE-PRINT-LINE' USING W-LANGUAGE,
                       W-TEXT-LINE
                   MOVE W-TEXT-LINE(1:40) TO W-FILL-VALUE
               WHEN OTHER
                   GO TO FILL-ONE-MARKER-EXIT
           END-EVALUATE.
