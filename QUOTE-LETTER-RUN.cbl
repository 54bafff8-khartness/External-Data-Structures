       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           QUOTE-LETTER-RUN.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Prints the price-quote letters for the quotes sales priced
      *    on the run date in DL100_QUOTE_DATE (default today), one
      *    letter per open quote with a page break ahead of each, to
      *    QUOTES.PRT for the mail room.  The letter goes to the
      *    prospect at the service address and lays out what the
      *    quote in CUSTOMER-MAINTENANCE priced: the plan and its
      *    monthly allowance, each feature at its monthly rate, the
      *    monthly total, the installation charge, the deposit the
      *    credit class posts, the estimated taxes, and the date the
      *    quote is good through.  A quote already won or lost by the
      *    time the run goes is left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-FILE ASSIGN TO W-LETTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE.
       01  LETTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  W-PROSPECT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROSPECT.DAT'.
       01  W-QUOTE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\QUOTE.DAT'.
       01  W-PLANMST-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-LETTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\QUOTES.PRT'.
       01  W-LETTER-STATUS     PIC XX.

       01  W-PROSPECT-TABLE EXTERNAL.
           05  W-PROSPECT-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-PROSPECT-ENTRY    OCCURS 1000 TIMES.
               10  W-PR-PROSPECT-ID    PIC 9(6).
               10  W-PR-NAME           PIC X(30).
               10  W-PR-ADDRESS        PIC X(40).
               10  W-PR-CONTACT        PIC X(30).
               10  W-PR-CONTACT-PHONE  PIC 9(10).
               10  W-PR-AGENT-CODE     PIC X(4).
               10  W-PR-ENTERED-DATE   PIC 9(8).
               10  W-PR-MASTER-POS     PIC 9(9).
       01  W-QUOTE-TABLE EXTERNAL.
           05  W-QUOTE-COUNT       PIC 9(4) COMP VALUE 0.
           05  W-QUOTE-ENTRY       OCCURS 1000 TIMES.
               10  W-QT-QUOTE-ID       PIC 9(6).
               10  W-QT-PROSPECT-ID    PIC 9(6).
               10  W-QT-AGENT-CODE     PIC X(4).
               10  W-QT-PLAN           PIC X(4).
               10  W-QT-CREDIT-CLASS   PIC X.
               10  W-QT-FEATURE-COUNT  PIC 9.
               10  W-QT-FEATURE        OCCURS 5 TIMES.
                   15  W-QT-FEATURE-CODE   PIC X(4).
                   15  W-QT-FEATURE-RATE   PIC 9(5)V99.
               10  W-QT-INSTALL        PIC 9(5)V99.
               10  W-QT-DEPOSIT        PIC 9(5)V99.
               10  W-QT-MONTHLY        PIC 9(5)V99.
               10  W-QT-TAX            PIC 9(7)V99.
               10  W-QT-QUOTE-DATE     PIC 9(8).
               10  W-QT-EXPIRY-DATE    PIC 9(8).
               10  W-QT-STATUS         PIC X.
               10  W-QT-CLOSE-DATE     PIC 9(8).
               10  W-QT-MASTER-POS     PIC 9(9).
       01  W-PLAN-TABLE EXTERNAL.
           05  W-PLAN-COUNT    PIC 999 COMP VALUE 0.
           05  W-PLAN-ENTRY    OCCURS 100 TIMES.
               10  W-PM-CODE       PIC X(4).
               10  W-PM-DESC       PIC X(30).
               10  W-PM-STATUS     PIC X.
               10  W-PM-EFFECTIVE  PIC 9(8).
               10  W-PM-EXPIRES    PIC 9(8).
               10  W-PM-ALLOWANCE  PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.

       01  W-RUN-DATE          PIC 9(8).
       01  W-SUB               PIC 9(4) COMP.
       01  W-PR-HIT            PIC 9(4) COMP.
       01  W-PM-HIT            PIC 999 COMP.
       01  W-PM-SUB            PIC 999 COMP.
       01  W-FSUB              PIC 9 COMP.

       01  W-ADDRESS           PIC X(40).
       01  FILLER REDEFINES W-ADDRESS.
           05  W-STREET        PIC X(20).
           05  W-CITY          PIC X(13).
           05  W-STATE         PIC XX.
           05  W-ZIP           PIC X(5).

      *    one letter body line: a caption and an amount
       01  W-AMOUNT-LINE.
           05  FILLER          PIC X(8) VALUE SPACES.
           05  W-AL-CAPTION    PIC X(30).
           05  W-AL-AMOUNT     PIC $$$,$$9.99.
           05  FILLER          PIC X(32) VALUE SPACES.
       01  W-SHOW-DATE         PIC 9999/99/99.
       01  W-SHOW-ALLOWANCE    PIC ZZ,ZZ9.
       01  W-LETTERS-SENT      PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-RUN-DATE FROM ENVIRONMENT "DL100_QUOTE_DATE".
           IF W-RUN-DATE = 0 THEN
               ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           CALL 'OPEN-PROSPECTS' USING W-PROSPECT-FILENAME.
           CALL 'OPEN-QUOTES' USING W-QUOTE-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           OPEN OUTPUT LETTER-FILE.

           PERFORM SEND-ONE-QUOTE THRU SEND-ONE-QUOTE-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-QUOTE-COUNT.

           CLOSE LETTER-FILE.
           DISPLAY " ".
           MOVE W-LETTERS-SENT TO W-SHOW-COUNT.
           DISPLAY "QUOTE LETTERS FOR ", W-RUN-DATE, ": ",
               W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    One letter: page break, the prospect's name and address,
      *    then the quote as priced.
      *----------------------------------------------------------------
       SEND-ONE-QUOTE.
           IF W-QT-QUOTE-DATE(W-SUB) NOT = W-RUN-DATE
                   OR W-QT-STATUS(W-SUB) NOT = 'O' THEN
               GO TO SEND-ONE-QUOTE-EXIT.
           MOVE 0 TO W-PR-HIT.
           PERFORM MATCH-PROSPECT
               VARYING W-PM-SUB FROM 1 BY 1
               UNTIL W-PM-SUB > W-PROSPECT-COUNT OR W-PR-HIT NOT = 0.
           IF W-PR-HIT = 0 THEN
               DISPLAY "QUOTE ", W-QT-QUOTE-ID(W-SUB),
                   " HAS NO PROSPECT ON FILE; NO LETTER"
               GO TO SEND-ONE-QUOTE-EXIT.
           MOVE 0 TO W-PM-HIT.
           PERFORM MATCH-PLAN
               VARYING W-PM-SUB FROM 1 BY 1
               UNTIL W-PM-SUB > W-PLAN-COUNT OR W-PM-HIT NOT = 0.
           ADD 1 TO W-LETTERS-SENT.

           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE AFTER ADVANCING PAGE.
           MOVE W-RUN-DATE TO W-SHOW-DATE.
           MOVE SPACES TO LETTER-LINE.
           MOVE W-SHOW-DATE TO LETTER-LINE(61:10).
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE W-PR-ADDRESS(W-PR-HIT) TO W-ADDRESS.
           MOVE W-PR-NAME(W-PR-HIT) TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE W-STREET TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING W-CITY DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               W-STATE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               W-ZIP DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'Thank you for asking about our service.  Here is'
                   DELIMITED BY SIZE
               ' your quote, number ' DELIMITED BY SIZE
               W-QT-QUOTE-ID(W-SUB) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.

           MOVE SPACES TO LETTER-LINE.
           IF W-PM-HIT = 0 THEN
               STRING '    Plan ' DELIMITED BY SIZE
                   W-QT-PLAN(W-SUB) DELIMITED BY SIZE
                   INTO LETTER-LINE
           ELSE
               MOVE W-PM-ALLOWANCE(W-PM-HIT) TO W-SHOW-ALLOWANCE
               STRING '    Plan ' DELIMITED BY SIZE
                   W-QT-PLAN(W-SUB) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   W-PM-DESC(W-PM-HIT) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   W-SHOW-ALLOWANCE DELIMITED BY SIZE
                   ' minutes a month' DELIMITED BY SIZE
                   INTO LETTER-LINE
           END-IF.
           WRITE LETTER-LINE.
           PERFORM WRITE-ONE-FEATURE
               VARYING W-FSUB FROM 1 BY 1
               UNTIL W-FSUB > W-QT-FEATURE-COUNT(W-SUB).
           MOVE 'Monthly features' TO W-AL-CAPTION.
           MOVE W-QT-MONTHLY(W-SUB) TO W-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'Installation' TO W-AL-CAPTION.
           MOVE W-QT-INSTALL(W-SUB) TO W-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'Deposit' TO W-AL-CAPTION.
           MOVE W-QT-DEPOSIT(W-SUB) TO W-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE 'Estimated taxes' TO W-AL-CAPTION.
           MOVE W-QT-TAX(W-SUB) TO W-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE W-QT-EXPIRY-DATE(W-SUB) TO W-SHOW-DATE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'This quote is good through ' DELIMITED BY SIZE
               W-SHOW-DATE DELIMITED BY SIZE
               '.  Call us to start service.' DELIMITED BY SIZE
               INTO LETTER-LINE.
           WRITE LETTER-LINE.
       SEND-ONE-QUOTE-EXIT.
           CONTINUE.

       MATCH-PROSPECT.
           IF W-PR-PROSPECT-ID(W-PM-SUB) = W-QT-PROSPECT-ID(W-SUB) THEN
               MOVE W-PM-SUB TO W-PR-HIT
           END-IF.

       MATCH-PLAN.
           IF W-PM-CODE(W-PM-SUB) = W-QT-PLAN(W-SUB) THEN
               MOVE W-PM-SUB TO W-PM-HIT
           END-IF.

       WRITE-ONE-FEATURE.
           MOVE SPACES TO W-AL-CAPTION.
           STRING '  Feature ' DELIMITED BY SIZE
               W-QT-FEATURE-CODE(W-SUB, W-FSUB) DELIMITED BY SIZE
               INTO W-AL-CAPTION.
           MOVE W-QT-FEATURE-RATE(W-SUB, W-FSUB) TO W-AL-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-AMOUNT-LINE.
           MOVE W-AMOUNT-LINE TO LETTER-LINE.
           WRITE LETTER-LINE.
