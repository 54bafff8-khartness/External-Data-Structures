       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CALLING-CARD-FRAUD-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    The fraud desk's morning list of calling cards the
      *    mediation run suspended: one line per card from
      *    CARDFRAUD.DAT for the run date in DL100_CARDFRAUD_DATE
      *    (default today), with the account, the call date that
      *    tripped it, and why -- over its daily spend limit, or used
      *    from more originating numbers in the day than the card
      *    watch allows -- followed by the numbers it was used from.
      *    The desk calls the customer before anyone reinstates the
      *    card through CUSTOMER-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FRAUD-FILE ASSIGN TO W-CARDFRAUD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CARDFRAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FRAUD-FILE.
       01  CARD-FRAUD-REC.
           05  FR-CARD-NUMBER      PIC 9(10).
           05  FR-MASTER-POS       PIC 9(9).
           05  FR-BILL-PHONE       PIC 9(10).
           05  FR-CALL-DATE        PIC 9(8).
           05  FR-REASON           PIC X.
           05  FR-SPEND            PIC 9(7)V99.
           05  FR-LIMIT            PIC 9(5)V99.
           05  FR-ORIGIN-COUNT     PIC 99.
           05  FR-ORIGIN           PIC 9(10) OCCURS 10 TIMES.
           05  FR-RUN-DATE         PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-CARDFRAUD-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CARDFRAUD.DAT'.

       01  W-CARDFRAUD-STATUS  PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-REPORT-DATE       PIC 9(8).

       01  W-OWNER-POS         PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-SHOW-ACCOUNT      PIC 9(9).
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.

       01  W-REASON-TEXT       PIC X(20).
       01  W-SHOW-SPEND        PIC Z,ZZZ,ZZ9.99.
       01  W-SHOW-LIMIT        PIC ZZ,ZZ9.99.
       01  W-SUB               PIC 99 COMP.
       01  W-CARD-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-REPORT-DATE FROM ENVIRONMENT
               "DL100_CARDFRAUD_DATE".
           IF W-REPORT-DATE = 0 THEN
               ACCEPT W-REPORT-DATE FROM DATE YYYYMMDD
           END-IF.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.

           DISPLAY " ".
           DISPLAY "CALLING CARDS SUSPENDED - ", W-REPORT-DATE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CARD-FRAUD-FILE.
      *    no file yet just means no card has ever been suspended
           IF W-CARDFRAUD-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM REPORT-ONE-CARD THRU REPORT-ONE-CARD-EXIT
               UNTIL W-INPUT-EOF.
           IF W-CARDFRAUD-STATUS = '00' OR W-CARDFRAUD-STATUS = '10'
                   THEN
               CLOSE CARD-FRAUD-FILE
           END-IF.

           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           MOVE W-CARD-COUNT TO W-SHOW-COUNT.
           DISPLAY "CARDS SUSPENDED: ", W-SHOW-COUNT.
           STOP RUN.

       REPORT-ONE-CARD.
           READ CARD-FRAUD-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
           END-READ.
           IF W-INPUT-EOF THEN
               GO TO REPORT-ONE-CARD-EXIT.
           IF FR-RUN-DATE NOT = W-REPORT-DATE THEN
               GO TO REPORT-ONE-CARD-EXIT.
           ADD 1 TO W-CARD-COUNT.
           MOVE FR-MASTER-POS TO W-OWNER-POS.
           CALL 'GET-CUSTOMER-MASTER' USING W-OWNER-POS, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               MOVE 0 TO W-ACCOUNT
               MOVE '(account not on file)' TO W-NAME
           END-IF.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           EVALUATE FR-REASON
               WHEN 'L'
                   MOVE 'OVER DAILY LIMIT' TO W-REASON-TEXT
               WHEN 'O'
                   MOVE 'TOO MANY ORIGINS' TO W-REASON-TEXT
               WHEN OTHER
                   MOVE FR-REASON TO W-REASON-TEXT
           END-EVALUATE.
           MOVE FR-SPEND TO W-SHOW-SPEND.
           MOVE FR-LIMIT TO W-SHOW-LIMIT.
           DISPLAY "  CARD ", FR-CARD-NUMBER, "  ACCT ",
               W-SHOW-ACCOUNT, " ", W-NAME.
           DISPLAY "    BILLS ", FR-BILL-PHONE, "  CALL DATE ",
               FR-CALL-DATE, "  ", W-REASON-TEXT.
           DISPLAY "    SPENT ", W-SHOW-SPEND, " OF LIMIT ",
               W-SHOW-LIMIT, "  FROM ", FR-ORIGIN-COUNT,
               " NUMBERS:".
           PERFORM SHOW-ONE-ORIGIN
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > FR-ORIGIN-COUNT OR W-SUB > 10.
       REPORT-ONE-CARD-EXIT.
           CONTINUE.

       SHOW-ONE-ORIGIN.
           DISPLAY "      ", FR-ORIGIN(W-SUB).
