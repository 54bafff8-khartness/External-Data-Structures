      *    non-listed or non-published service never reaches the
      *    publisher's tape, which is the tariff promise this
      *    extract exists to keep.
      *    The nightly directory-assistance delta ('D') is the other
      *    mode: the day's INTERCEPT journal entries, each number at
      *    the intercept file's latest word on it, go to the DA
      *    bureau so an operator asked for a changed or disconnected
      *    number says what the switch's recording says.  Function
      *    'R' refers to the new number, 'C' says it changed to a
      *    non-published number (the referral is never read out when
      *    the new number is non-published), 'N' no longer in service,
      *    'X' takes the entry down.  A choice still waiting on its
      *    line to retire sends nothing yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RELATIVE KEY IS INDEX-POS.
           SELECT PUBLISHER-FILE ASSIGN TO W-PUBLISHER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DA-DELTA-FILE ASSIGN TO W-DA-DELTA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PB-PHONE        PIC 9(10).
           05  PB-ADDRESS      PIC X(40).

      *    the DA bureau's intercept layout
       FD  DA-DELTA-FILE.
       01  DA-DELTA-REC.
           05  DA-FUNCTION     PIC X.
           05  DA-PHONE        PIC 9(10).
           05  DA-REFER        PIC X(10).
           05  DA-UNTIL        PIC 9(8).

       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).

       WORKING-STORAGE SECTION.
       01  DATA-POS    PIC X(8) COMP-X.
       01  INDEX-POS   PIC X(8) COMP-X.
       01  W-LST-STATUS    PIC X.
       01  W-SHOW-COUNT    PIC ZZZ,ZZZ,ZZ9.

       01  W-MODE              PIC X.
           88  W-DA-DELTA-MODE     VALUE 'D' 'd'.
       01  W-TODAY             PIC 9(8).
       01  W-DA-DELTA-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\DADELTA.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INTERCEPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INTERCPT.DAT'.
       01  W-JOURNAL-STATUS    PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-JOURNAL-EOF       VALUE 'Y'.
       01  W-ICP-PHONE         PIC 9(10).
       01  W-ICP-TREATMENT     PIC X.
       01  W-ICP-NEW-PHONE     PIC 9(10).
       01  W-ICP-EXPIRES       PIC 9(8).
       01  W-ICP-STAMP-DATE    PIC 9(8).
       01  W-DA-COUNT          PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Publisher extract or DA delta (P/D): "
               WITH NO ADVANCING.
           ACCEPT W-MODE.
           IF W-DA-DELTA-MODE THEN
               PERFORM DA-DELTA-EXTRACT
               STOP RUN.
           OPEN INPUT DATA-FILE.
           OPEN INPUT INDEX-FILE.
           OPEN OUTPUT PUBLISHER-FILE.
           ELSE
               ADD 1 TO W-HELD-BACK
           END-IF.

      *----------------------------------------------------------------
      *    DA DELTA -- the day's intercept changes for the directory-
      *    assistance bureau.
      *----------------------------------------------------------------
       DA-DELTA-EXTRACT.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT DA-DELTA-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-STATUS = '00' THEN
               PERFORM READ-ONE-JOURNAL-ROW UNTIL W-JOURNAL-EOF
               CLOSE JOURNAL-IN-FILE
           END-IF.
           CLOSE DA-DELTA-FILE.
           DISPLAY " ".
           DISPLAY "DIRECTORY ASSISTANCE DELTA - ", W-TODAY.
           MOVE W-DA-COUNT TO W-SHOW-COUNT.
           DISPLAY "INTERCEPT ENTRIES WRITTEN: ", W-SHOW-COUNT.

       READ-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-JOURNAL-EOF TO TRUE
               NOT AT END
                   IF JI-DATE = W-TODAY AND
                           JI-OPERATION = 'INTERCEPT' THEN
                       PERFORM SEND-ONE-INTERCEPT
                           THRU SEND-ONE-INTERCEPT-EXIT
                   END-IF
           END-READ.

       SEND-ONE-INTERCEPT.
           MOVE JI-KEY(1:10) TO W-ICP-PHONE.
           CALL 'GET-INTERCEPT' USING W-ICP-PHONE, W-ICP-TREATMENT,
               W-ICP-NEW-PHONE, W-ICP-EXPIRES, W-ICP-STAMP-DATE,
               W-INTERCEPT-FILENAME.
           IF W-ICP-EXPIRES = 0 THEN
               GO TO SEND-ONE-INTERCEPT-EXIT.
           MOVE SPACES TO DA-DELTA-REC.
           EVALUATE W-ICP-TREATMENT
               WHEN 'R'
                   MOVE W-ICP-NEW-PHONE TO W-LST-PHONE
                   CALL 'GET-LISTING-STATUS' USING W-LST-PHONE,
                       W-LST-STATUS, W-LISTING-FILENAME
                   IF W-LST-STATUS = 'P' THEN
                       MOVE 'C' TO DA-FUNCTION
                   ELSE
                       MOVE 'R' TO DA-FUNCTION
                       MOVE W-ICP-NEW-PHONE TO DA-REFER
                   END-IF
               WHEN 'N'
                   MOVE 'N' TO DA-FUNCTION
               WHEN 'X'
               WHEN 'D'
                   MOVE 'X' TO DA-FUNCTION
               WHEN OTHER
                   GO TO SEND-ONE-INTERCEPT-EXIT
           END-EVALUATE.
           MOVE W-ICP-PHONE TO DA-PHONE.
           MOVE W-ICP-EXPIRES TO DA-UNTIL.
           WRITE DA-DELTA-REC.
           ADD 1 TO W-DA-COUNT.
       SEND-ONE-INTERCEPT-EXIT.
           CONTINUE.
