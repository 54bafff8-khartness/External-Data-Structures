       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CAMPAIGN-RESULTS-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Results of one marketing campaign CAMPAIGN-SELECT picked.
      *    An account on the campaign's list that changed its plan
      *    (the plan-change log) or added a feature to one of its
      *    lines (the feature subscription file) inside the
      *    campaign's response window is a response credited to the
      *    campaign, dated by the day the order was taken; an account
      *    that did both counts once, by the earlier.  Each responder
      *    is listed with what it did, and the conversion rate sets
      *    responders against accounts selected.  A window still open
      *    gives the figures to date.  A feature row is tied to its
      *    account through the phone index as the number stands now.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO W-CAMPAIGN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CAMPAIGN-STATUS.

           SELECT SELECTION-FILE ASSIGN TO W-CAMPSEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CAMPSEL-STATUS.

           SELECT PLAN-CHANGE-FILE ASSIGN TO W-PLANCHG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PLANCHG-STATUS.

           SELECT FEATURE-SUB-FILE ASSIGN TO W-FEATSUB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-FEATSUB-STATUS.

           SELECT WORK-FILE ASSIGN TO W-WORK-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WORK-POS
               STATUS IS W-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FILE.
       01  CAMPAIGN-REC.
           05  CP-CODE             PIC X(6).
           05  CP-DESCRIPTION      PIC X(30).
           05  CP-WINDOW-START     PIC 9(8).
           05  CP-WINDOW-END       PIC 9(8).
           05  CP-PLAN             PIC X(4).
           05  CP-MIN-TENURE       PIC 999.
           05  CP-MAX-TENURE       PIC 999.
           05  CP-USAGE-LOW        PIC 9(5)V99.
           05  CP-USAGE-HIGH       PIC 9(5)V99.
           05  CP-EXCHANGE         PIC X(6).
           05  CP-CREDIT-CLASS     PIC X.
           05  CP-SELECTED         PIC 9(9).
           05  CP-RUN-DATE         PIC 9(8).

       FD  SELECTION-FILE.
       01  SELECTION-REC.
           05  CS-CAMPAIGN         PIC X(6).
           05  CS-MASTER-POS       PIC 9(9).
           05  CS-ACCOUNT-NUMBER   PIC 9(9).
           05  CS-NAME             PIC X(30).
           05  CS-ADDRESS          PIC X(40).
           05  CS-PLAN             PIC X(4).
           05  CS-LANGUAGE         PIC X.

       FD  PLAN-CHANGE-FILE.
       01  PLAN-CHANGE-REC.
           05  PC-DATE         PIC 9(8).
           05  PC-TIME         PIC 9(6).
           05  PC-MASTER-POS   PIC 9(9).
           05  PC-OLD-PLAN     PIC X(4).
           05  PC-NEW-PLAN     PIC X(4).
           05  PC-EFFECTIVE    PIC 9(8).

       FD  FEATURE-SUB-FILE.
       01  FEATURE-SUB-REC.
           05  FS-PHONE            PIC 9(10).
           05  FS-FEATURE-CODE     PIC X(4).
           05  FS-MONTHLY-RATE     PIC 9(5)V99.
           05  FS-EFFECTIVE        PIC 9(8).
           05  FS-ACTION           PIC X.
               88  FS-SUBSCRIBE        VALUE 'A'.
               88  FS-CANCEL           VALUE 'C'.
           05  FS-STAMP-DATE       PIC 9(8).

      *    one record per account on the campaign's list, and its
      *    earliest response in the window
       FD  WORK-FILE.
       01  WORK-REC.
           05  RW-RESPONSE         PIC X.
               88  RW-NO-RESPONSE      VALUE SPACE.
               88  RW-PLAN-CHANGE      VALUE 'P'.
               88  RW-FEATURE-ADD      VALUE 'F'.
           05  RW-RESPONSE-DATE    PIC 9(8).
           05  RW-DETAIL           PIC X(9).

       WORKING-STORAGE SECTION.
       01  W-PHONE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-CAMPAIGN-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CAMPAIGN.DAT'.
       01  W-CAMPAIGN-STATUS       PIC XX.
       01  W-CAMPSEL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CAMPSEL.DAT'.
       01  W-CAMPSEL-STATUS        PIC XX.
       01  W-PLANCHG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANCHG.DAT'.
       01  W-PLANCHG-STATUS        PIC XX.
       01  W-FEATSUB-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\FEATSUB.DAT'.
       01  W-FEATSUB-STATUS        PIC XX.
       01  W-WORK-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\CAMPRES.WRK'.
       01  W-WORK-STATUS           PIC XX.
       01  W-WORK-POS              PIC 9(9) COMP.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-CAMPAIGN-CODE         PIC X(6).
       01  W-CAMPAIGN-SW           PIC X.
           88  W-CAMPAIGN-ON-FILE      VALUE 'Y'.
       01  W-CAMPAIGN.
           05  W-CP-DESCRIPTION    PIC X(30).
           05  W-CP-WINDOW-START   PIC 9(8).
           05  W-CP-WINDOW-END     PIC 9(8).
           05  W-CP-RUN-DATE       PIC 9(8).
       01  W-TODAY                 PIC 9(8).

       01  W-RESPONSE              PIC X.
       01  W-RESPONSE-DATE         PIC 9(8).
       01  W-DETAIL                PIC X(9).
       01  W-PHONE                 PIC 9(15).
       01  W-POSITION              PIC 9(9) COMP.

       01  W-SELECTED-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-RESPONDER-COUNT       PIC 9(9) COMP VALUE 0.
       01  W-PLAN-CHANGE-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-FEATURE-ADD-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-CONVERSION-RATE       PIC 9(3)V99.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-RATE             PIC ZZ9.99.
       01  W-SHOW-ACCOUNT          PIC 9(9).
       01  W-SHOW-KIND             PIC X(12).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "MARKETING CAMPAIGN RESULTS".
           DISPLAY "Campaign code: " WITH NO ADVANCING.
           ACCEPT W-CAMPAIGN-CODE.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           PERFORM FIND-CAMPAIGN.
           IF NOT W-CAMPAIGN-ON-FILE THEN
               DISPLAY "No campaign ", W-CAMPAIGN-CODE, " on file."
               STOP RUN.

           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT SELECTION-FILE.
           IF W-CAMPSEL-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-SELECTION UNTIL W-INPUT-EOF.
           IF W-CAMPSEL-STATUS = '00' OR W-CAMPSEL-STATUS = '10'
               CLOSE SELECTION-FILE
           END-IF.
           PERFORM SCAN-PLAN-CHANGES.
           PERFORM SCAN-FEATURE-ADDS.

           DISPLAY " ".
           DISPLAY "CAMPAIGN ", W-CAMPAIGN-CODE, " - ",
               W-CP-DESCRIPTION.
           DISPLAY "  SELECTED ", W-CP-RUN-DATE, "  WINDOW ",
               W-CP-WINDOW-START, " - ", W-CP-WINDOW-END.
           IF W-CP-WINDOW-END >= W-TODAY THEN
               DISPLAY "  WINDOW STILL OPEN - FIGURES TO DATE"
           END-IF.
           DISPLAY " ".
           DISPLAY "  ACCOUNT    NAME                           ",
               "RESPONSE     DATE      DETAIL".
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT SELECTION-FILE.
           IF W-CAMPSEL-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM REPORT-ONE-SELECTION UNTIL W-INPUT-EOF.
           IF W-CAMPSEL-STATUS = '00' OR W-CAMPSEL-STATUS = '10'
               CLOSE SELECTION-FILE
           END-IF.
           CLOSE WORK-FILE.
           CALL 'CLOSE-CUSTOMER-PHONE'.

           DISPLAY " ".
           MOVE W-SELECTED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS SELECTED:   ", W-SHOW-COUNT.
           MOVE W-PLAN-CHANGE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  PLAN CHANGES:        ", W-SHOW-COUNT.
           MOVE W-FEATURE-ADD-COUNT TO W-SHOW-COUNT.
           DISPLAY "  FEATURES ADDED:      ", W-SHOW-COUNT.
           MOVE W-RESPONDER-COUNT TO W-SHOW-COUNT.
           DISPLAY "  RESPONDERS:          ", W-SHOW-COUNT.
           IF W-SELECTED-COUNT NOT = 0 THEN
               COMPUTE W-CONVERSION-RATE ROUNDED =
                   W-RESPONDER-COUNT * 100 / W-SELECTED-COUNT
               MOVE W-CONVERSION-RATE TO W-SHOW-RATE
               DISPLAY "  CONVERSION RATE:          ", W-SHOW-RATE,
                   " PCT"
           END-IF.
           STOP RUN.

      *    the latest row for the code, should a code ever be reused
       FIND-CAMPAIGN.
           MOVE 'N' TO W-CAMPAIGN-SW.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CAMPAIGN-FILE.
           IF W-CAMPAIGN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM CHECK-ONE-CAMPAIGN UNTIL W-INPUT-EOF.
           IF W-CAMPAIGN-STATUS = '00' OR W-CAMPAIGN-STATUS = '10'
               CLOSE CAMPAIGN-FILE
           END-IF.

       CHECK-ONE-CAMPAIGN.
           READ CAMPAIGN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CP-CODE = W-CAMPAIGN-CODE THEN
                       SET W-CAMPAIGN-ON-FILE TO TRUE
                       MOVE CP-DESCRIPTION TO W-CP-DESCRIPTION
                       MOVE CP-WINDOW-START TO W-CP-WINDOW-START
                       MOVE CP-WINDOW-END TO W-CP-WINDOW-END
                       MOVE CP-RUN-DATE TO W-CP-RUN-DATE
                   END-IF
           END-READ.

       NOTE-ONE-SELECTION.
           READ SELECTION-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CS-CAMPAIGN = W-CAMPAIGN-CODE THEN
                       MOVE CS-MASTER-POS TO W-WORK-POS
                       MOVE SPACES TO WORK-REC
                       MOVE 0 TO RW-RESPONSE-DATE
                       WRITE WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RESPONSES -- a plan change or a feature added in the
      *    window, by an account on the list
      *----------------------------------------------------------------
       SCAN-PLAN-CHANGES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PLAN-CHANGE-FILE.
           IF W-PLANCHG-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM JUDGE-ONE-PLAN-CHANGE UNTIL W-INPUT-EOF.
           IF W-PLANCHG-STATUS = '00' OR W-PLANCHG-STATUS = '10'
               CLOSE PLAN-CHANGE-FILE
           END-IF.

       JUDGE-ONE-PLAN-CHANGE.
           READ PLAN-CHANGE-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PC-DATE >= W-CP-WINDOW-START AND
                           PC-DATE <= W-CP-WINDOW-END THEN
                       MOVE PC-MASTER-POS TO W-POSITION
                       MOVE 'P' TO W-RESPONSE
                       MOVE PC-DATE TO W-RESPONSE-DATE
                       MOVE SPACES TO W-DETAIL
                       STRING PC-OLD-PLAN DELIMITED BY SIZE
                           '>' DELIMITED BY SIZE
                           PC-NEW-PLAN DELIMITED BY SIZE
                           INTO W-DETAIL
                       PERFORM CREDIT-RESPONSE
                   END-IF
           END-READ.

       SCAN-FEATURE-ADDS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT FEATURE-SUB-FILE.
           IF W-FEATSUB-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM JUDGE-ONE-FEATURE UNTIL W-INPUT-EOF.
           IF W-FEATSUB-STATUS = '00' OR W-FEATSUB-STATUS = '10'
               CLOSE FEATURE-SUB-FILE
           END-IF.

       JUDGE-ONE-FEATURE.
           READ FEATURE-SUB-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF FS-SUBSCRIBE AND
                           FS-STAMP-DATE >= W-CP-WINDOW-START AND
                           FS-STAMP-DATE <= W-CP-WINDOW-END THEN
                       MOVE FS-PHONE TO W-PHONE
                       CALL 'SEARCH-CUSTOMER-PHONE' USING W-POSITION,
                           W-PHONE
                       MOVE 'F' TO W-RESPONSE
                       MOVE FS-STAMP-DATE TO W-RESPONSE-DATE
                       MOVE FS-FEATURE-CODE TO W-DETAIL
                       IF W-POSITION NOT = 0 THEN
                           PERFORM CREDIT-RESPONSE
                       END-IF
                   END-IF
           END-READ.

      *    only accounts on the list have a work record; the earlier
      *    response stands
       CREDIT-RESPONSE.
           MOVE W-POSITION TO W-WORK-POS.
           READ WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RW-NO-RESPONSE OR
                           W-RESPONSE-DATE < RW-RESPONSE-DATE THEN
                       MOVE W-RESPONSE TO RW-RESPONSE
                       MOVE W-RESPONSE-DATE TO RW-RESPONSE-DATE
                       MOVE W-DETAIL TO RW-DETAIL
                       REWRITE WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ.

       REPORT-ONE-SELECTION.
           READ SELECTION-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CS-CAMPAIGN = W-CAMPAIGN-CODE THEN
                       PERFORM TALLY-ONE-SELECTION
                   END-IF
           END-READ.

       TALLY-ONE-SELECTION.
           ADD 1 TO W-SELECTED-COUNT.
           MOVE CS-MASTER-POS TO W-WORK-POS.
           READ WORK-FILE
               INVALID KEY
                   MOVE SPACES TO WORK-REC
           END-READ.
           IF NOT RW-NO-RESPONSE THEN
               ADD 1 TO W-RESPONDER-COUNT
               IF RW-PLAN-CHANGE THEN
                   ADD 1 TO W-PLAN-CHANGE-COUNT
                   MOVE "PLAN CHANGE" TO W-SHOW-KIND
               ELSE
                   ADD 1 TO W-FEATURE-ADD-COUNT
                   MOVE "FEATURE ADD" TO W-SHOW-KIND
               END-IF
               MOVE CS-ACCOUNT-NUMBER TO W-SHOW-ACCOUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  ", CS-NAME, " ",
                   W-SHOW-KIND, " ", RW-RESPONSE-DATE, "  ",
                   RW-DETAIL
           END-IF.
