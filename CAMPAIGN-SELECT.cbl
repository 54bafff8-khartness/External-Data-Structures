       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CAMPAIGN-SELECT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Marketing campaign selection, so an upgrade offer's mailing
      *    list no longer has to be asked of IT each time.  Marketing
      *    names the campaign, its response window, and any of: plan,
      *    tenure in months, usage band (average billed usage a month
      *    over the last three billed months), exchange (NPA-NXX of
      *    any of the account's numbers), and credit class; a blank
      *    or zero criterion selects everyone.  Only active accounts
      *    are picked, and never one flagged do-not-solicit or whose
      *    mail comes back.  Usage is CPNI, so when a usage band is
      *    given, an account that has not opted in to CPNI marketing
      *    is left out before its usage is ever read.
      *    Tenure runs from the account's first ADD-NAME on the
      *    journal, rolled-off generations included; an account with
      *    none is older than the journal and counts as long-standing.
      *    The opening dates and each account's latest consent row
      *    are gathered once into a work file by master position.
      *    The campaign and its criteria are added to CAMPAIGN.DAT and
      *    the selected accounts, with the address the bills go to,
      *    to CAMPSEL.DAT, where CAMPAIGN-RESULTS-REPORT finds them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO W-CAMPAIGN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CAMPAIGN-STATUS.

           SELECT SELECTION-FILE ASSIGN TO W-CAMPSEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CAMPSEL-STATUS.

           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.

           SELECT CONSENT-FILE ASSIGN TO W-MKTCONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CONSENT-STATUS.

           SELECT WORK-FILE ASSIGN TO W-WORK-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WORK-POS
               STATUS IS W-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one row per campaign, its criteria as selected
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

      *    one row per account selected for a campaign
       FD  SELECTION-FILE.
       01  SELECTION-REC.
           05  CS-CAMPAIGN         PIC X(6).
           05  CS-MASTER-POS       PIC 9(9).
           05  CS-ACCOUNT-NUMBER   PIC 9(9).
           05  CS-NAME             PIC X(30).
           05  CS-ADDRESS          PIC X(40).
           05  CS-PLAN             PIC X(4).
           05  CS-LANGUAGE         PIC X.

       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).
           05  JI-OPERATOR     PIC X(8).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).

       FD  CONSENT-FILE.
       01  CONSENT-REC.
           05  MK-MASTER-POS       PIC 9(9).
           05  MK-CPNI-CONSENT     PIC X.
           05  MK-CONSENT-DATE     PIC 9(8).
           05  MK-CHANNEL          PIC X.
           05  MK-DO-NOT-SOLICIT   PIC X.
           05  MK-OPERATOR         PIC X(8).
           05  MK-STAMP-DATE       PIC 9(8).

      *    what this run knows about each master position
       FD  WORK-FILE.
       01  WORK-REC.
           05  WK-OPEN-DATE        PIC 9(8).
           05  WK-CONSENT          PIC X.
               88  WK-CPNI-OPTED-IN    VALUE 'I'.
           05  WK-DO-NOT-SOLICIT   PIC X.
               88  WK-NO-SOLICITING    VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-USAGESUM-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\USAGESUM.DAT'.
       01  W-BILLADDR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\BILLADDR.DAT'.
       01  W-CAMPAIGN-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CAMPAIGN.DAT'.
       01  W-CAMPAIGN-STATUS       PIC XX.
       01  W-CAMPSEL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CAMPSEL.DAT'.
       01  W-CAMPSEL-STATUS        PIC XX.
       01  W-MKTCONS-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\MKTCONS.DAT'.
       01  W-CONSENT-STATUS        PIC XX.
       01  W-WORK-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\CAMPSEL.WRK'.
       01  W-WORK-STATUS           PIC XX.
       01  W-WORK-POS              PIC 9(9) COMP.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-JOURNAL-FILENAME      PIC X(512).
       01  W-JOURNAL-STATUS        PIC XX.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-INDEX-STATUS          PIC XX.
       01  W-IDX-EOF-SW            PIC X.
           88  W-IDX-EOF               VALUE 'Y'.
       01  W-GEN-TABLE.
           05  W-GEN-COUNT         PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER        PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB               PIC 99 COMP.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    the campaign as marketing asked for it
       01  W-CAMPAIGN.
           05  W-CP-CODE           PIC X(6).
           05  W-CP-DESCRIPTION    PIC X(30).
           05  W-CP-WINDOW-START   PIC 9(8).
           05  W-CP-WINDOW-END     PIC 9(8).
           05  W-CP-PLAN           PIC X(4).
           05  W-CP-MIN-TENURE     PIC 999.
           05  W-CP-MAX-TENURE     PIC 999.
           05  W-CP-USAGE-LOW      PIC 9(5)V99.
           05  W-CP-USAGE-HIGH     PIC 9(5)V99.
           05  W-CP-EXCHANGE       PIC X(6).
           05  W-CP-CREDIT-CLASS   PIC X.
       01  W-CODE-SW               PIC X.
           88  W-CODE-TAKEN            VALUE 'Y'.
       01  W-USAGE-SW              PIC X.
           88  W-USAGE-DRIVEN          VALUE 'Y'.

       01  W-TODAY                 PIC 9(8).
       01  W-TODAY-PARTS REDEFINES W-TODAY.
           05  W-TODAY-YYYY        PIC 9(4).
           05  W-TODAY-MM          PIC 99.
           05  W-TODAY-DD          PIC 99.
       01  W-OPEN-DATE             PIC 9(8).
       01  W-OPEN-PARTS REDEFINES W-OPEN-DATE.
           05  W-OPEN-YYYY         PIC 9(4).
           05  W-OPEN-MM           PIC 99.
           05  W-OPEN-DD           PIC 99.
       01  W-TENURE                PIC S9(5) COMP.

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-CREDIT-CLASS          PIC X.
       01  W-BAD-ADDR-FLAG         PIC X.
       01  W-BA-FOUND              PIC X.
           88  W-BILLADDR-FOUND        VALUE 'Y'.
       01  W-BA-ADDRESS            PIC X(40).
       01  W-LANGUAGE              PIC X.

       01  W-PHONE-LIST.
           02  W-PHONE-COUNT       PIC 999 COMP.
           02  W-PHONE-NUMBER      PIC 9(15) OCCURS 50 TIMES.
       01  W-PHONE-KEY             PIC 9(15).
       01  W-PHONE-SUB             PIC 999 COMP.
       01  W-EXCHANGE-SW           PIC X.
           88  W-IN-EXCHANGE           VALUE 'Y'.

      *    average usage a month over the three billed months before
      *    this one, off the monthly usage summary
       01  W-USAGE-MONTH           PIC 9(6).
       01  W-USAGE-MONTH-PARTS REDEFINES W-USAGE-MONTH.
           05  W-USAGE-YYYY        PIC 9(4).
           05  W-USAGE-MM          PIC 99.
       01  W-USAGE-FOUND           PIC X.
       01  W-MONTH-USAGE.
           05  FILLER              PIC X(98).
           05  W-MU-TOTAL-MINUTES  PIC 9(7).
           05  W-MU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-MONTHS-BACK           PIC 99 COMP.
       01  W-USAGE-DOLLARS         PIC 9(9)V99.
       01  W-USAGE-AVERAGE         PIC 9(7)V99.

       01  W-EXAMINED-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SELECTED-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-DNS-COUNT             PIC 9(9) COMP VALUE 0.
       01  W-NO-CONSENT-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-BAD-ADDR-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "MARKETING CAMPAIGN SELECTION".
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           PERFORM ASK-CAMPAIGN THRU ASK-CAMPAIGN-EXIT.

           PERFORM BUILD-WORK-FILE.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           CALL 'OPEN-BILLING-ADDR' USING W-BILLADDR-FILENAME.
           OPEN EXTEND SELECTION-FILE.
           IF W-CAMPSEL-STATUS NOT = '00' THEN
               OPEN OUTPUT SELECTION-FILE
           END-IF.
           PERFORM JUDGE-ONE-ACCOUNT THRU JUDGE-ONE-ACCOUNT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           CLOSE SELECTION-FILE.
           CLOSE WORK-FILE.
           CALL 'CLOSE-BILLING-ADDR'.
           CALL 'CLOSE-USAGE-SUMMARY'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           PERFORM RECORD-CAMPAIGN.

           DISPLAY " ".
           DISPLAY "CAMPAIGN ", W-CP-CODE, " - ", W-CP-DESCRIPTION.
           MOVE W-EXAMINED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ACTIVE ACCOUNTS EXAMINED:     ", W-SHOW-COUNT.
           MOVE W-DNS-COUNT TO W-SHOW-COUNT.
           DISPLAY "  LEFT OUT - DO NOT SOLICIT:    ", W-SHOW-COUNT.
           MOVE W-NO-CONSENT-COUNT TO W-SHOW-COUNT.
           DISPLAY "  LEFT OUT - NO CPNI CONSENT:   ", W-SHOW-COUNT.
           MOVE W-BAD-ADDR-COUNT TO W-SHOW-COUNT.
           DISPLAY "  LEFT OUT - BAD ADDRESS:       ", W-SHOW-COUNT.
           MOVE W-SELECTED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  SELECTED:                     ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    THE CAMPAIGN -- a code not used before, its window, and
      *    the criteria.  A usage band makes the selection CPNI-
      *    driven.
      *----------------------------------------------------------------
       ASK-CAMPAIGN.
           DISPLAY "Campaign code: " WITH NO ADVANCING.
           ACCEPT W-CP-CODE.
           IF W-CP-CODE = SPACES THEN
               DISPLAY "A campaign code is required."
               STOP RUN.
           PERFORM CHECK-CAMPAIGN-CODE.
           IF W-CODE-TAKEN THEN
               DISPLAY "Campaign ", W-CP-CODE, " has already been",
                   " selected - nothing done."
               STOP RUN.
           DISPLAY "Description: " WITH NO ADVANCING.
           ACCEPT W-CP-DESCRIPTION.
           DISPLAY "Response window start (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-CP-WINDOW-START.
           IF W-CP-WINDOW-START = 0 THEN
               MOVE W-TODAY TO W-CP-WINDOW-START
           END-IF.
           DISPLAY "Response window end (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT W-CP-WINDOW-END.
           IF W-CP-WINDOW-END < W-CP-WINDOW-START THEN
               DISPLAY "The window cannot end before it starts."
               STOP RUN.
           DISPLAY "Plan code (blank = any): " WITH NO ADVANCING.
           ACCEPT W-CP-PLAN.
           DISPLAY "Minimum tenure in months (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-CP-MIN-TENURE.
           DISPLAY "Maximum tenure in months (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-CP-MAX-TENURE.
           DISPLAY "Usage band - lowest monthly usage (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-CP-USAGE-LOW.
           DISPLAY "Usage band - highest monthly usage (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-CP-USAGE-HIGH.
           DISPLAY "Exchange NPA-NXX (blank = any): "
               WITH NO ADVANCING.
           ACCEPT W-CP-EXCHANGE.
           DISPLAY "Credit class (blank = any): " WITH NO ADVANCING.
           ACCEPT W-CP-CREDIT-CLASS.
           MOVE 'N' TO W-USAGE-SW.
           IF W-CP-USAGE-LOW > 0 OR W-CP-USAGE-HIGH > 0 THEN
               SET W-USAGE-DRIVEN TO TRUE
               DISPLAY "Usage band given - only accounts that opted",
                   " in to CPNI marketing will be selected."
           END-IF.
       ASK-CAMPAIGN-EXIT.
           CONTINUE.

       CHECK-CAMPAIGN-CODE.
           MOVE 'N' TO W-CODE-SW.
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
                   IF CP-CODE = W-CP-CODE THEN
                       SET W-CODE-TAKEN TO TRUE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    WORK FILE -- one record per master position that has an
      *    opening date on the journal or a consent row.  The journal
      *    is read oldest generation first, so the first ADD-NAME a
      *    position gets is its opening; a later one is an added name
      *    and the WRITE is refused.  Consent rows are read in file
      *    order, so the last one written for a position stands.
      *----------------------------------------------------------------
       BUILD-WORK-FILE.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.
           PERFORM LOAD-GENERATION-INDEX.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CONSENT-FILE.
           IF W-CONSENT-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-CONSENT UNTIL W-INPUT-EOF.
           IF W-CONSENT-STATUS = '00' OR W-CONSENT-STATUS = '10'
               CLOSE CONSENT-FILE
           END-IF.

       LOAD-GENERATION-INDEX.
           MOVE 'N' TO W-IDX-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               SET W-IDX-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-GENERATION UNTIL W-IDX-EOF.
           IF W-INDEX-STATUS = '00' OR W-INDEX-STATUS = '10'
               CLOSE GEN-INDEX-FILE
           END-IF.

       NOTE-ONE-GENERATION.
           READ GEN-INDEX-FILE
               AT END
                   SET W-IDX-EOF TO TRUE
               NOT AT END
                   IF W-GEN-COUNT < 99 THEN
                       ADD 1 TO W-GEN-COUNT
                       MOVE GX-GENERATION
                           TO W-GEN-NUMBER(W-GEN-COUNT)
                   END-IF
           END-READ.

       SCAN-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-STATUS NOT = '00' THEN
               DISPLAY "  <JOURNAL FILE MISSING: ",
                   W-JOURNAL-FILENAME(1:24), ">"
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-ENTRY UNTIL W-INPUT-EOF.
           IF W-JOURNAL-STATUS = '00' OR W-JOURNAL-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

       NOTE-ONE-ENTRY.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF JI-OPERATION = 'ADD-NAME' AND
                           JI-AFTER-POS > 1 THEN
                       MOVE JI-AFTER-POS TO W-WORK-POS
                       MOVE JI-DATE TO WK-OPEN-DATE
                       MOVE SPACE TO WK-CONSENT
                       MOVE 'N' TO WK-DO-NOT-SOLICIT
                       WRITE WORK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
           END-READ.

       NOTE-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF MK-MASTER-POS > 1 THEN
                       PERFORM KEEP-ONE-CONSENT
                   END-IF
           END-READ.

       KEEP-ONE-CONSENT.
           MOVE MK-MASTER-POS TO W-WORK-POS.
           READ WORK-FILE
               INVALID KEY
                   MOVE 0 TO WK-OPEN-DATE
                   MOVE MK-CPNI-CONSENT TO WK-CONSENT
                   MOVE MK-DO-NOT-SOLICIT TO WK-DO-NOT-SOLICIT
                   WRITE WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE MK-CPNI-CONSENT TO WK-CONSENT
                   MOVE MK-DO-NOT-SOLICIT TO WK-DO-NOT-SOLICIT
                   REWRITE WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

      *----------------------------------------------------------------
      *    ONE ACCOUNT -- the criteria that are not CPNI first, then
      *    do-not-solicit, then consent, and only then its usage.
      *----------------------------------------------------------------
       JUDGE-ONE-ACCOUNT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND OR W-STATUS-CODE NOT = 'A' THEN
               GO TO JUDGE-ONE-ACCOUNT-EXIT.
           ADD 1 TO W-EXAMINED-COUNT.
           IF W-CP-PLAN NOT = SPACES AND W-PLAN NOT = W-CP-PLAN THEN
               GO TO JUDGE-ONE-ACCOUNT-EXIT.
           IF W-CP-CREDIT-CLASS NOT = SPACE THEN
               CALL 'GET-CREDIT-CLASS' USING W-POSITION,
                   W-CREDIT-CLASS
               IF W-CREDIT-CLASS NOT = W-CP-CREDIT-CLASS THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE W-POSITION TO W-WORK-POS.
           READ WORK-FILE
               INVALID KEY
                   MOVE 0 TO WK-OPEN-DATE
                   MOVE SPACE TO WK-CONSENT
                   MOVE 'N' TO WK-DO-NOT-SOLICIT
           END-READ.
           IF W-CP-MIN-TENURE > 0 OR W-CP-MAX-TENURE > 0 THEN
               PERFORM FIGURE-TENURE
               IF W-TENURE < W-CP-MIN-TENURE THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
               IF W-CP-MAX-TENURE > 0 AND
                       W-TENURE > W-CP-MAX-TENURE THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF W-CP-EXCHANGE NOT = SPACES THEN
               MOVE 'N' TO W-EXCHANGE-SW
               CALL 'FIND-ACCOUNT-PHONES' USING W-POSITION,
                   W-PHONE-LIST
               PERFORM MATCH-ONE-EXCHANGE
                   VARYING W-PHONE-SUB FROM 1 BY 1
                   UNTIL W-PHONE-SUB > W-PHONE-COUNT OR W-IN-EXCHANGE
               IF NOT W-IN-EXCHANGE THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           IF WK-NO-SOLICITING THEN
               ADD 1 TO W-DNS-COUNT
               GO TO JUDGE-ONE-ACCOUNT-EXIT.
           IF W-USAGE-DRIVEN THEN
               IF NOT WK-CPNI-OPTED-IN THEN
                   ADD 1 TO W-NO-CONSENT-COUNT
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
               PERFORM FIGURE-USAGE-AVERAGE
               IF W-USAGE-AVERAGE < W-CP-USAGE-LOW THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
               IF W-CP-USAGE-HIGH > 0 AND
                       W-USAGE-AVERAGE > W-CP-USAGE-HIGH THEN
                   GO TO JUDGE-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
      *    the post office already told us this address is no good
           CALL 'GET-BAD-ADDRESS' USING W-POSITION, W-BAD-ADDR-FLAG.
           IF W-BAD-ADDR-FLAG = 'Y' THEN
               ADD 1 TO W-BAD-ADDR-COUNT
               GO TO JUDGE-ONE-ACCOUNT-EXIT.
      *    offers mail where the bills mail
           CALL 'GET-BILLING-ADDR' USING W-POSITION, W-BA-FOUND,
               W-BA-ADDRESS.
           IF W-BILLADDR-FOUND THEN
               MOVE W-BA-ADDRESS TO W-ADDRESS
           END-IF.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.
           MOVE W-CP-CODE TO CS-CAMPAIGN.
           MOVE W-POSITION TO CS-MASTER-POS.
           MOVE W-ACCOUNT TO CS-ACCOUNT-NUMBER.
           MOVE W-NAME TO CS-NAME.
           MOVE W-ADDRESS TO CS-ADDRESS.
           MOVE W-PLAN TO CS-PLAN.
           MOVE W-LANGUAGE TO CS-LANGUAGE.
           WRITE SELECTION-REC.
           ADD 1 TO W-SELECTED-COUNT.
       JUDGE-ONE-ACCOUNT-EXIT.
           CONTINUE.

      *    whole months since the opening date; no opening date on
      *    the journal means older than the journal itself
       FIGURE-TENURE.
           IF WK-OPEN-DATE = 0 THEN
               MOVE 999 TO W-TENURE
           ELSE
               MOVE WK-OPEN-DATE TO W-OPEN-DATE
               COMPUTE W-TENURE =
                   (W-TODAY-YYYY * 12 + W-TODAY-MM) -
                   (W-OPEN-YYYY * 12 + W-OPEN-MM)
               IF W-TODAY-DD < W-OPEN-DD THEN
                   SUBTRACT 1 FROM W-TENURE
               END-IF
               IF W-TENURE < 0 THEN
                   MOVE 0 TO W-TENURE
               END-IF
           END-IF.

       MATCH-ONE-EXCHANGE.
           MOVE W-PHONE-NUMBER(W-PHONE-SUB) TO W-PHONE-KEY.
           IF W-PHONE-KEY(6:6) = W-CP-EXCHANGE THEN
               SET W-IN-EXCHANGE TO TRUE
           END-IF.

       FIGURE-USAGE-AVERAGE.
           MOVE W-TODAY(1:6) TO W-USAGE-MONTH.
           MOVE 0 TO W-USAGE-DOLLARS.
           PERFORM ADD-ONE-USAGE-MONTH
               VARYING W-MONTHS-BACK FROM 1 BY 1
               UNTIL W-MONTHS-BACK > 3.
           COMPUTE W-USAGE-AVERAGE ROUNDED = W-USAGE-DOLLARS / 3.

       ADD-ONE-USAGE-MONTH.
           IF W-USAGE-MM = 1 THEN
               SUBTRACT 1 FROM W-USAGE-YYYY
               MOVE 12 TO W-USAGE-MM
           ELSE
               SUBTRACT 1 FROM W-USAGE-MM
           END-IF.
           CALL 'GET-USAGE-SUMMARY' USING W-POSITION, W-USAGE-MONTH,
               W-USAGE-FOUND, W-MONTH-USAGE.
           ADD W-MU-TOTAL-DOLLARS TO W-USAGE-DOLLARS.

       RECORD-CAMPAIGN.
           OPEN EXTEND CAMPAIGN-FILE.
           IF W-CAMPAIGN-STATUS NOT = '00' THEN
               OPEN OUTPUT CAMPAIGN-FILE
           END-IF.
           MOVE W-CP-CODE TO CP-CODE.
           MOVE W-CP-DESCRIPTION TO CP-DESCRIPTION.
           MOVE W-CP-WINDOW-START TO CP-WINDOW-START.
           MOVE W-CP-WINDOW-END TO CP-WINDOW-END.
           MOVE W-CP-PLAN TO CP-PLAN.
           MOVE W-CP-MIN-TENURE TO CP-MIN-TENURE.
           MOVE W-CP-MAX-TENURE TO CP-MAX-TENURE.
           MOVE W-CP-USAGE-LOW TO CP-USAGE-LOW.
           MOVE W-CP-USAGE-HIGH TO CP-USAGE-HIGH.
           MOVE W-CP-EXCHANGE TO CP-EXCHANGE.
           MOVE W-CP-CREDIT-CLASS TO CP-CREDIT-CLASS.
           MOVE W-SELECTED-COUNT TO CP-SELECTED.
           MOVE W-TODAY TO CP-RUN-DATE.
           WRITE CAMPAIGN-REC.
           CLOSE CAMPAIGN-FILE.
