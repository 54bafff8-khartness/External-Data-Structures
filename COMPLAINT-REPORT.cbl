       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           COMPLAINT-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly report on the regulatory complaints the PUC and the
      *    FCC forward, off the complaint file CUSTOMER-MAINTENANCE
      *    keeps (latest row per agency and case).  For the prompted
      *    month: complaints received by category against agency;
      *    then every complaint still open past its answer date as
      *    of today, whatever month it came in, since those are the
      *    ones that cost us; then each of the month's complaints
      *    with what else is on file for its account from
      *    DL100_COMPLAINT_LOOKBACK_DAYS (90 if unset) before it
      *    arrived through today -- call disputes opened (DISPUTE.DAT,
      *    matched to the account by the disputed number),
      *    adjustments (ADJUST.DAT) and trouble tickets opened
      *    (TROUBLE.DAT) -- so the answer to the agency can cite them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO W-COMPLAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO W-DISPUTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT ADJUST-FILE ASSIGN TO W-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TICKET-FILE ASSIGN TO W-TICKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC.
           05  CM-KEY.
               10  CM-AGENCY       PIC X(3).
               10  CM-CASE         PIC X(12).
           05  CM-MASTER-POS       PIC 9(9).
           05  CM-ACCOUNT          PIC 9(9).
           05  CM-RECEIVED         PIC 9(8).
           05  CM-DUE              PIC 9(8).
           05  CM-CATEGORY         PIC X.
           05  CM-STATUS           PIC X.
           05  CM-RESOLUTION       PIC X(40).
           05  CM-OPERATOR         PIC X(8).
           05  CM-STAMP-DATE       PIC 9(8).

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           05  DP-DATE         PIC 9(8).
           05  DP-TIME         PIC 9(6).
           05  DP-CALL-POS     PIC 9(9).
           05  DP-PHONE        PIC 9(10).
           05  DP-STATUS       PIC X.
           05  DP-OPERATOR     PIC X(8).
           05  DP-REASON       PIC X(40).

       FD  ADJUST-FILE.
       01  ADJUST-REC.
           05  AJ-DATE         PIC 9(8).
           05  AJ-TIME         PIC 9(6).
           05  AJ-MASTER-POS   PIC 9(9).
           05  AJ-ACCOUNT      PIC 9(9).
           05  AJ-TYPE         PIC X.
           05  AJ-AMOUNT       PIC 9(7)V99.
           05  AJ-REASON-CODE  PIC X(4).
           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       FD  TICKET-FILE.
       01  TICKET-REC.
           05  TT-TICKET       PIC 9(9).
           05  TT-EVENT        PIC X.
               88  TT-OPENED       VALUE 'O'.
           05  TT-PHONE        PIC 9(10).
           05  TT-MASTER-POS   PIC 9(9).
           05  TT-TROUBLE-CODE PIC X(4).
           05  TT-REPORTED-DATE PIC 9(8).
           05  TT-REPORTED-TIME PIC 9(6).
           05  TT-APPOINTMENT  PIC 9(8).
           05  TT-DISPOSITION  PIC X(20).
           05  TT-CLEARED-DATE PIC 9(8).
           05  TT-CLEARED-TIME PIC 9(6).
           05  TT-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-COMPLAINT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\COMPLAINT.DAT'.
       01  W-DISPUTE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\DISPUTE.DAT'.
       01  W-ADJUST-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.
       01  W-TICKET-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\TROUBLE.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-IN-STATUS         PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

       01  W-REPORT-MONTH      PIC 9(6).
       01  W-TODAY             PIC 9(8).
       01  W-TODAY-INT         PIC 9(9) COMP.
       01  W-LOOKBACK-DAYS     PIC 9(3).
       01  W-DAY-INT           PIC 9(9) COMP.
       01  W-DAYS-LATE         PIC S9(9) COMP.
       01  W-SHOW-DAYS         PIC ZZZZ9.

      *    Latest row per agency and case.
       01  W-COMPLAINT-TABLE.
           05  W-CP-COUNT      PIC 9(4) COMP VALUE 0.
           05  W-CP-ENTRY      OCCURS 2000 TIMES.
               10  W-CP-KEY.
                   15  W-CP-AGENCY     PIC X(3).
                   15  W-CP-CASE       PIC X(12).
               10  W-CP-MASTER-POS PIC 9(9).
               10  W-CP-ACCOUNT    PIC 9(9).
               10  W-CP-RECEIVED   PIC 9(8).
               10  W-CP-DUE        PIC 9(8).
               10  W-CP-CATEGORY   PIC X.
               10  W-CP-STATUS     PIC X.
                   88  W-CP-OPEN       VALUE 'O'.
               10  W-CP-RESOLUTION PIC X(40).
               10  W-CP-FROM-DATE  PIC 9(8).
               10  W-CP-MONTH-SW   PIC X.
                   88  W-CP-IN-MONTH   VALUE 'Y'.
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.

      *    What else is on file for each of the month's complaints.
       01  W-LINK-TABLE.
           05  W-LK-COUNT      PIC 9(4) COMP VALUE 0.
           05  W-LK-ENTRY      OCCURS 5000 TIMES.
               10  W-LK-COMPLAINT  PIC 9(4) COMP.
               10  W-LK-KIND       PIC X(7).
               10  W-LK-DATE       PIC 9(8).
               10  W-LK-TEXT       PIC X(50).
       01  W-LSUB              PIC 9(4) COMP.
       01  W-LINK-POS          PIC 9(9) COMP.
       01  W-LINK-KIND         PIC X(7).
       01  W-LINK-DATE         PIC 9(8).
       01  W-LINK-TEXT         PIC X(50).
       01  W-LINKS-SHOWN       PIC 9(4) COMP.
       01  W-LINK-FULL-SW      PIC X VALUE 'N'.
           88  W-LINK-TABLE-FULL   VALUE 'Y'.

      *    Received in the month, category (billing, service,
      *    slamming, privacy) by agency (PUC, FCC).
       01  W-GRID.
           05  W-GRID-CATEGORY OCCURS 4 TIMES.
               10  W-GRID-AGENCY   OCCURS 2 TIMES
                                   PIC 9(5) COMP.
       01  W-CAT               PIC 9 COMP.
       01  W-AGY               PIC 9 COMP.
       01  W-CATEGORY-CODES    PIC X(4) VALUE 'BSLP'.
       01  W-CATEGORY-NAMES.
           05  FILLER          PIC X(8) VALUE 'BILLING'.
           05  FILLER          PIC X(8) VALUE 'SERVICE'.
           05  FILLER          PIC X(8) VALUE 'SLAMMING'.
           05  FILLER          PIC X(8) VALUE 'PRIVACY'.
       01  W-CATEGORY-NAME-TABLE REDEFINES W-CATEGORY-NAMES.
           05  W-CATEGORY-NAME PIC X(8) OCCURS 4 TIMES.
       01  W-SHOW-CATEGORY     PIC X(8).
       01  W-SHOW-STATUS       PIC X(9).
       01  W-ROW-TOTAL         PIC 9(5) COMP.
       01  W-SHOW-PUC          PIC ZZ,ZZ9.
       01  W-SHOW-FCC          PIC ZZ,ZZ9.
       01  W-SHOW-TOTAL        PIC ZZ,ZZ9.

       01  W-MONTH-COUNT       PIC 9(9) COMP VALUE 0.
       01  W-PAST-DUE-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-OPEN-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-AMOUNT       PIC ZZZ,ZZ9.99.

       01  L-POSITION          PIC 9(9) COMP.
       01  W-PHONE-KEY         PIC 9(15).
       01  W-FOUND             PIC X.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "MONTHLY REGULATORY COMPLAINT REPORT".
           DISPLAY "Month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-REPORT-MONTH.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           ACCEPT W-LOOKBACK-DAYS FROM ENVIRONMENT
               "DL100_COMPLAINT_LOOKBACK_DAYS".
           IF W-LOOKBACK-DAYS = 0 THEN
               MOVE 90 TO W-LOOKBACK-DAYS
           END-IF.
           INITIALIZE W-GRID.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           PERFORM LOAD-COMPLAINTS.
           PERFORM MARK-ONE-COMPLAINT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT.
           PERFORM LINK-DISPUTES.
           PERFORM LINK-ADJUSTMENTS.
           PERFORM LINK-TICKETS.

           DISPLAY " ".
           DISPLAY "COMPLAINTS RECEIVED BY CATEGORY - ", W-REPORT-MONTH.
           DISPLAY "CATEGORY      PUC     FCC   TOTAL".
           PERFORM SHOW-ONE-CATEGORY
               VARYING W-CAT FROM 1 BY 1
               UNTIL W-CAT > 4.

           DISPLAY " ".
           DISPLAY "OPEN PAST THE ANSWER DATE - AS OF ", W-TODAY.
           DISPLAY "AGY CASE          ACCOUNT    RECEIVED  DUE",
               "       DAYS LATE  CATEGORY".
           PERFORM SHOW-ONE-PAST-DUE THRU SHOW-ONE-PAST-DUE-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT.

           DISPLAY " ".
           DISPLAY "COMPLAINTS RECEIVED AND RELATED ACTIVITY - ",
               W-REPORT-MONTH.
           PERFORM SHOW-ONE-COMPLAINT THRU SHOW-ONE-COMPLAINT-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT.

           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           DISPLAY "COMPLAINT SUMMARY".
           MOVE W-MONTH-COUNT TO W-SHOW-COUNT.
           DISPLAY "  RECEIVED IN MONTH:     ", W-SHOW-COUNT.
           MOVE W-OPEN-COUNT TO W-SHOW-COUNT.
           DISPLAY "  OPEN, ALL MONTHS:      ", W-SHOW-COUNT.
           MOVE W-PAST-DUE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  OPEN PAST DUE:         ", W-SHOW-COUNT.
           IF W-LINK-TABLE-FULL THEN
               DISPLAY "  RELATED ACTIVITY TABLE FULL; LISTING IS",
                   " INCOMPLETE."
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    LOAD -- the complaint file consolidated to its latest row
      *    per agency and case.
      *----------------------------------------------------------------
       LOAD-COMPLAINTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT COMPLAINT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-COMPLAINT UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE COMPLAINT-FILE
           END-IF.

       LOAD-ONE-COMPLAINT.
           READ COMPLAINT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM PLACE-COMPLAINT-ROW
           END-READ.

       PLACE-COMPLAINT-ROW.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-COMPLAINT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 AND W-CP-COUNT < 2000 THEN
               ADD 1 TO W-CP-COUNT
               MOVE W-CP-COUNT TO W-HIT
               MOVE CM-KEY TO W-CP-KEY(W-HIT)
           END-IF.
           IF W-HIT NOT = 0 THEN
               MOVE CM-MASTER-POS TO W-CP-MASTER-POS(W-HIT)
               MOVE CM-ACCOUNT TO W-CP-ACCOUNT(W-HIT)
               MOVE CM-RECEIVED TO W-CP-RECEIVED(W-HIT)
               MOVE CM-DUE TO W-CP-DUE(W-HIT)
               MOVE CM-CATEGORY TO W-CP-CATEGORY(W-HIT)
               MOVE CM-STATUS TO W-CP-STATUS(W-HIT)
               MOVE CM-RESOLUTION TO W-CP-RESOLUTION(W-HIT)
           END-IF.

       MATCH-ONE-COMPLAINT.
           IF W-CP-KEY(W-SUB) = CM-KEY THEN
               MOVE W-SUB TO W-HIT
           END-IF.

      *    the month's complaints go on the grid and get a window for
      *    their related activity
       MARK-ONE-COMPLAINT.
           MOVE 'N' TO W-CP-MONTH-SW(W-SUB).
           IF W-CP-OPEN(W-SUB) THEN
               ADD 1 TO W-OPEN-COUNT
           END-IF.
           IF W-CP-RECEIVED(W-SUB)(1:6) = W-REPORT-MONTH THEN
               SET W-CP-IN-MONTH(W-SUB) TO TRUE
               ADD 1 TO W-MONTH-COUNT
               COMPUTE W-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(W-CP-RECEIVED(W-SUB))
                   - W-LOOKBACK-DAYS
               COMPUTE W-CP-FROM-DATE(W-SUB) =
                   FUNCTION DATE-OF-INTEGER(W-DAY-INT)
               PERFORM COUNT-ON-GRID
           END-IF.

       COUNT-ON-GRID.
           MOVE 0 TO W-CAT.
           IF W-CP-CATEGORY(W-SUB) = 'B' THEN
               MOVE 1 TO W-CAT
           END-IF.
           IF W-CP-CATEGORY(W-SUB) = 'S' THEN
               MOVE 2 TO W-CAT
           END-IF.
           IF W-CP-CATEGORY(W-SUB) = 'L' THEN
               MOVE 3 TO W-CAT
           END-IF.
           IF W-CP-CATEGORY(W-SUB) = 'P' THEN
               MOVE 4 TO W-CAT
           END-IF.
           MOVE 1 TO W-AGY.
           IF W-CP-AGENCY(W-SUB) = 'FCC' THEN
               MOVE 2 TO W-AGY
           END-IF.
           IF W-CAT NOT = 0 THEN
               ADD 1 TO W-GRID-AGENCY(W-CAT, W-AGY)
           END-IF.

      *----------------------------------------------------------------
      *    LINK -- one pass of each activity file.  A row on an
      *    account with a complaint this month, dated inside that
      *    complaint's window, is listed under it.
      *----------------------------------------------------------------
       LINK-DISPUTES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT DISPUTE-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LINK-ONE-DISPUTE UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE DISPUTE-FILE
           END-IF.

       LINK-ONE-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF DP-STATUS = 'O' THEN
                       PERFORM NOTE-ONE-DISPUTE
                   END-IF
           END-READ.

       NOTE-ONE-DISPUTE.
           MOVE DP-PHONE TO W-PHONE-KEY.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION,
               W-PHONE-KEY.
           MOVE L-POSITION TO W-LINK-POS.
           MOVE 'DISPUTE' TO W-LINK-KIND.
           MOVE DP-DATE TO W-LINK-DATE.
           MOVE SPACES TO W-LINK-TEXT.
           STRING DP-PHONE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               DP-REASON DELIMITED BY SIZE
               INTO W-LINK-TEXT.
           IF W-LINK-POS NOT = 0 THEN
               PERFORM LINK-ONE-ROW
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-CP-COUNT
           END-IF.

       LINK-ADJUSTMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT ADJUST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LINK-ONE-ADJUSTMENT UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE ADJUST-FILE
           END-IF.

       LINK-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM NOTE-ONE-ADJUSTMENT
           END-READ.

       NOTE-ONE-ADJUSTMENT.
           MOVE AJ-MASTER-POS TO W-LINK-POS.
           MOVE 'ADJUST' TO W-LINK-KIND.
           MOVE AJ-DATE TO W-LINK-DATE.
           MOVE AJ-AMOUNT TO W-SHOW-AMOUNT.
           MOVE SPACES TO W-LINK-TEXT.
           STRING AJ-TYPE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AJ-REASON-CODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               AJ-MEMO DELIMITED BY SIZE
               INTO W-LINK-TEXT.
           PERFORM LINK-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT.

       LINK-TICKETS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TICKET-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LINK-ONE-TICKET UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE TICKET-FILE
           END-IF.

       LINK-ONE-TICKET.
           READ TICKET-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF TT-OPENED THEN
                       PERFORM NOTE-ONE-TICKET
                   END-IF
           END-READ.

       NOTE-ONE-TICKET.
           MOVE TT-MASTER-POS TO W-LINK-POS.
           MOVE 'TICKET' TO W-LINK-KIND.
           MOVE TT-REPORTED-DATE TO W-LINK-DATE.
           MOVE SPACES TO W-LINK-TEXT.
           STRING TT-TICKET DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TT-PHONE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               TT-TROUBLE-CODE DELIMITED BY SIZE
               INTO W-LINK-TEXT.
           PERFORM LINK-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CP-COUNT.

       LINK-ONE-ROW.
           IF W-CP-IN-MONTH(W-SUB) AND
                   W-CP-MASTER-POS(W-SUB) = W-LINK-POS AND
                   W-LINK-DATE >= W-CP-FROM-DATE(W-SUB) AND
                   W-LINK-DATE <= W-TODAY THEN
               IF W-LK-COUNT < 5000 THEN
                   ADD 1 TO W-LK-COUNT
                   MOVE W-SUB TO W-LK-COMPLAINT(W-LK-COUNT)
                   MOVE W-LINK-KIND TO W-LK-KIND(W-LK-COUNT)
                   MOVE W-LINK-DATE TO W-LK-DATE(W-LK-COUNT)
                   MOVE W-LINK-TEXT TO W-LK-TEXT(W-LK-COUNT)
               ELSE
                   SET W-LINK-TABLE-FULL TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    REPORT
      *----------------------------------------------------------------
       SHOW-ONE-CATEGORY.
           COMPUTE W-ROW-TOTAL = W-GRID-AGENCY(W-CAT, 1)
               + W-GRID-AGENCY(W-CAT, 2).
           MOVE W-GRID-AGENCY(W-CAT, 1) TO W-SHOW-PUC.
           MOVE W-GRID-AGENCY(W-CAT, 2) TO W-SHOW-FCC.
           MOVE W-ROW-TOTAL TO W-SHOW-TOTAL.
           DISPLAY W-CATEGORY-NAME(W-CAT), "  ", W-SHOW-PUC, "  ",
               W-SHOW-FCC, "  ", W-SHOW-TOTAL.

       SHOW-ONE-PAST-DUE.
           IF NOT W-CP-OPEN(W-SUB) OR W-CP-DUE(W-SUB) >= W-TODAY THEN
               GO TO SHOW-ONE-PAST-DUE-EXIT.
           ADD 1 TO W-PAST-DUE-COUNT.
           COMPUTE W-DAYS-LATE = W-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(W-CP-DUE(W-SUB)).
           MOVE W-DAYS-LATE TO W-SHOW-DAYS.
           PERFORM NAME-THE-CATEGORY.
           DISPLAY W-CP-AGENCY(W-SUB), " ", W-CP-CASE(W-SUB), "  ",
               W-CP-ACCOUNT(W-SUB), "  ", W-CP-RECEIVED(W-SUB), "  ",
               W-CP-DUE(W-SUB), "  ", W-SHOW-DAYS, "      ",
               W-SHOW-CATEGORY.
       SHOW-ONE-PAST-DUE-EXIT.
           CONTINUE.

       SHOW-ONE-COMPLAINT.
           IF NOT W-CP-IN-MONTH(W-SUB) THEN
               GO TO SHOW-ONE-COMPLAINT-EXIT.
           PERFORM NAME-THE-CATEGORY.
           EVALUATE W-CP-STATUS(W-SUB)
               WHEN 'O'
                   MOVE 'OPEN' TO W-SHOW-STATUS
               WHEN 'R'
                   MOVE 'RESPONDED' TO W-SHOW-STATUS
               WHEN 'C'
                   MOVE 'CLOSED' TO W-SHOW-STATUS
               WHEN OTHER
                   MOVE SPACES TO W-SHOW-STATUS
           END-EVALUATE.
           MOVE W-CP-MASTER-POS(W-SUB) TO L-POSITION.
           MOVE SPACES TO W-NAME.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           DISPLAY " ".
           DISPLAY W-CP-AGENCY(W-SUB), " ", W-CP-CASE(W-SUB), "  ",
               W-CP-ACCOUNT(W-SUB), "  ", W-NAME.
           DISPLAY "    RECEIVED ", W-CP-RECEIVED(W-SUB), "  DUE ",
               W-CP-DUE(W-SUB), "  ", W-SHOW-CATEGORY, "  ",
               W-SHOW-STATUS.
           IF W-CP-RESOLUTION(W-SUB) NOT = SPACES THEN
               DISPLAY "    RESOLUTION: ", W-CP-RESOLUTION(W-SUB)
           END-IF.
           MOVE 0 TO W-LINKS-SHOWN.
           PERFORM SHOW-ONE-LINK
               VARYING W-LSUB FROM 1 BY 1
               UNTIL W-LSUB > W-LK-COUNT.
           IF W-LINKS-SHOWN = 0 THEN
               DISPLAY "    NO RELATED DISPUTES, ADJUSTMENTS OR",
                   " TICKETS"
           END-IF.
       SHOW-ONE-COMPLAINT-EXIT.
           CONTINUE.

       SHOW-ONE-LINK.
           IF W-LK-COMPLAINT(W-LSUB) = W-SUB THEN
               ADD 1 TO W-LINKS-SHOWN
               DISPLAY "    ", W-LK-KIND(W-LSUB), " ",
                   W-LK-DATE(W-LSUB), "  ", W-LK-TEXT(W-LSUB)
           END-IF.

       NAME-THE-CATEGORY.
           MOVE SPACES TO W-SHOW-CATEGORY.
           PERFORM MATCH-ONE-CATEGORY
               VARYING W-CAT FROM 1 BY 1
               UNTIL W-CAT > 4.

       MATCH-ONE-CATEGORY.
           IF W-CATEGORY-CODES(W-CAT:1) = W-CP-CATEGORY(W-SUB) THEN
               MOVE W-CATEGORY-NAME(W-CAT) TO W-SHOW-CATEGORY
           END-IF.
