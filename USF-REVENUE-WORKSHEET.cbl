       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           USF-REVENUE-WORKSHEET.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Revenue worksheet for the quarterly and annual federal
      *    Universal Service contribution filings.  Billed revenue
      *    for the quarter (or the calendar year) is sorted into the
      *    filing's categories:
      *        LOCAL SERVICE     -- local-class usage plus the
      *                             recurring charges: whatever an
      *                             invoice on the register carries
      *                             beyond its usage and features
      *        INTRASTATE TOLL   -- intraLATA toll, and the share of
      *                             long distance that stays in state
      *        INTERSTATE TOLL   -- the rest of long distance
      *        INTERNATIONAL     -- 011-dialed usage
      *        FEATURES          -- feature events and subscriptions
      *        ONE-TIME CHARGES  -- ONE-TIME-CHG journal entries at the
      *                             catalog price, as AR-RECONCILE
      *                             prices them
      *    Each invoice on the register (INVREG.DAT) is split by the
      *    usage summary BILL-CYCLE-RUN posted for its account and
      *    month.  Long distance is split by a traffic study of the
      *    period's own calls: every completed long-distance call a
      *    customer placed is judged intrastate when the customer's
      *    state (DERIVE-JURISDICTION on the master address) is the
      *    state of the called number's LATA, interstate otherwise;
      *    the LATA-to-state table (LATASTAT.DAT) is kept by hand
      *    from the LERG.  A call whose state cannot be told either
      *    way is counted interstate and shown as such, so a gap in
      *    the table over-reports rather than under-reports.  The
      *    interstate share of long-distance minutes is applied to
      *    the long-distance dollars billed in the same quarter.
      *    Surcharges collected come off the remittance file
      *    (TAXREMIT.DAT), federal when the levy sits on a 'US' row
      *    of the tax table, listed per levy.
      *    The billed total is tied back to the BILLING credits
      *    GL-POSTING exported for the same dates, and the surcharges
      *    to its TAX credits; one-time charges are posted straight
      *    to the receivable and are not in either figure.
      *    A quarterly run may be recorded as filed (USFFILED.DAT).
      *    The annual run shows each quarter beside the year and,
      *    against the last figures recorded for each quarter, the
      *    true-up the annual filing has to carry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG-FILE ASSIGN TO W-INVREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TAXREMIT-FILE ASSIGN TO W-TAXREMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT EXPORT-FILE ASSIGN TO W-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT CATALOG-FILE ASSIGN TO W-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT LATA-FILE ASSIGN TO W-LATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.
           SELECT FILED-FILE ASSIGN TO W-FILED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-FILED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVREG-FILE.
       01  INVREG-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  TAXREMIT-FILE.
       01  TAXREMIT-REC.
           05  TR-STATE            PIC XX.
           05  TR-LEVY-CODE        PIC X(4).
           05  TR-AMOUNT           PIC 9(7)V99.
           05  TR-INVOICE-NUMBER   PIC 9(9).
           05  TR-INVOICE-DATE     PIC 9(8).

       FD  EXPORT-FILE.
       01  EXPORT-REC.
           05  EX-DATE         PIC 9(8).
           05  EX-ACCOUNT      PIC X(8).
           05  EX-DC           PIC X.
           05  EX-AMOUNT       PIC 9(11)V99.
           05  EX-SOURCE       PIC X(8).

       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  OC-CODE             PIC X(4).
           05  OC-DESCRIPTION      PIC X(30).
           05  OC-AMOUNT           PIC 9(5)V99.
           05  OC-GL-SOURCE        PIC X(8).

       FD  LATA-FILE.
       01  LATA-REC.
           05  LS-LATA         PIC 9(3).
           05  LS-STATE        PIC XX.

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

      *    one row per quarter recorded as filed; a quarter refiled
      *    later is simply recorded again and the last row stands
       FD  FILED-FILE.
       01  FILED-REC.
           05  UF-YEAR         PIC 9(4).
           05  UF-QUARTER      PIC 9.
           05  UF-AMOUNT       PIC S9(11)V99 OCCURS 8 TIMES.
           05  UF-INTERSTATE-PCT PIC 9(3)V99.
           05  UF-RUN-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-INVREG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-TAXREMIT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\TAXREMIT.DAT'.
       01  W-EXPORT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\GLEXPORT.DAT'.
       01  W-CATALOG-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-LATA-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\LATASTAT.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-FILED-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\USFFILED.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-CALL-DETAIL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-NPANXX-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NPANXX.DAT'.
       01  W-TAX-FILENAME      PIC X(512)
                               VALUE 'S:\COBOL\TAXTABLE.DAT'.
       01  W-USAGESUM-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\USAGESUM.DAT'.

       01  W-IN-STATUS         PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-FILED-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.

       01  W-TAX-TABLE EXTERNAL.
           05  W-TAX-COUNT     PIC 999 COMP VALUE 0.
           05  W-TAX-ENTRY     OCCURS 200 TIMES.
               10  W-TX-STATE      PIC XX.
               10  W-TX-LEVY-CODE  PIC X(4).
               10  W-TX-DESC       PIC X(20).
               10  W-TX-RATE-TYPE  PIC X.
               10  W-TX-RATE       PIC 9(3)V9999.
               10  W-TX-ROUNDING   PIC X.
       01  W-TAX-SUB           PIC 999 COMP.

       01  W-PERIOD-TYPE       PIC X.
           88  W-ANNUAL-RUN        VALUE 'A', 'a'.
           88  W-QUARTER-RUN       VALUE 'Q', 'q'.
       01  W-YEAR              PIC 9(4).
       01  W-QUARTER           PIC 9.
       01  W-FIRST-QTR         PIC 9.
       01  W-LAST-QTR          PIC 9.
       01  W-FIRST-DATE        PIC 9(8).
       01  W-LAST-DATE         PIC 9(8).
       01  W-FIRST-MONTH       PIC 9(6).
       01  W-LAST-MONTH        PIC 9(6).
       01  W-THIS-DATE         PIC 9(8).
       01  W-THIS-DATE-PARTS REDEFINES W-THIS-DATE.
           05  W-THIS-YYYY         PIC 9(4).
           05  W-THIS-MM           PIC 99.
           05  W-THIS-DD           PIC 99.
       01  W-THIS-QTR          PIC 9.
       01  W-RUN-DATE          PIC 9(8).
       01  W-ANSWER            PIC X.
           88  W-CONFIRMED         VALUE 'Y', 'y'.

      *    the filing categories, in the order they print
       01  W-CATEGORY-NAMES.
           05  FILLER          PIC X(20) VALUE 'LOCAL SERVICE'.
           05  FILLER          PIC X(20) VALUE 'INTRASTATE TOLL'.
           05  FILLER          PIC X(20) VALUE 'INTERSTATE TOLL'.
           05  FILLER          PIC X(20) VALUE 'INTERNATIONAL'.
           05  FILLER          PIC X(20) VALUE 'FEATURES'.
           05  FILLER          PIC X(20) VALUE 'ONE-TIME CHARGES'.
           05  FILLER          PIC X(20) VALUE 'FEDERAL SURCHARGES'.
           05  FILLER          PIC X(20) VALUE 'STATE SURCHARGES'.
       01  W-CATEGORY-TABLE REDEFINES W-CATEGORY-NAMES.
           05  W-CATEGORY-NAME PIC X(20) OCCURS 8 TIMES.
       01  W-CAT               PIC 9 COMP.

      *    one column per quarter, the fifth is the period total
       01  W-WORKSHEET.
           05  W-QTR-ENTRY     OCCURS 5 TIMES.
               10  W-QT-AMOUNT     PIC S9(11)V99 OCCURS 8 TIMES.
               10  W-QT-BILLED     PIC 9(11)V99.
               10  W-QT-RECURRING  PIC S9(11)V99.
               10  W-QT-LD-DOLLARS PIC 9(11)V99.
               10  W-QT-INTRA-MIN  PIC 9(11).
               10  W-QT-INTER-MIN  PIC 9(11).
               10  W-QT-UNSURE-MIN PIC 9(11).
               10  W-QT-PCT        PIC 9(3)V99.
       01  W-QTR               PIC 9 COMP.
       01  W-STUDY-MIN         PIC 9(11).
       01  W-INTER-DOLLARS     PIC 9(11)V99.

       01  W-INVOICE-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-NO-USAGE-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-POSITION          PIC 9(9) COMP.
       01  W-USAGE-MONTH       PIC 9(6).
       01  W-USAGE-FOUND       PIC X.
           88  W-USAGE-ON-FILE     VALUE 'Y'.
       01  W-MONTH-USAGE.
           05  W-MU-CLASS          OCCURS 4 TIMES.
               10  W-MU-CALLS          PIC 9(5).
               10  W-MU-MINUTES        PIC 9(7).
               10  W-MU-DOLLARS        PIC 9(7)V99.
           05  W-MU-FEATURES       PIC 9(5).
           05  W-MU-FEATURE-DOLLARS PIC 9(7)V99.
           05  W-MU-TOTAL-MINUTES  PIC 9(7).
           05  W-MU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-RECURRING         PIC S9(9)V99.

      *    the call walk
       01  W-DETAIL-POS        PIC 9(9) COMP.
       01  W-SCAN-FIRST        PIC 9(9) COMP.
       01  W-SCAN-LAST         PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-DETAIL-RECORD-FOUND VALUE 'Y'.
       01  W-CALL-DATE         PIC 9(8).
       01  W-CALL-TIME         PIC 9(6).
       01  W-DURATION          PIC 9(5) COMP.
       01  W-CALLING-NUMBER    PIC 9(10).
       01  W-CALLED-NUMBER     PIC 9(10).
       01  W-DISPOSITION       PIC X.
           88  W-CALL-COMPLETED    VALUE 'C'.
       01  W-TRUNK-CODE        PIC X(6).
       01  W-RECORD-TYPE       PIC X.
       01  W-FEATURE-CODE      PIC X(4).
       01  W-DISTANCE-CLASS    PIC X.
           88  W-LONG-DISTANCE     VALUE 'D', 'U'.
       01  W-PHONE-KEY         PIC 9(15).
       01  W-OWNER-POS         PIC 9(9) COMP.
       01  W-CALL-MINUTES      PIC 9(5).
       01  W-EXCHANGE          PIC 9(6).
       01  W-NPANXX-INDEX      PIC 9(5) COMP.
       01  W-RATE-CENTER       PIC X(10).
       01  W-LATA              PIC 9(3).
       01  W-HOME-STATE        PIC XX.
       01  W-FAR-STATE         PIC XX.

      *    customer state by master position, looked up once each
       01  W-STATE-LIMIT       PIC 9(9) COMP VALUE 10000.
       01  W-STATE-CACHE.
           05  W-SC-ENTRY      OCCURS 10000 TIMES.
               10  W-SC-LOOKED     PIC X.
               10  W-SC-STATE      PIC XX.
       01  W-CM-FOUND          PIC X.
           88  W-CM-ON-FILE        VALUE 'Y'.
       01  W-CM-ACCOUNT        PIC 9(9) COMP.
       01  W-CM-NAME           PIC X(30).
       01  W-CM-ADDRESS        PIC X(40).
       01  W-CM-PLAN           PIC X(4).
       01  W-CM-STATUS         PIC X.

       01  W-LATA-TABLE.
           05  W-LATA-COUNT    PIC 999 COMP VALUE 0.
           05  W-LATA-ENTRY    OCCURS 400 TIMES.
               10  W-LT-LATA       PIC 9(3).
               10  W-LT-STATE      PIC XX.
       01  W-LATA-SUB          PIC 999 COMP.

      *    one-time charge catalog, for pricing ONE-TIME-CHG entries
       01  W-CATALOG-TABLE.
           05  W-CAT-COUNT         PIC 999 COMP VALUE 0.
           05  W-CAT-ENTRY OCCURS 100 TIMES.
               10  W-CAT-CODE      PIC X(4).
               10  W-CAT-AMOUNT    PIC 9(5)V99.
       01  W-CAT-SUB               PIC 999 COMP.
       01  W-CAT-HIT               PIC 999 COMP.
       01  W-OTC-COUNT             PIC 9(9) COMP VALUE 0.
       01  W-OTC-UNPRICED          PIC 9(9) COMP VALUE 0.

       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

      *    surcharges collected, per levy code
       01  W-LEVY-TABLE.
           05  W-LEVY-COUNT    PIC 99 COMP VALUE 0.
           05  W-LEVY-ENTRY    OCCURS 60 TIMES.
               10  W-LV-CODE       PIC X(4).
               10  W-LV-DESC       PIC X(20).
               10  W-LV-FEDERAL    PIC X.
               10  W-LV-AMOUNT     PIC 9(11)V99.
       01  W-LEVY-SUB          PIC 99 COMP.
       01  W-LEVY-HIT          PIC 99 COMP.
       01  W-LEVY-DESC         PIC X(20).
       01  W-FEDERAL-SW        PIC X.
           88  W-FEDERAL-LEVY      VALUE 'Y'.
       01  W-LEVY-OVERFLOW     PIC 9(9) COMP VALUE 0.

      *    GL-POSTING's export for the same dates
       01  W-GL-BILLING        PIC 9(11)V99 VALUE 0.
       01  W-GL-TAX            PIC 9(11)V99 VALUE 0.
       01  W-GL-BILLING-ACCT   PIC X(8) VALUE SPACES.
       01  W-GL-TAX-ACCT       PIC X(8) VALUE SPACES.
       01  W-TIE-BILLED        PIC 9(11)V99.
       01  W-TIE-SURCHARGE     PIC S9(11)V99.
       01  W-TIE-DIFFERENCE    PIC S9(11)V99.

      *    the last figures recorded as filed for each quarter
       01  W-FILED-TABLE.
           05  W-FILED-ENTRY   OCCURS 4 TIMES.
               10  W-FD-RECORDED   PIC X.
               10  W-FD-RUN-DATE   PIC 9(8).
               10  W-FD-AMOUNT     PIC S9(11)V99 OCCURS 8 TIMES.
       01  W-FILED-TOTAL       PIC S9(11)V99.
       01  W-TRUE-UP           PIC S9(11)V99.
       01  W-UNFILED-COUNT     PIC 9 COMP.

       01  W-PRINT-LINE        PIC X(100).
       01  W-SHOW-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  W-SHOW-B            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  W-SHOW-C            PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  W-SHOW-COL          PIC ZZ,ZZZ,ZZ9.99-.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-PCT          PIC ZZ9.99.
       01  W-COL-PTR           PIC 999 COMP.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "USF CONTRIBUTION REVENUE WORKSHEET".
           DISPLAY "Quarterly or annual (Q/A): " WITH NO ADVANCING.
           ACCEPT W-PERIOD-TYPE.
           IF NOT W-ANNUAL-RUN AND NOT W-QUARTER-RUN THEN
               DISPLAY "PERIOD MUST BE Q OR A."
               STOP RUN.
           DISPLAY "Year (YYYY): " WITH NO ADVANCING.
           ACCEPT W-YEAR.
           IF W-QUARTER-RUN THEN
               DISPLAY "Quarter (1-4): " WITH NO ADVANCING
               ACCEPT W-QUARTER
               IF W-QUARTER < 1 OR W-QUARTER > 4 THEN
                   DISPLAY "QUARTER MUST BE 1 THROUGH 4."
                   STOP RUN
               END-IF
               MOVE W-QUARTER TO W-FIRST-QTR, W-LAST-QTR
           ELSE
               MOVE 1 TO W-FIRST-QTR
               MOVE 4 TO W-LAST-QTR
           END-IF.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE W-FIRST-MONTH = W-YEAR * 100
               + (W-FIRST-QTR - 1) * 3 + 1.
           COMPUTE W-LAST-MONTH = W-YEAR * 100 + W-LAST-QTR * 3.
           COMPUTE W-FIRST-DATE = W-FIRST-MONTH * 100 + 1.
           COMPUTE W-LAST-DATE = W-LAST-MONTH * 100 + 31.
           INITIALIZE W-WORKSHEET.
           INITIALIZE W-STATE-CACHE.

           CALL 'OPEN-TAX-TABLE' USING W-TAX-FILENAME.
           PERFORM LOAD-LATA-STATES THRU LOAD-LATA-STATES-EXIT.
           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.

           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           PERFORM SCAN-INVOICES THRU SCAN-INVOICES-EXIT.
           CALL 'CLOSE-USAGE-SUMMARY'.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
      *    the date markers bound the walk to the period's positions
           CALL 'FIND-CALL-DATE-RANGE' USING W-FIRST-DATE,
               W-LAST-DATE, W-SCAN-FIRST, W-SCAN-LAST.
           PERFORM STUDY-ONE-CALL THRU STUDY-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM W-SCAN-FIRST BY 1
               UNTIL W-DETAIL-POS > W-SCAN-LAST.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-SURCHARGES THRU SCAN-SURCHARGES-EXIT.
           PERFORM SCAN-GL-EXPORT THRU SCAN-GL-EXPORT-EXIT.

           PERFORM ALLOCATE-ONE-QUARTER
               VARYING W-QTR FROM W-FIRST-QTR BY 1
               UNTIL W-QTR > W-LAST-QTR.
           PERFORM ADD-ONE-QUARTER-TO-PERIOD
               VARYING W-QTR FROM W-FIRST-QTR BY 1
               UNTIL W-QTR > W-LAST-QTR.
      *    the year's share is of the dollars, quarter by quarter
           IF W-QT-LD-DOLLARS(5) = 0 THEN
               MOVE W-QT-PCT(W-LAST-QTR) TO W-QT-PCT(5)
           ELSE
               COMPUTE W-QT-PCT(5) ROUNDED = W-QT-AMOUNT(5, 3) * 100
                   / W-QT-LD-DOLLARS(5)
           END-IF.

           IF W-QUARTER-RUN THEN
               PERFORM PRINT-QUARTER
           ELSE
               PERFORM PRINT-YEAR
           END-IF.
           PERFORM PRINT-MEMO.
           PERFORM PRINT-SURCHARGES.
           PERFORM PRINT-GL-TIE.
           IF W-ANNUAL-RUN THEN
               PERFORM LOAD-FILED-FIGURES THRU LOAD-FILED-FIGURES-EXIT
               PERFORM PRINT-TRUE-UP
           ELSE
               PERFORM OFFER-TO-RECORD THRU OFFER-TO-RECORD-EXIT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    Reference tables: LATA to state, and the one-time charge
      *    catalog.  A missing LATA table leaves every long-distance
      *    call undetermined, which the memo section makes plain.
      *----------------------------------------------------------------
       LOAD-LATA-STATES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT LATA-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               DISPLAY "No LATA-to-state table on file: ",
                   W-LATA-FILENAME(1:40)
               GO TO LOAD-LATA-STATES-EXIT.
           PERFORM LOAD-ONE-LATA-ROW UNTIL W-INPUT-EOF.
           CLOSE LATA-FILE.
       LOAD-LATA-STATES-EXIT.
           CONTINUE.

       LOAD-ONE-LATA-ROW.
           READ LATA-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-LATA-COUNT < 400 THEN
                       ADD 1 TO W-LATA-COUNT
                       MOVE LS-LATA TO W-LT-LATA(W-LATA-COUNT)
                       MOVE LS-STATE TO W-LT-STATE(W-LATA-COUNT)
                   END-IF
           END-READ.

       LOAD-CATALOG.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CATALOG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO LOAD-CATALOG-EXIT.
           PERFORM LOAD-ONE-CATALOG-ROW UNTIL W-INPUT-EOF.
           CLOSE CATALOG-FILE.
       LOAD-CATALOG-EXIT.
           CONTINUE.

       LOAD-ONE-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-CAT-COUNT < 100 THEN
                       ADD 1 TO W-CAT-COUNT
                       MOVE OC-CODE TO W-CAT-CODE(W-CAT-COUNT)
                       MOVE OC-AMOUNT TO W-CAT-AMOUNT(W-CAT-COUNT)
                   END-IF
           END-READ.

      *    which quarter of the year W-THIS-DATE falls in
       FIND-QUARTER.
           COMPUTE W-THIS-QTR = (W-THIS-MM - 1) / 3 + 1.

      *----------------------------------------------------------------
      *    BILLED REVENUE -- every invoice dated in the period, split
      *    by the usage summary of its account and month.  What the
      *    invoice carries beyond usage and features is the recurring
      *    charge and counts as local service; an invoice with no
      *    summary behind it (a final bill, a month rolled off) is
      *    taken as recurring whole.
      *----------------------------------------------------------------
       SCAN-INVOICES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               DISPLAY "No invoice register on file: ",
                   W-INVREG-FILENAME(1:40)
               GO TO SCAN-INVOICES-EXIT.
           PERFORM TAKE-ONE-INVOICE THRU TAKE-ONE-INVOICE-EXIT
               UNTIL W-INPUT-EOF.
           CLOSE INVREG-FILE.
       SCAN-INVOICES-EXIT.
           CONTINUE.

       TAKE-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO TAKE-ONE-INVOICE-EXIT
           END-READ.
           IF IR-INVOICE-DATE < W-FIRST-DATE OR
                   IR-INVOICE-DATE > W-LAST-DATE THEN
               GO TO TAKE-ONE-INVOICE-EXIT.
           MOVE IR-INVOICE-DATE TO W-THIS-DATE.
           PERFORM FIND-QUARTER.
           ADD 1 TO W-INVOICE-COUNT.
           ADD IR-AMOUNT TO W-QT-BILLED(W-THIS-QTR).

           MOVE IR-MASTER-POS TO W-POSITION.
           MOVE IR-INVOICE-DATE(1:6) TO W-USAGE-MONTH.
           CALL 'GET-USAGE-SUMMARY' USING W-POSITION, W-USAGE-MONTH,
               W-USAGE-FOUND, W-MONTH-USAGE.
           IF NOT W-USAGE-ON-FILE THEN
               ADD 1 TO W-NO-USAGE-COUNT
               ADD IR-AMOUNT TO W-QT-AMOUNT(W-THIS-QTR, 1)
               ADD IR-AMOUNT TO W-QT-RECURRING(W-THIS-QTR)
               GO TO TAKE-ONE-INVOICE-EXIT.

           ADD W-MU-DOLLARS(1) TO W-QT-AMOUNT(W-THIS-QTR, 1).
           ADD W-MU-DOLLARS(2) TO W-QT-AMOUNT(W-THIS-QTR, 2).
           ADD W-MU-DOLLARS(3) TO W-QT-LD-DOLLARS(W-THIS-QTR).
           ADD W-MU-DOLLARS(4) TO W-QT-AMOUNT(W-THIS-QTR, 4).
           ADD W-MU-FEATURE-DOLLARS TO W-QT-AMOUNT(W-THIS-QTR, 5).
           COMPUTE W-RECURRING = IR-AMOUNT - W-MU-DOLLARS(1)
               - W-MU-DOLLARS(2) - W-MU-DOLLARS(3) - W-MU-DOLLARS(4)
               - W-MU-FEATURE-DOLLARS.
           ADD W-RECURRING TO W-QT-AMOUNT(W-THIS-QTR, 1).
           ADD W-RECURRING TO W-QT-RECURRING(W-THIS-QTR).
       TAKE-ONE-INVOICE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    TRAFFIC STUDY -- completed long-distance calls our own
      *    customers placed in the period, minutes tallied by quarter
      *    as intrastate, interstate, or undetermined.  The class is
      *    the one stamped at capture, the same one billing summed;
      *    011 dials are international and feature events have no
      *    distance, so neither is studied.
      *----------------------------------------------------------------
       STUDY-ONE-CALL.
           CALL 'GET-CALL-DETAIL' USING W-DETAIL-POS, W-FOUND,
               W-CALL-DATE, W-CALL-TIME, W-DURATION,
               W-CALLING-NUMBER, W-CALLED-NUMBER, W-DISPOSITION,
               W-TRUNK-CODE.
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO STUDY-ONE-CALL-EXIT.
           IF W-CALL-DATE < W-FIRST-DATE OR
                   W-CALL-DATE > W-LAST-DATE THEN
               GO TO STUDY-ONE-CALL-EXIT.
           IF NOT W-CALL-COMPLETED THEN
               GO TO STUDY-ONE-CALL-EXIT.
           IF W-CALLED-NUMBER(1:3) = '011' THEN
               GO TO STUDY-ONE-CALL-EXIT.
           CALL 'GET-CALL-EVENT' USING W-DETAIL-POS, W-RECORD-TYPE,
               W-FEATURE-CODE.
           IF W-RECORD-TYPE = 'F' THEN
               GO TO STUDY-ONE-CALL-EXIT.
           CALL 'GET-CALL-CLASS' USING W-DETAIL-POS, W-DISTANCE-CLASS.
           IF NOT W-LONG-DISTANCE THEN
               GO TO STUDY-ONE-CALL-EXIT.
           MOVE W-CALLING-NUMBER TO W-PHONE-KEY.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-OWNER-POS,
               W-PHONE-KEY.
           IF W-OWNER-POS = 0 THEN
               GO TO STUDY-ONE-CALL-EXIT.

           MOVE W-CALL-DATE TO W-THIS-DATE.
           PERFORM FIND-QUARTER.
           COMPUTE W-CALL-MINUTES = (W-DURATION + 59) / 60.
           PERFORM FIND-HOME-STATE.
           PERFORM FIND-FAR-STATE THRU FIND-FAR-STATE-EXIT.
           IF W-HOME-STATE = SPACES OR W-FAR-STATE = SPACES THEN
               ADD W-CALL-MINUTES TO W-QT-UNSURE-MIN(W-THIS-QTR)
           ELSE
               IF W-HOME-STATE = W-FAR-STATE THEN
                   ADD W-CALL-MINUTES TO W-QT-INTRA-MIN(W-THIS-QTR)
               ELSE
                   ADD W-CALL-MINUTES TO W-QT-INTER-MIN(W-THIS-QTR)
               END-IF
           END-IF.
       STUDY-ONE-CALL-EXIT.
           CONTINUE.

       FIND-HOME-STATE.
           IF W-OWNER-POS <= W-STATE-LIMIT THEN
               IF W-SC-LOOKED(W-OWNER-POS) = 'Y' THEN
                   MOVE W-SC-STATE(W-OWNER-POS) TO W-HOME-STATE
               ELSE
                   PERFORM DERIVE-HOME-STATE
                   MOVE 'Y' TO W-SC-LOOKED(W-OWNER-POS)
                   MOVE W-HOME-STATE TO W-SC-STATE(W-OWNER-POS)
               END-IF
           ELSE
               PERFORM DERIVE-HOME-STATE
           END-IF.

       DERIVE-HOME-STATE.
           MOVE SPACES TO W-HOME-STATE.
           CALL 'GET-CUSTOMER-MASTER' USING W-OWNER-POS, W-CM-FOUND,
               W-CM-ACCOUNT, W-CM-NAME, W-CM-ADDRESS, W-CM-PLAN,
               W-CM-STATUS.
           IF W-CM-ON-FILE THEN
               CALL 'DERIVE-JURISDICTION' USING W-CM-ADDRESS,
                   W-HOME-STATE
           END-IF.

       FIND-FAR-STATE.
           MOVE SPACES TO W-FAR-STATE.
           MOVE W-CALLED-NUMBER(1:6) TO W-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-EXCHANGE, W-NPANXX-INDEX,
               W-RATE-CENTER, W-LATA.
           IF W-NPANXX-INDEX = 0 THEN
               GO TO FIND-FAR-STATE-EXIT.
           PERFORM MATCH-ONE-LATA
               VARYING W-LATA-SUB FROM 1 BY 1
               UNTIL W-LATA-SUB > W-LATA-COUNT OR
                   W-FAR-STATE NOT = SPACES.
       FIND-FAR-STATE-EXIT.
           CONTINUE.

       MATCH-ONE-LATA.
           IF W-LT-LATA(W-LATA-SUB) = W-LATA THEN
               MOVE W-LT-STATE(W-LATA-SUB) TO W-FAR-STATE
           END-IF.

      *----------------------------------------------------------------
      *    ONE-TIME CHARGES -- the journal's ONE-TIME-CHG entries in
      *    the period, rolled-off generations first, priced off the
      *    catalog the way AR-RECONCILE prices them.
      *----------------------------------------------------------------
       SCAN-JOURNAL.
           PERFORM LOAD-GENERATION-INDEX.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

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
                   IF GX-TO-DATE >= W-FIRST-DATE AND
                           GX-FROM-DATE <= W-LAST-DATE AND
                           W-GEN-COUNT < 99 THEN
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
           IF W-IN-STATUS NOT = '00' THEN
               DISPLAY "  <JOURNAL FILE MISSING: ",
                   W-JOURNAL-FILENAME(1:24), ">"
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM TALLY-ONE-JOURNAL-ROW UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

       TALLY-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF JI-OPERATION = 'ONE-TIME-CHG' AND
                           JI-DATE >= W-FIRST-DATE AND
                           JI-DATE <= W-LAST-DATE THEN
                       PERFORM TAKE-ONE-TIME-CHARGE
                   END-IF
           END-READ.

       TAKE-ONE-TIME-CHARGE.
           MOVE 0 TO W-CAT-HIT.
           PERFORM MATCH-ONE-CATALOG-ROW
               VARYING W-CAT-SUB FROM 1 BY 1
               UNTIL W-CAT-SUB > W-CAT-COUNT OR W-CAT-HIT NOT = 0.
           IF W-CAT-HIT = 0 THEN
               ADD 1 TO W-OTC-UNPRICED
           ELSE
               ADD 1 TO W-OTC-COUNT
               MOVE JI-DATE TO W-THIS-DATE
               PERFORM FIND-QUARTER
               ADD W-CAT-AMOUNT(W-CAT-HIT)
                   TO W-QT-AMOUNT(W-THIS-QTR, 6)
           END-IF.

       MATCH-ONE-CATALOG-ROW.
           IF W-CAT-CODE(W-CAT-SUB) = JI-KEY(1:4) THEN
               MOVE W-CAT-SUB TO W-CAT-HIT
           END-IF.

      *----------------------------------------------------------------
      *    SURCHARGES -- remittance rows for invoices dated in the
      *    period.  A levy the tax table carries on a 'US' row is
      *    federal; every other levy is the state's.
      *----------------------------------------------------------------
       SCAN-SURCHARGES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TAXREMIT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-SURCHARGES-EXIT.
           PERFORM TAKE-ONE-SURCHARGE THRU TAKE-ONE-SURCHARGE-EXIT
               UNTIL W-INPUT-EOF.
           CLOSE TAXREMIT-FILE.
       SCAN-SURCHARGES-EXIT.
           CONTINUE.

       TAKE-ONE-SURCHARGE.
           READ TAXREMIT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
                   GO TO TAKE-ONE-SURCHARGE-EXIT
           END-READ.
           IF TR-INVOICE-DATE < W-FIRST-DATE OR
                   TR-INVOICE-DATE > W-LAST-DATE THEN
               GO TO TAKE-ONE-SURCHARGE-EXIT.
           MOVE TR-INVOICE-DATE TO W-THIS-DATE.
           PERFORM FIND-QUARTER.
           MOVE 'N' TO W-FEDERAL-SW.
           MOVE SPACES TO W-LEVY-DESC.
           PERFORM JUDGE-ONE-TAX-ROW
               VARYING W-TAX-SUB FROM 1 BY 1
               UNTIL W-TAX-SUB > W-TAX-COUNT.
           IF W-FEDERAL-LEVY THEN
               ADD TR-AMOUNT TO W-QT-AMOUNT(W-THIS-QTR, 7)
           ELSE
               ADD TR-AMOUNT TO W-QT-AMOUNT(W-THIS-QTR, 8)
           END-IF.

           MOVE 0 TO W-LEVY-HIT.
           PERFORM MATCH-ONE-LEVY
               VARYING W-LEVY-SUB FROM 1 BY 1
               UNTIL W-LEVY-SUB > W-LEVY-COUNT OR W-LEVY-HIT NOT = 0.
           IF W-LEVY-HIT = 0 THEN
               IF W-LEVY-COUNT < 60 THEN
                   ADD 1 TO W-LEVY-COUNT
                   MOVE W-LEVY-COUNT TO W-LEVY-HIT
                   MOVE TR-LEVY-CODE TO W-LV-CODE(W-LEVY-HIT)
                   MOVE W-LEVY-DESC TO W-LV-DESC(W-LEVY-HIT)
                   MOVE W-FEDERAL-SW TO W-LV-FEDERAL(W-LEVY-HIT)
                   MOVE 0 TO W-LV-AMOUNT(W-LEVY-HIT)
               ELSE
                   ADD TR-AMOUNT TO W-LEVY-OVERFLOW
                   GO TO TAKE-ONE-SURCHARGE-EXIT
               END-IF
           END-IF.
           ADD TR-AMOUNT TO W-LV-AMOUNT(W-LEVY-HIT).
       TAKE-ONE-SURCHARGE-EXIT.
           CONTINUE.

       JUDGE-ONE-TAX-ROW.
           IF W-TX-LEVY-CODE(W-TAX-SUB) = TR-LEVY-CODE THEN
               IF W-TX-STATE(W-TAX-SUB) = 'US' THEN
                   SET W-FEDERAL-LEVY TO TRUE
                   MOVE W-TX-DESC(W-TAX-SUB) TO W-LEVY-DESC
               END-IF
               IF W-TX-STATE(W-TAX-SUB) = TR-STATE AND
                       NOT W-FEDERAL-LEVY THEN
                   MOVE W-TX-DESC(W-TAX-SUB) TO W-LEVY-DESC
               END-IF
           END-IF.

       MATCH-ONE-LEVY.
           IF W-LV-CODE(W-LEVY-SUB) = TR-LEVY-CODE THEN
               MOVE W-LEVY-SUB TO W-LEVY-HIT
           END-IF.

      *----------------------------------------------------------------
      *    GL TIE -- the credits GL-POSTING exported for the period's
      *    dates under the BILLING and TAX sources, and the accounts
      *    they went to.
      *----------------------------------------------------------------
       SCAN-GL-EXPORT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT EXPORT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-GL-EXPORT-EXIT.
           PERFORM TAKE-ONE-EXPORT-LINE UNTIL W-INPUT-EOF.
           CLOSE EXPORT-FILE.
       SCAN-GL-EXPORT-EXIT.
           CONTINUE.

       TAKE-ONE-EXPORT-LINE.
           READ EXPORT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF EX-DC = 'C' AND EX-DATE >= W-FIRST-DATE AND
                           EX-DATE <= W-LAST-DATE THEN
                       IF EX-SOURCE = 'BILLING' THEN
                           ADD EX-AMOUNT TO W-GL-BILLING
                           MOVE EX-ACCOUNT TO W-GL-BILLING-ACCT
                       END-IF
                       IF EX-SOURCE = 'TAX' THEN
                           ADD EX-AMOUNT TO W-GL-TAX
                           MOVE EX-ACCOUNT TO W-GL-TAX-ACCT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Long-distance dollars to the two toll columns by the
      *    quarter's study.  Undetermined minutes go interstate; with
      *    no study minutes at all the whole amount does.
      *----------------------------------------------------------------
       ALLOCATE-ONE-QUARTER.
           COMPUTE W-STUDY-MIN = W-QT-INTRA-MIN(W-QTR)
               + W-QT-INTER-MIN(W-QTR) + W-QT-UNSURE-MIN(W-QTR).
           IF W-STUDY-MIN = 0 THEN
               MOVE 100 TO W-QT-PCT(W-QTR)
               MOVE W-QT-LD-DOLLARS(W-QTR) TO W-INTER-DOLLARS
           ELSE
               COMPUTE W-QT-PCT(W-QTR) ROUNDED =
                   (W-QT-INTER-MIN(W-QTR) + W-QT-UNSURE-MIN(W-QTR))
                   * 100 / W-STUDY-MIN
               COMPUTE W-INTER-DOLLARS ROUNDED =
                   W-QT-LD-DOLLARS(W-QTR) *
                   (W-QT-INTER-MIN(W-QTR) + W-QT-UNSURE-MIN(W-QTR))
                   / W-STUDY-MIN
           END-IF.
           ADD W-INTER-DOLLARS TO W-QT-AMOUNT(W-QTR, 3).
           COMPUTE W-QT-AMOUNT(W-QTR, 2) = W-QT-AMOUNT(W-QTR, 2)
               + W-QT-LD-DOLLARS(W-QTR) - W-INTER-DOLLARS.

       ADD-ONE-QUARTER-TO-PERIOD.
           PERFORM ADD-ONE-CATEGORY-TO-PERIOD
               VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 8.
           ADD W-QT-BILLED(W-QTR) TO W-QT-BILLED(5).
           ADD W-QT-RECURRING(W-QTR) TO W-QT-RECURRING(5).
           ADD W-QT-LD-DOLLARS(W-QTR) TO W-QT-LD-DOLLARS(5).
           ADD W-QT-INTRA-MIN(W-QTR) TO W-QT-INTRA-MIN(5).
           ADD W-QT-INTER-MIN(W-QTR) TO W-QT-INTER-MIN(5).
           ADD W-QT-UNSURE-MIN(W-QTR) TO W-QT-UNSURE-MIN(5).

       ADD-ONE-CATEGORY-TO-PERIOD.
           ADD W-QT-AMOUNT(W-QTR, W-CAT) TO W-QT-AMOUNT(5, W-CAT).

      *----------------------------------------------------------------
      *    The worksheet itself.
      *----------------------------------------------------------------
       PRINT-QUARTER.
           DISPLAY " ".
           DISPLAY "USF REVENUE WORKSHEET - ", W-YEAR, " QUARTER ",
               W-QUARTER, "  (", W-FIRST-DATE, " THRU ",
               W-LAST-DATE, ")".
           DISPLAY "CATEGORY                         AMOUNT".
           PERFORM PRINT-ONE-QUARTER-LINE
               VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 6.
           COMPUTE W-TIE-DIFFERENCE = W-QT-AMOUNT(5, 1)
               + W-QT-AMOUNT(5, 2) + W-QT-AMOUNT(5, 3)
               + W-QT-AMOUNT(5, 4) + W-QT-AMOUNT(5, 5)
               + W-QT-AMOUNT(5, 6).
           MOVE W-TIE-DIFFERENCE TO W-SHOW-AMOUNT.
           DISPLAY "TOTAL REVENUE         ", W-SHOW-AMOUNT.
           PERFORM PRINT-ONE-QUARTER-LINE
               VARYING W-CAT FROM 7 BY 1 UNTIL W-CAT > 8.

       PRINT-ONE-QUARTER-LINE.
           MOVE W-QT-AMOUNT(5, W-CAT) TO W-SHOW-AMOUNT.
           DISPLAY W-CATEGORY-NAME(W-CAT), "  ", W-SHOW-AMOUNT.

      *    the annual run shows each quarter beside the year
       PRINT-YEAR.
           DISPLAY " ".
           DISPLAY "USF REVENUE WORKSHEET - CALENDAR YEAR ", W-YEAR.
           DISPLAY "CATEGORY                         Q1",
               "             Q2             Q3             Q4",
               "           YEAR".
           PERFORM PRINT-ONE-YEAR-LINE
               VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 8.

       PRINT-ONE-YEAR-LINE.
           MOVE SPACES TO W-PRINT-LINE.
           MOVE W-CATEGORY-NAME(W-CAT) TO W-PRINT-LINE.
           MOVE 21 TO W-COL-PTR.
           PERFORM PUT-ONE-YEAR-COLUMN
               VARYING W-QTR FROM 1 BY 1 UNTIL W-QTR > 5.
           DISPLAY W-PRINT-LINE.

       PUT-ONE-YEAR-COLUMN.
           MOVE W-QT-AMOUNT(W-QTR, W-CAT) TO W-SHOW-COL.
           STRING " " DELIMITED BY SIZE
               W-SHOW-COL DELIMITED BY SIZE
               INTO W-PRINT-LINE WITH POINTER W-COL-PTR.

      *    how the figures were reached, and what to look at
       PRINT-MEMO.
           DISPLAY " ".
           DISPLAY "MEMO".
           MOVE W-INVOICE-COUNT TO W-SHOW-COUNT.
           MOVE W-QT-BILLED(5) TO W-SHOW-AMOUNT.
           DISPLAY "  INVOICES ON REGISTER: ", W-SHOW-COUNT,
               "  BILLED ", W-SHOW-AMOUNT.
           MOVE W-QT-RECURRING(5) TO W-SHOW-AMOUNT.
           DISPLAY "  RECURRING IN LOCAL SERVICE:      ",
               W-SHOW-AMOUNT.
           IF W-NO-USAGE-COUNT NOT = 0 THEN
               MOVE W-NO-USAGE-COUNT TO W-SHOW-COUNT
               DISPLAY "  INVOICES WITH NO USAGE SUMMARY: ",
                   W-SHOW-COUNT, " (TAKEN AS RECURRING)"
           END-IF.
           MOVE W-QT-LD-DOLLARS(5) TO W-SHOW-AMOUNT.
           DISPLAY "  LONG DISTANCE BILLED:            ",
               W-SHOW-AMOUNT.
           MOVE W-QT-INTRA-MIN(5) TO W-SHOW-COUNT.
           DISPLAY "  STUDY MINUTES INTRASTATE:   ", W-SHOW-COUNT.
           MOVE W-QT-INTER-MIN(5) TO W-SHOW-COUNT.
           DISPLAY "  STUDY MINUTES INTERSTATE:   ", W-SHOW-COUNT.
           MOVE W-QT-UNSURE-MIN(5) TO W-SHOW-COUNT.
           DISPLAY "  STUDY MINUTES UNDETERMINED: ", W-SHOW-COUNT,
               " (COUNTED INTERSTATE)".
           PERFORM PRINT-ONE-QUARTER-PCT
               VARYING W-QTR FROM W-FIRST-QTR BY 1
               UNTIL W-QTR > W-LAST-QTR.
           IF W-ANNUAL-RUN THEN
               MOVE W-QT-PCT(5) TO W-SHOW-PCT
               DISPLAY "  INTERSTATE SHARE FOR THE YEAR: ", W-SHOW-PCT,
                   "%"
           END-IF.
           MOVE W-OTC-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ONE-TIME CHARGES PRICED:    ", W-SHOW-COUNT.
           IF W-OTC-UNPRICED NOT = 0 THEN
               MOVE W-OTC-UNPRICED TO W-SHOW-COUNT
               DISPLAY "  ONE-TIME CHARGES NOT IN CATALOG: ",
                   W-SHOW-COUNT
           END-IF.

       PRINT-ONE-QUARTER-PCT.
           MOVE W-QT-PCT(W-QTR) TO W-SHOW-PCT.
           DISPLAY "  INTERSTATE SHARE Q", W-QTR, ": ", W-SHOW-PCT, "%".

       PRINT-SURCHARGES.
           DISPLAY " ".
           DISPLAY "SURCHARGES COLLECTED".
           DISPLAY "LEVY  DESCRIPTION           F/S        AMOUNT".
           PERFORM PRINT-ONE-LEVY
               VARYING W-LEVY-SUB FROM 1 BY 1
               UNTIL W-LEVY-SUB > W-LEVY-COUNT.
           IF W-LEVY-OVERFLOW NOT = 0 THEN
               MOVE W-LEVY-OVERFLOW TO W-SHOW-AMOUNT
               DISPLAY "  LEVY TABLE FULL; NOT LISTED: ", W-SHOW-AMOUNT
           END-IF.

       PRINT-ONE-LEVY.
           MOVE W-LV-AMOUNT(W-LEVY-SUB) TO W-SHOW-AMOUNT.
           IF W-LV-FEDERAL(W-LEVY-SUB) = 'Y' THEN
               DISPLAY W-LV-CODE(W-LEVY-SUB), "  ",
                   W-LV-DESC(W-LEVY-SUB), "  F ", W-SHOW-AMOUNT
           ELSE
               DISPLAY W-LV-CODE(W-LEVY-SUB), "  ",
                   W-LV-DESC(W-LEVY-SUB), "  S ", W-SHOW-AMOUNT
           END-IF.

      *    billed revenue against the BILLING credits and surcharges
      *    against the TAX credits, for the same dates
       PRINT-GL-TIE.
           DISPLAY " ".
           DISPLAY "TIE TO GENERAL LEDGER".
           MOVE W-QT-BILLED(5) TO W-TIE-BILLED.
           COMPUTE W-TIE-DIFFERENCE = W-TIE-BILLED - W-GL-BILLING.
           MOVE W-TIE-BILLED TO W-SHOW-AMOUNT.
           MOVE W-GL-BILLING TO W-SHOW-B.
           MOVE W-TIE-DIFFERENCE TO W-SHOW-C.
           DISPLAY "  BILLED REVENUE     ", W-SHOW-AMOUNT.
           DISPLAY "  GL BILLING CREDITS ", W-SHOW-B, "  ACCOUNT ",
               W-GL-BILLING-ACCT.
           IF W-TIE-DIFFERENCE = 0 THEN
               DISPLAY "  REVENUE TIES TO THE LEDGER."
           ELSE
               DISPLAY "  *** REVENUE DOES NOT TIE; DIFFERENCE ",
                   W-SHOW-C, " ***"
           END-IF.
           COMPUTE W-TIE-SURCHARGE = W-QT-AMOUNT(5, 7)
               + W-QT-AMOUNT(5, 8).
           COMPUTE W-TIE-DIFFERENCE = W-TIE-SURCHARGE - W-GL-TAX.
           MOVE W-TIE-SURCHARGE TO W-SHOW-AMOUNT.
           MOVE W-GL-TAX TO W-SHOW-B.
           MOVE W-TIE-DIFFERENCE TO W-SHOW-C.
           DISPLAY "  SURCHARGES         ", W-SHOW-AMOUNT.
           DISPLAY "  GL TAX CREDITS     ", W-SHOW-B, "  ACCOUNT ",
               W-GL-TAX-ACCT.
           IF W-TIE-DIFFERENCE = 0 THEN
               DISPLAY "  SURCHARGES TIE TO THE LEDGER."
           ELSE
               DISPLAY "  *** SURCHARGES DO NOT TIE; DIFFERENCE ",
                   W-SHOW-C, " ***"
           END-IF.
           DISPLAY "  (ONE-TIME CHARGES POST TO THE RECEIVABLE AND",
               " ARE OUTSIDE BOTH FIGURES.)".

      *----------------------------------------------------------------
      *    FILED FIGURES -- a quarterly run may be recorded as what
      *    went to the fund; the annual run trues up against the last
      *    recording of each quarter.
      *----------------------------------------------------------------
       OFFER-TO-RECORD.
           DISPLAY " ".
           DISPLAY "Record these figures as filed (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT W-ANSWER.
           IF NOT W-CONFIRMED THEN
               DISPLAY "NOT RECORDED."
               GO TO OFFER-TO-RECORD-EXIT.
           OPEN EXTEND FILED-FILE.
           IF W-FILED-STATUS NOT = '00' THEN
               OPEN OUTPUT FILED-FILE
           END-IF.
           MOVE W-YEAR TO UF-YEAR.
           MOVE W-QUARTER TO UF-QUARTER.
           PERFORM MOVE-ONE-FILED-AMOUNT
               VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 8.
           MOVE W-QT-PCT(W-QUARTER) TO UF-INTERSTATE-PCT.
           MOVE W-RUN-DATE TO UF-RUN-DATE.
           WRITE FILED-REC.
           CLOSE FILED-FILE.
           DISPLAY "RECORDED AS FILED FOR ", W-YEAR, " QUARTER ",
               W-QUARTER, ".".
       OFFER-TO-RECORD-EXIT.
           CONTINUE.

       MOVE-ONE-FILED-AMOUNT.
           MOVE W-QT-AMOUNT(5, W-CAT) TO UF-AMOUNT(W-CAT).

       LOAD-FILED-FIGURES.
           INITIALIZE W-FILED-TABLE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT FILED-FILE.
           IF W-FILED-STATUS NOT = '00' THEN
               GO TO LOAD-FILED-FIGURES-EXIT.
           PERFORM LOAD-ONE-FILED-ROW UNTIL W-INPUT-EOF.
           CLOSE FILED-FILE.
       LOAD-FILED-FIGURES-EXIT.
           CONTINUE.

       LOAD-ONE-FILED-ROW.
           READ FILED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF UF-YEAR = W-YEAR AND UF-QUARTER >= 1 AND
                           UF-QUARTER <= 4 THEN
                       MOVE UF-QUARTER TO W-QTR
                       MOVE 'Y' TO W-FD-RECORDED(W-QTR)
                       MOVE UF-RUN-DATE TO W-FD-RUN-DATE(W-QTR)
                       PERFORM KEEP-ONE-FILED-AMOUNT
                           VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 8
                   END-IF
           END-READ.

       KEEP-ONE-FILED-AMOUNT.
           MOVE UF-AMOUNT(W-CAT) TO W-FD-AMOUNT(W-QTR, W-CAT).

       PRINT-TRUE-UP.
           DISPLAY " ".
           DISPLAY "ANNUAL TRUE-UP AGAINST QUARTERS AS FILED".
           MOVE 0 TO W-UNFILED-COUNT.
           PERFORM SHOW-ONE-FILING
               VARYING W-QTR FROM 1 BY 1 UNTIL W-QTR > 4.
           DISPLAY "CATEGORY                     ANNUAL",
               "            FILED          TRUE-UP".
           PERFORM PRINT-ONE-TRUE-UP
               VARYING W-CAT FROM 1 BY 1 UNTIL W-CAT > 8.
           IF W-UNFILED-COUNT NOT = 0 THEN
               DISPLAY "  AN UNFILED QUARTER IS TRUED UP IN FULL."
           END-IF.

       SHOW-ONE-FILING.
           IF W-FD-RECORDED(W-QTR) = 'Y' THEN
               DISPLAY "  Q", W-QTR, " AS FILED ",
                   W-FD-RUN-DATE(W-QTR)
           ELSE
               ADD 1 TO W-UNFILED-COUNT
               DISPLAY "  Q", W-QTR, " *** NO FILING RECORDED ***"
           END-IF.

       PRINT-ONE-TRUE-UP.
           MOVE 0 TO W-FILED-TOTAL.
           PERFORM ADD-ONE-FILED-QUARTER
               VARYING W-QTR FROM 1 BY 1 UNTIL W-QTR > 4.
           COMPUTE W-TRUE-UP = W-QT-AMOUNT(5, W-CAT) - W-FILED-TOTAL.
           MOVE W-QT-AMOUNT(5, W-CAT) TO W-SHOW-AMOUNT.
           MOVE W-FILED-TOTAL TO W-SHOW-B.
           MOVE W-TRUE-UP TO W-SHOW-C.
           DISPLAY W-CATEGORY-NAME(W-CAT), W-SHOW-AMOUNT, W-SHOW-B,
               W-SHOW-C.

       ADD-ONE-FILED-QUARTER.
           ADD W-FD-AMOUNT(W-QTR, W-CAT) TO W-FILED-TOTAL.
