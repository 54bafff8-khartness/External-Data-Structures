      *    STATEMENT-REPRINT can reproduce January's bill in March
      *    without re-rating anything against a table that may have
      *    changed since.  Ends with the cycle summary: accounts
      *    billed, total minutes, total billed.  An account signed up
      *    under a promotion takes the promised credit on each of its
      *    promised cycles, with the cycles left shown under it, and
      *    each credit given is logged by invoice for GL-POSTING and
      *    the campaign report.  Rental equipment on loan to an
      *    account (or to one of its locations) bills its model's
      *    monthly rental on every statement until it comes back.
      *    A reseller's statement is its wholesale invoice: every
      *    end user attached to it gets no statement of its own, and
      *    its lines are rated at retail and itemized on the
      *    reseller's invoice less the wholesale contract discount.
      *    Each toll-free number an account owns gets a usage section
      *    of its own: the calls to it that mediation stamped callee-
      *    billed, priced off the number's tariff rows.
      *    A line whose exchange lies in a rate center outside the
      *    base rate area bills that zone's monthly increment from
      *    the zone-charge table.
      *    Receivables are kept as open items: the statement lists
      *    every earlier invoice, fee or charge the customer still
      *    owes on, with its date and what is left open, and the
      *    cycle's bill is posted as an invoice item of its own under
      *    its invoice number.
      *    The run balances before it bills: the call detail file it
      *    opens must be the size mediation's ADD-CALL-DETAIL step
      *    left it, or it stops with a balancing error instead of
      *    billing a short file.  At the end it posts its own control
      *    totals -- calls billed with their usage dollars, and
      *    invoices written with their dollars and invoice-number
      *    range -- for GL-POSTING to balance against.
      *    A call's charge is the one stored for it in the
      *    rated-usage file when it was captured, read back through
      *    GET-RATED-USAGE; a call is rated again only when it has
      *    no stored rating, its plan has changed since, or a tariff
      *    correction or dispute has marked it for re-rating.
      *    A cycle too big for the batch window runs as parallel
      *    streams: DL100_BILL_STREAM names the stream (1-9),
      *    DL100_STREAM_FIRST_POS and DL100_STREAM_LAST_POS the
      *    master positions it bills, and DL100_STREAM_FIRST_ACCT and
      *    DL100_STREAM_LAST_ACCT the account numbers.  A stream
      *    writes its register, archive, extract, e-bill, tax,
      *    Lifeline and promotion rows to files of its own (the base
      *    name with 'S' and the stream number spliced in), numbers
      *    its invoices out of a block it takes
      *    from the invoice control file (DL100_STREAM_BLOCK, default
      *    50000, another block if it runs out), and checkpoints
      *    after every account.  A stream that dies is simply run
      *    again: it picks up after the last account it checkpointed
      *    with its own files cut back to match, and the other
      *    streams are not touched.  BILL-STREAM-MERGE puts the
      *    pieces together in account order and posts the one set
      *    of control totals the cycle gets; a stream posts none.
      *    A statement prints in the account's language (GET-
      *    LANGUAGE-PREF): every rendered line -- headings, line
      *    descriptions, tax names, the plan description and the
      *    feature codes -- goes through TRANSLATE-PRINT-LINE and the
      *    language text file PRTTEXT.DAT before it is printed or
      *    archived, and the language code rides on the archive line,
      *    the vendor extract header and the e-bill header so the
      *    right inserts go in the envelope.
      *    An employee's own account on concession (GET-CONCESSION)
      *    takes the benefit off as lines of its own, one per kind
      *    of charge -- local service, toll, rental equipment -- at
      *    the percentages on file, before taxes; every concession
      *    given is logged by invoice under the employee ID for the
      *    payroll imputed-income report.  Once the separation date
      *    has passed the account bills at retail.
      *    A hunt group's lines (OPEN-HUNT-GROUPS) print together
      *    under the group's pilot number -- the pilot first, then
      *    the members in hunt order -- with a subtotal for the
      *    group, after the account's other lines.  Each line still
      *    rates and charges exactly as it would standing alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-PRINT-FILE ASSIGN TO W-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PRINT-STATUS.

           SELECT INVOICE-CONTROL-FILE ASSIGN TO W-CONTROL-FILENAME
               ORGANIZATION IS RELATIVE
               STATUS IS W-ARCHIVE-STATUS.

           SELECT STATEMENT-EXTRACT-FILE ASSIGN TO W-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EXTRACT-STATUS.

           SELECT EBILL-FILE ASSIGN TO W-EBILL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EBILL-STATUS.

           SELECT HOLD-PRINT-FILE ASSIGN TO W-HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-HOLD-STATUS.

           SELECT MESSAGE-FILE ASSIGN TO W-MESSAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-MESSAGE-STATUS.

           SELECT LIFELINE-CREDIT-FILE ASSIGN TO W-LIFECRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LIFECRED-STATUS.

           SELECT PROMO-CREDIT-FILE ASSIGN TO W-PROMOCRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PROMOCRED-STATUS.

           SELECT CONCESSION-CREDIT-FILE ASSIGN TO W-CONCCRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CONCCRED-STATUS.

           SELECT STREAM-CHECKPOINT-FILE ASSIGN TO W-CKPT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CKPT-POS
               STATUS IS W-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-PRINT-FILE.
               88  SA-PAGE-TOP         VALUE 'P'.
               88  SA-BODY-LINE        VALUE 'L'.
           05  SA-LINE             PIC X(132).
           05  SA-LANGUAGE         PIC X.

      *    the print house's structured format: typed records per
      *    statement -- header, address block, detail lines, totals
               88  XR-CONTROL          VALUE 'C'.
           05  XR-INVOICE          PIC 9(9).
           05  XR-DATA             PIC X(132).
      *    the header carries the statement's language so the print
      *    house stuffs the matching inserts
       01  XR-HEADER-DATA REDEFINES STATEMENT-EXTRACT-REC.
           05  FILLER              PIC X(10).
           05  XH-RUN-DATE         PIC 9(8).
           05  XH-LANGUAGE         PIC X.
           05  FILLER              PIC X(123).
       01  XR-ADDRESS-DATA REDEFINES STATEMENT-EXTRACT-REC.
           05  FILLER              PIC X(10).
           05  XA-NAME             PIC X(30).
           05  FILLER              PIC X(110).

      *    electronic statements: same rendered content the print
      *    path carries, typed records for the delivery service; the
      *    header's line carries the contact reference and, after
      *    it, the statement's language
       FD  EBILL-FILE.
       01  EBILL-REC.
           05  EB-TYPE             PIC X.
           05  SM-DATE         PIC 9(8).
           05  SM-TEXT         PIC X(60).

      *    one row per Lifeline credit given, by invoice -- what the
      *    fund owes us back, and what GL-POSTING books as the
      *    receivable from it
       FD  LIFELINE-CREDIT-FILE.
       01  LIFELINE-CREDIT-REC.
           05  LC-INVOICE-DATE     PIC 9(8).
           05  LC-INVOICE-NUMBER   PIC 9(9).
           05  LC-MASTER-POS       PIC 9(9).
           05  LC-ACCOUNT-NUMBER   PIC 9(9).
           05  LC-PROGRAM          PIC X(4).
           05  LC-AMOUNT           PIC 9(5)V99.

      *    one row per promotional credit given, by invoice
       FD  PROMO-CREDIT-FILE.
       01  PROMO-CREDIT-REC.
           05  PC-INVOICE-DATE     PIC 9(8).
           05  PC-INVOICE-NUMBER   PIC 9(9).
           05  PC-MASTER-POS       PIC 9(9).
           05  PC-ACCOUNT-NUMBER   PIC 9(9).
           05  PC-PROMO-CODE       PIC X(6).
           05  PC-CYCLE            PIC 99.
           05  PC-AMOUNT           PIC 9(5)V99.

      *    one row per employee concession given, by invoice -- the
      *    retail value the employee did not pay, by kind of charge,
      *    which payroll reports as imputed income
       FD  CONCESSION-CREDIT-FILE.
       01  CONCESSION-CREDIT-REC.
           05  CC-INVOICE-DATE     PIC 9(8).
           05  CC-INVOICE-NUMBER   PIC 9(9).
           05  CC-MASTER-POS       PIC 9(9).
           05  CC-ACCOUNT-NUMBER   PIC 9(9).
           05  CC-EMPLOYEE-ID      PIC X(9).
           05  CC-LOCAL-AMOUNT     PIC 9(5)V99.
           05  CC-TOLL-AMOUNT      PIC 9(5)V99.
           05  CC-EQUIP-AMOUNT     PIC 9(5)V99.
           05  CC-AMOUNT           PIC 9(5)V99.

      *    a stream's checkpoint: one header-style record, rewritten
      *    after every account the stream finishes -- where it got
      *    to, its invoice block, its totals so far, and how many
      *    rows each of its files held at that point
       FD  STREAM-CHECKPOINT-FILE.
       01  STREAM-CHECKPOINT-REC.
           05  CK-CYCLE            PIC 99.
           05  CK-RUN-DATE         PIC 9(8).
           05  CK-STATE            PIC X.
               88  CK-RUNNING          VALUE 'R'.
               88  CK-COMPLETE         VALUE 'C'.
               88  CK-MERGED           VALUE 'M'.
           05  CK-FIRST-POS        PIC 9(9) COMP.
           05  CK-LAST-POS         PIC 9(9) COMP.
           05  CK-FIRST-ACCOUNT    PIC 9(9).
           05  CK-LAST-ACCOUNT     PIC 9(9).
           05  CK-DONE-POS         PIC 9(9) COMP.
           05  CK-FIRST-INVOICE    PIC 9(9) COMP.
           05  CK-NEXT-INVOICE     PIC 9(9) COMP.
           05  CK-BLOCK-LAST       PIC 9(9) COMP.
           05  CK-ACCOUNTS         PIC 9(9) COMP.
           05  CK-MINUTES          PIC 9(9) COMP.
           05  CK-CHARGES          PIC 9(11)V99.
           05  CK-CALLS            PIC 9(9) COMP.
           05  CK-USAGE            PIC 9(11)V99.
           05  CK-INVOICES         PIC 9(9) COMP.
           05  CK-INVOICED         PIC 9(11)V99.
           05  CK-EXTRACT-STATEMENTS PIC 9(9) COMP.
           05  CK-EXTRACT-DOLLARS  PIC 9(11)V99.
           05  CK-PIECE-LINES      PIC 9(9) COMP OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\MASTER.DAT'.
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-PRINT-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\STMTPRN.DAT'.
       01  W-CONTROL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-TAX-FILENAME          PIC X(512)
                                   VALUE 'S:\COBOL\TAXTABLE.DAT'.
       01  W-TAXEXEMPT-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TAXEXMPT.DAT'.
       01  W-REMIT-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\TAXREMIT.DAT'.
       01  W-REMIT-STATUS          PIC XX.
       01  W-EXTRACT-DOLLARS       PIC 9(11)V99 VALUE 0.
       01  W-EBILL-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\EBILL.DAT'.
       01  W-PRINT-STATUS          PIC XX.
       01  W-EXTRACT-STATUS        PIC XX.
       01  W-EBILL-STATUS          PIC XX.
       01  W-HOLD-STATUS           PIC XX.

      *    Parallel streams -- a stream bills one range of the cycle
      *    into files of its own, under its own invoice block and
      *    checkpoint; with no stream named the run bills the whole
      *    cycle into the main files as it always has.
       01  W-STREAM-NUMBER         PIC X.
       01  W-STREAM-CODE.
           05  FILLER              PIC X VALUE 'S'.
           05  W-STREAM-DIGIT      PIC X.
       01  W-STREAM-SW             PIC X VALUE 'N'.
           88  W-STREAM-RUN            VALUE 'Y'.
       01  W-RESUME-SW             PIC X VALUE 'N'.
           88  W-STREAM-RESUMED        VALUE 'Y'.
       01  W-CKPT-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\BILLCKPT.DAT'.
       01  W-CKPT-POS              PIC 9(9) COMP.
       01  W-CKPT-STATUS           PIC XX.
       01  W-PIECE-BASE            PIC X(512).
       01  W-ENV-NUMBER            PIC 9(9).
       01  W-FIRST-POS             PIC 9(9) COMP.
       01  W-LAST-POS              PIC 9(9) COMP.
       01  W-FIRST-ACCOUNT         PIC 9(9) VALUE 0.
       01  W-LAST-ACCOUNT          PIC 9(9) VALUE 999999999.
       01  W-BLOCK-SIZE            PIC 9(9).
       01  W-BLOCK-LAST            PIC 9(9) COMP.
       01  W-FIRST-INVOICE         PIC 9(9) COMP.
      *    rows written to each of the stream's files that a restart
      *    cuts back to: register, archive, extract, e-bill, tax
      *    remittance, Lifeline credits, promotion credits, employee
      *    concessions
       01  W-PIECE-LINES.
           05  W-LN-REGISTER       PIC 9(9) COMP VALUE 0.
           05  W-LN-ARCHIVE        PIC 9(9) COMP VALUE 0.
           05  W-LN-EXTRACT        PIC 9(9) COMP VALUE 0.
           05  W-LN-EBILL          PIC 9(9) COMP VALUE 0.
           05  W-LN-REMIT          PIC 9(9) COMP VALUE 0.
           05  W-LN-LIFELINE       PIC 9(9) COMP VALUE 0.
           05  W-LN-PROMO          PIC 9(9) COMP VALUE 0.
           05  W-LN-CONCESSION     PIC 9(9) COMP VALUE 0.
       01  W-PIECE-LINE-TABLE REDEFINES W-PIECE-LINES.
           05  W-LN-COUNT          PIC 9(9) COMP OCCURS 8 TIMES.
       01  W-PIECE-SUB             PIC 9 COMP.

      *    Delivery preference -- a paper account renders to the
      *    print file and the vendor extract, an electronic one to
                                   VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-FEATSUB-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\FEATSUB.DAT'.

      *    Statement language -- the account's preference picks the
      *    rows of the language text file every rendered line goes
      *    through on its way out, and rides on the archive, the
      *    vendor extract header and the e-bill header.  The plan's
      *    description prints under its code from the plan table
      *    OPEN-PLAN-TABLE holds.
       01  W-PRTTEXT-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PRTTEXT.DAT'.
       01  W-LANGUAGE              PIC X.
       01  W-PLAN-TABLE EXTERNAL.
           05  W-PLAN-COUNT        PIC 999 COMP.
           05  W-PLAN-ENTRY        OCCURS 100 TIMES.
               10  W-PM-CODE           PIC X(4).
               10  W-PM-DESC           PIC X(30).
               10  W-PM-STATUS         PIC X.
               10  W-PM-EFFECTIVE      PIC 9(8).
               10  W-PM-EXPIRES        PIC 9(8).
               10  W-PM-ALLOWANCE      PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.
       01  W-PLAN-SUB              PIC 999 COMP.
       01  W-PLAN-HIT              PIC 999 COMP.
       01  W-PLAN-DESC             PIC X(30).
       01  W-LISTING-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\LISTING.DAT'.
       01  W-LST-STATUS            PIC X.
       01  W-UNLISTED-CENTS        PIC 9(5).
       01  W-UNLISTED-RATE         PIC 9(5)V99.
       01  W-NPANXX-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\NPANXX.DAT'.
       01  W-ZONE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\ZONECHG.DAT'.
       01  W-ZONE-EXCHANGE         PIC 9(6).
       01  W-ZONE-INDEX            PIC 9(5) COMP.
       01  W-ZONE-RATE-CENTER      PIC X(10).
       01  W-ZONE-LATA             PIC 9(3).
       01  W-ZONE-MONTHLY          PIC 9(3)V99.
       01  W-THIRD-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\THIRDNUM.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-BILLTHRU-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\BILLTHRU.DAT'.
       01  W-USAGESUM-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\USAGESUM.DAT'.

      *    Call detail header sharing -- the run-start high-water
      *    mark is the billed-through watermark every statement in
      *    collect call, or the accepting third number.
       01  W-BILL-DIRECTION        PIC X.
       01  W-THIRD-NUMBER          PIC 9(10).
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-STMT-PHONE10          PIC 9(10).
       01  W-CHARGE-SW             PIC X.
           88  W-CHARGE-THIS-LEG       VALUE 'Y'.
       01  W-ACCOUNT-MINUTES       PIC 9(9) COMP.
       01  W-ACCOUNT-CHARGES       PIC 9(9)V99.

      *    Monthly usage summary -- the account's billed calls,
      *    minutes and dollars by distance class (1 local, 2
      *    intraLATA, 3 long distance, 4 international) plus feature
      *    charges, posted when the statement renders; the history
      *    bar under the totals reads the last twelve months back.
       01  W-MONTH-USAGE.
           05  W-MU-CLASS          OCCURS 4 TIMES.
               10  W-MU-CALLS          PIC 9(5).
               10  W-MU-MINUTES        PIC 9(7).
               10  W-MU-DOLLARS        PIC 9(7)V99.
           05  W-MU-FEATURES       PIC 9(5).
           05  W-MU-FEATURE-DOLLARS PIC 9(7)V99.
           05  W-MU-TOTAL-MINUTES  PIC 9(7).
           05  W-MU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-HIST-USAGE.
           05  FILLER              PIC X(98).
           05  W-HU-TOTAL-MINUTES  PIC 9(7).
           05  W-HU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-DISTANCE-CLASS        PIC X.
       01  W-CLASS-SUB             PIC 9 COMP.
       01  W-USAGE-MONTH           PIC 9(6).
       01  W-HIST-MONTH            PIC 9(6).
       01  W-HIST-MONTH-PARTS REDEFINES W-HIST-MONTH.
           05  W-HIST-YYYY         PIC 9(4).
           05  W-HIST-MM           PIC 99.
       01  W-HIST-FOUND            PIC X.
           88  W-HIST-ON-FILE          VALUE 'Y'.
       01  W-HISTORY-TABLE.
           05  W-HISTORY-ENTRY     OCCURS 12 TIMES.
               10  W-HY-MONTH          PIC 9(6).
               10  W-HY-FOUND          PIC X.
               10  W-HY-DOLLARS        PIC 9(7)V99.
       01  W-HIST-SUB              PIC 99 COMP.
       01  W-HIST-HIGH             PIC 9(7)V99.
       01  W-BAR-LENGTH            PIC 99 COMP.
       01  W-BAR-STARS             PIC X(30) VALUE ALL '*'.
       01  W-SHOW-HIST-MONTH       PIC 9999/99.
       01  W-SHOW-HIST-DOLLARS     PIC $$$,$$9.99.

       01  W-JURIS-STATE           PIC XX.
       01  W-TAX-LIST.
           02  W-TAX-LIST-COUNT    PIC 999 COMP.
               05  W-TAX-LEVY-CODE     PIC X(4).
               05  W-TAX-DESC          PIC X(20).
               05  W-TAX-AMOUNT        PIC 9(7)V99.
               05  W-TAX-EXEMPT        PIC X.
                   88  W-TAX-WAS-EXEMPT    VALUE 'Y'.
       01  W-TAX-SUB               PIC 999 COMP.
       01  W-TAX-TOTAL             PIC 9(9)V99.
       01  W-BILLED-TOTAL          PIC S9(9)V99.
       01  W-AMOUNT-DUE            PIC S9(9)V99.
       01  W-NEW-BALANCE           PIC S9(9)V99.

      *    Open items still owed from earlier bills, listed on the
      *    statement before this cycle's invoice is posted.
       01  W-OI-CURSOR             PIC 9(9) COMP.
       01  W-OI-FOUND              PIC X.
           88  W-OI-ITEM-FOUND         VALUE 'Y'.
       01  W-OI-TYPE               PIC X.
           88  W-OI-INVOICE            VALUE 'I'.
           88  W-OI-LATE-FEE           VALUE 'F'.
           88  W-OI-FORWARD            VALUE 'B'.
       01  W-OI-REFERENCE          PIC 9(9).
       01  W-OI-DATE               PIC 9(8).
       01  W-OI-ORIGINAL           PIC S9(9)V99.
       01  W-OI-OPEN               PIC S9(9)V99.
       01  W-OI-CLOSED-DATE        PIC 9(8).
       01  W-OI-SOURCE-ITEM        PIC 9(9) COMP.
       01  W-OI-TARGET-ITEM        PIC 9(9) COMP.
       01  W-OI-LABEL              PIC X(16).
       01  W-AR-ITEM-TYPE          PIC X VALUE 'I'.
       01  W-AR-ITEM-REFERENCE     PIC 9(9).

      *    Budget billing -- an enrolled account is billed its fixed
      *    monthly amount while the actual rated charges accrue into
      *    the variance the annual true-up settles; the statement
       01  W-BUD-NEW-VARIANCE      PIC S9(9)V99.
       01  L-BUD-STATUS            PIC 9.

      *    Lifeline -- an enrolled low-income subscriber's bill takes
      *    the support credit (DL100_LIFELINE_CREDIT cents, default
      *    $9.25) as its own line, never more than the service billed.
       01  W-LIFELINE-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\LIFELINE.DAT'.
       01  W-LIFECRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\LIFECRED.DAT'.
       01  W-LIFECRED-STATUS       PIC XX.
       01  W-LL-FOUND              PIC X.
           88  W-LIFELINE-ON-FILE      VALUE 'Y'.
       01  W-LL-STATUS             PIC X.
       01  W-LL-PROGRAM            PIC X(4).
       01  W-LL-PROOF-DATE         PIC 9(8).
       01  W-LL-RECERT-DUE         PIC 9(8).
       01  W-LIFELINE-CENTS        PIC 9(5).
       01  W-LIFELINE-RATE         PIC 9(5)V99.
       01  W-LIFELINE-CREDIT       PIC 9(5)V99.
       01  W-CYCLE-LIFELINE        PIC 9(11)V99 VALUE 0.

      *    Promotions -- the enrolled offer's credit, a flat amount or
      *    a percentage of the cycle's charges, for exactly as many
      *    cycles as were promised; never more than is left to bill.
       01  W-PROMO-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PROMOACT.DAT'.
       01  W-PROMOCRED-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\PROMOCRD.DAT'.
       01  W-PROMOCRED-STATUS      PIC XX.
       01  W-PA-FOUND              PIC X.
           88  W-PROMOTION-ON-FILE     VALUE 'Y'.
       01  W-PA-STATUS             PIC X.
           88  W-PA-RUNNING            VALUE 'A'.
       01  W-PA-CODE               PIC X(6).
       01  W-PA-ENROLL-DATE        PIC 9(8).
       01  W-PA-KIND               PIC X.
       01  W-PA-AMOUNT             PIC 9(5)V99.
       01  W-PA-PERCENT            PIC 999.
       01  W-PA-PROMISED           PIC 99.
       01  W-PA-GIVEN              PIC 99.
       01  W-PA-CREDITED           PIC 9(7)V99.
       01  W-PA-LEFT               PIC 99.
       01  W-PA-ACTION             PIC X VALUE 'C'.
       01  L-PA-STATUS             PIC 9.
       01  W-PROMO-BASE            PIC 9(9)V99.
       01  W-PROMO-CREDIT          PIC 9(5)V99.
       01  W-CYCLE-PROMO           PIC 9(11)V99 VALUE 0.

      *    Employee concession -- the percentage off each kind of
      *    charge for an employee's own account, from the start date
      *    through the separation date.  Local service is whatever
      *    the account billed that is neither toll nor equipment
      *    rental: local calls, features, line charges.
       01  W-CONCESS-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CONCESS.DAT'.
       01  W-CONCCRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CONCCRED.DAT'.
       01  W-CONCCRED-STATUS       PIC XX.
       01  W-CN-FOUND              PIC X.
           88  W-CONCESSION-ON-FILE    VALUE 'Y'.
       01  W-CN-STATUS             PIC X.
           88  W-CN-ENDED              VALUE 'E'.
       01  W-CN-EMPLOYEE-ID        PIC X(9).
       01  W-CN-LOCAL-PCT          PIC 999.
       01  W-CN-TOLL-PCT           PIC 999.
       01  W-CN-EQUIP-PCT          PIC 999.
       01  W-CN-START-DATE         PIC 9(8).
       01  W-CN-END-DATE           PIC 9(8).
       01  W-ACCOUNT-RENTAL        PIC 9(7)V99.
       01  W-CN-TOLL-BASE          PIC 9(9)V99.
       01  W-CN-LOCAL-BASE         PIC S9(9)V99.
       01  W-CN-LOCAL              PIC 9(5)V99.
       01  W-CN-TOLL               PIC 9(5)V99.
       01  W-CN-EQUIP              PIC 9(5)V99.
       01  W-CN-TOTAL              PIC 9(5)V99.
       01  W-CN-LABEL              PIC X(14).
       01  W-CN-PCT                PIC 999.
       01  W-CN-AMOUNT             PIC 9(5)V99.
       01  W-SHOW-CN-PCT           PIC ZZ9.
       01  W-CYCLE-CONCESSION      PIC 9(11)V99 VALUE 0.

      *    Rental equipment -- each unit on loan bills its model's
      *    monthly rental as a taxable charge.
       01  W-CPEMODEL-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CPEMODEL.DAT'.
       01  W-EQUIP-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\EQUIPINV.DAT'.
       01  W-EQ-CURSOR             PIC 9(9) COMP.
       01  W-EQ-NEXT-FOUND         PIC X.
           88  W-NEXT-UNIT-FOUND       VALUE 'Y'.
       01  W-EQ-FOUND              PIC X.
       01  W-EQ-SERIAL             PIC X(15).
       01  W-EQ-MODEL              PIC X(6).
       01  W-EQ-STATUS             PIC X.
       01  W-EQ-MASTER-POS         PIC 9(9).
       01  W-EQ-LOAN-DATE          PIC 9(8).
       01  W-EQ-STATUS-DATE        PIC 9(8).
       01  W-EQ-FEE-BILLED         PIC X.
       01  W-EM-FOUND              PIC X.
       01  W-EM-DESC               PIC X(30).
       01  W-EM-RENT               PIC 9(3)V99.
       01  W-EM-FEE                PIC 9(5)V99.
       01  W-CYCLE-RENTAL          PIC 9(11)V99 VALUE 0.

      *    Wholesale -- the account's role on the wholesale file, and
      *    while a reseller's end users are billing, the reseller's
      *    discount off each line's retail charges.
       01  W-WHOLESALE-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\WHOLESAL.DAT'.
       01  W-WH-FOUND              PIC X.
       01  W-WH-ROLE               PIC X.
           88  W-WH-IS-RESELLER        VALUE 'R'.
           88  W-WH-IS-END-USER        VALUE 'E'.
       01  W-WH-DISCOUNT-PCT       PIC 99V99.
       01  W-WH-CONTRACT-REF       PIC X(12).
       01  W-WH-RESELLER-POS       PIC 9(9).
       01  W-WH-SINCE-DATE         PIC 9(8).
       01  W-WH-RESELLER           PIC 9(9) COMP.
       01  W-RESELLER-SW           PIC X VALUE 'N'.
           88  W-RESELLER-INVOICE      VALUE 'Y'.
       01  W-WHOLESALE-LINE-SW     PIC X VALUE 'N'.
           88  W-WHOLESALE-LINE        VALUE 'Y'.
       01  W-RESALE-PCT            PIC 99V99.
       01  W-RESALE-REF            PIC X(12).
       01  W-RESALE-DISCOUNT       PIC 9(7)V99.
       01  W-SHOW-RESALE-PCT       PIC Z9.99.
       01  W-CYCLE-END-USERS       PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-RESALE-DISC     PIC 9(11)V99 VALUE 0.

      *    Toll-free -- the numbers an account owns, from the table
      *    OPEN-TOLL-FREE loads.  A number disconnected more than two
      *    months back has nothing left to bill and is passed over.
       01  W-TOLL-FREE-FILENAME    PIC X(512)
                                   VALUE 'S:\COBOL\TOLLFREE.DAT'.
       01  W-TOLL-FREE-TABLE EXTERNAL.
           05  W-TOLL-FREE-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-TOLL-FREE-ENTRY   OCCURS 500 TIMES.
               10  W-TF-NUMBER         PIC 9(10).
               10  W-TF-MASTER-POS     PIC 9(9).
               10  W-TF-TERM-PHONE     PIC 9(10).
               10  W-TF-TARIFF         PIC X(4).
               10  W-TF-STATUS         PIC X.
               10  W-TF-ACTIVE-DATE    PIC 9(8).
               10  W-TF-DISC-DATE      PIC 9(8).
       01  W-TF-SUB                PIC 9(4) COMP.
       01  W-TF-CUTOFF             PIC 9(8).
       01  W-TOLL-FREE-SW          PIC X VALUE 'N'.
           88  W-TOLL-FREE-USAGE       VALUE 'Y'.
       01  W-CYCLE-TOLL-FREE       PIC 9(11)V99 VALUE 0.

      *    Hunt groups -- from the table OPEN-HUNT-GROUPS loads.  A
      *    group line the phone stream turns up is held back and
      *    marked here, then printed under its pilot; only lines
      *    actually on the account being billed ever print.
       01  W-HUNT-GROUP-FILENAME   PIC X(512)
                                   VALUE 'S:\COBOL\HUNTGRP.DAT'.
       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.
       01  W-HUNT-HELD-TABLE.
           05  W-HH-GROUP          OCCURS 200 TIMES.
               10  W-HH-PILOT-HELD     PIC X.
               10  W-HH-MEMBER-HELD    PIC X OCCURS 20 TIMES.
       01  W-HG-SUB                PIC 9(4) COMP.
       01  W-HG-MSUB               PIC 99 COMP.
       01  W-HG-LINE               PIC 9(10).
       01  W-HUNT-HELD-SW          PIC X.
           88  W-HUNT-LINE-HELD        VALUE 'Y'.
       01  W-HUNT-BASE             PIC 9(9)V99.
       01  W-HUNT-CHARGES          PIC 9(9)V99.

       01  W-CYCLE-ACCOUNTS        PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-MINUTES         PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-CHARGES         PIC 9(11)V99 VALUE 0.
       01  W-SHOW-SIGNED           PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-CYCLE-CHARGE     PIC $$,$$$,$$$,$$9.99.

      *    Control totals for the control ledger.
       01  W-CTLLEDG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CTLLEDG.DAT'.
       01  W-CYCLE-CALLS           PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-USAGE           PIC 9(11)V99 VALUE 0.
       01  W-CYCLE-INVOICES        PIC 9(9) COMP VALUE 0.
       01  W-CYCLE-INVOICED        PIC 9(11)V99 VALUE 0.
       01  W-CTL-JOB               PIC X(20) VALUE 'BILL-CYCLE-RUN'.
       01  W-CTL-COUNTER           PIC X(12).
       01  W-CTL-COUNT             PIC 9(9) COMP.
       01  W-CTL-AMOUNT            PIC S9(11)V99.
       01  W-CTL-FIRST-KEY         PIC 9(9) VALUE 0.
       01  W-CTL-LAST-KEY          PIC 9(9) VALUE 0.
       01  W-CTL-PRED-JOB          PIC X(20) VALUE 'ADD-CALL-DETAIL'.
       01  W-CTL-PRED-COUNTER      PIC X(12) VALUE 'FILE-SIZE'.
       01  W-CTL-DATE              PIC 9(8) VALUE 0.
       01  W-CTL-EXPECT-COUNT      PIC 9(9) COMP.
       01  W-CTL-EXPECT-AMOUNT     PIC S9(11)V99.
       01  W-CTL-STATUS            PIC 9.
           88  W-CTL-OUT-OF-BALANCE    VALUE 1.

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(4) VALUE SPACES.
           05  DL-DATE             PIC 9(8).
           DISPLAY "Cycle to bill: " WITH NO ADVANCING.
           ACCEPT W-CYCLE.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W-STREAM-NUMBER FROM ENVIRONMENT "DL100_BILL_STREAM".
           IF W-STREAM-NUMBER NOT = SPACE THEN
               PERFORM SET-UP-STREAM THRU SET-UP-STREAM-EXIT
           END-IF.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-CALL-INDEX' USING W-CALL-INDEX-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-PRINT-TEXT' USING W-PRTTEXT-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-CIRCLES' USING W-CIRCLE-FILENAME.
           CALL 'OPEN-TAX-TABLE' USING W-TAX-FILENAME.
           CALL 'OPEN-TAX-EXEMPT' USING W-TAXEXEMPT-FILENAME.
           CALL 'OPEN-BUDGETS' USING W-BUDGET-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-BILLED-THRU' USING W-BILLTHRU-FILENAME.
           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           CALL 'OPEN-BILLING-ADDR' USING W-BILLADDR-FILENAME.
           CALL 'OPEN-LIFELINE' USING W-LIFELINE-FILENAME.
           CALL 'OPEN-PROMOTIONS' USING W-PROMO-FILENAME.
           CALL 'OPEN-CONCESSIONS' USING W-CONCESS-FILENAME.
           CALL 'OPEN-CPE-MODELS' USING W-CPEMODEL-FILENAME.
           CALL 'OPEN-EQUIPMENT' USING W-EQUIP-FILENAME.
           CALL 'OPEN-WHOLESALE' USING W-WHOLESALE-FILENAME.
           CALL 'OPEN-TOLL-FREE' USING W-TOLL-FREE-FILENAME.
           CALL 'OPEN-HUNT-GROUPS' USING W-HUNT-GROUP-FILENAME.
           CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME.
           MOVE W-DETAIL-FILE-SIZE TO W-RUN-WATERMARK.
           PERFORM BALANCE-CALL-DETAIL.
           IF NOT W-STREAM-RUN THEN
               MOVE 2 TO W-FIRST-POS
               MOVE W-MASTER-FILE-SIZE TO W-LAST-POS
           END-IF.
           IF W-LAST-POS = 0 OR W-LAST-POS > W-MASTER-FILE-SIZE THEN
               MOVE W-MASTER-FILE-SIZE TO W-LAST-POS
           END-IF.
           ACCEPT W-DISCOUNT-PCT FROM ENVIRONMENT
               "DL100_CIRCLE_DISCOUNT".
           IF W-DISCOUNT-PCT = 0 THEN
               MOVE 20 TO W-DISCOUNT-PCT
           END-IF.
           ACCEPT W-LIFELINE-CENTS FROM ENVIRONMENT
               "DL100_LIFELINE_CREDIT".
           IF W-LIFELINE-CENTS = 0 THEN
               MOVE 925 TO W-LIFELINE-CENTS
           END-IF.
           COMPUTE W-LIFELINE-RATE = W-LIFELINE-CENTS / 100.
           PERFORM LOAD-STATEMENT-MESSAGES.
           COMPUTE W-TF-CUTOFF =
               FUNCTION DATE-OF-INTEGER(W-RUN-INT - 62).
           IF W-STREAM-RUN THEN
               PERFORM OPEN-STREAM-FILES
           ELSE
               PERFORM OPEN-INVOICE-CONTROL
               PERFORM OPEN-INVOICE-REGISTER
               PERFORM OPEN-TAX-REMIT
               PERFORM OPEN-STATEMENT-ARCHIVE
               PERFORM OPEN-LIFELINE-CREDITS
               PERFORM OPEN-PROMO-CREDITS
               PERFORM OPEN-CONCESSION-CREDITS
               OPEN OUTPUT STATEMENT-PRINT-FILE
               OPEN OUTPUT STATEMENT-EXTRACT-FILE
               OPEN OUTPUT EBILL-FILE
               OPEN OUTPUT HOLD-PRINT-FILE
           END-IF.

           PERFORM BILL-ONE-POSITION THRU BILL-ONE-POSITION-EXIT
               VARYING W-POSITION FROM W-FIRST-POS BY 1
               UNTIL W-POSITION > W-LAST-POS.

           IF W-STREAM-RUN THEN
               SET CK-COMPLETE TO TRUE
               PERFORM SAVE-STREAM-CHECKPOINT
               CLOSE STREAM-CHECKPOINT-FILE
           ELSE
               PERFORM SAVE-INVOICE-CONTROL
               CLOSE INVOICE-CONTROL-FILE
           END-IF.
           CLOSE INVOICE-REGISTER-FILE.
           CLOSE TAX-REMIT-FILE.
           CLOSE LIFELINE-CREDIT-FILE.
           CLOSE PROMO-CREDIT-FILE.
           CLOSE CONCESSION-CREDIT-FILE.
           IF NOT W-STREAM-RUN THEN
               PERFORM WRITE-EXTRACT-CONTROL
           END-IF.
           CLOSE HOLD-PRINT-FILE.
           CLOSE EBILL-FILE.
           CLOSE STATEMENT-EXTRACT-FILE.
           CLOSE STATEMENT-ARCHIVE-FILE.
           CLOSE STATEMENT-PRINT-FILE.
           CALL 'CLOSE-WHOLESALE'.
           CALL 'CLOSE-EQUIPMENT'.
           CALL 'CLOSE-CONCESSIONS'.
           CALL 'CLOSE-PROMOTIONS'.
           CALL 'CLOSE-LIFELINE'.
           CALL 'CLOSE-BILLING-ADDR'.
           CALL 'CLOSE-USAGE-SUMMARY'.
           CALL 'CLOSE-BILLED-THRU'.
           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-BUDGETS'.
           CALL 'CLOSE-CIRCLES'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-TAX-EXEMPT'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-CALL-INDEX'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.

           DISPLAY " ".
           DISPLAY "  TOTAL BILLED:    ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-TAXES TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  TOTAL TAXES:     ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-LIFELINE TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  LIFELINE CREDIT: ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-PROMO TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  PROMO CREDIT:    ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-CONCESSION TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  EMPLOYEE CONCESSION: ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-RENTAL TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  EQUIPMENT RENT:  ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-END-USERS TO W-SHOW-COUNT.
           DISPLAY "  RESOLD END USERS:", W-SHOW-COUNT.
           MOVE W-CYCLE-RESALE-DISC TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  WHOLESALE DISC:  ", W-SHOW-CYCLE-CHARGE.
           MOVE W-CYCLE-TOLL-FREE TO W-SHOW-CYCLE-CHARGE.
           DISPLAY "  TOLL-FREE USAGE: ", W-SHOW-CYCLE-CHARGE.
           MOVE W-HELD-STATEMENTS TO W-SHOW-COUNT.
           DISPLAY "  HELD (BAD ADDRESS): ", W-SHOW-COUNT.
           IF W-STREAM-RUN THEN
               MOVE W-FIRST-INVOICE TO W-SHOW-INVOICE
               DISPLAY "  STREAM ", W-STREAM-NUMBER,
                   " INVOICES FROM ", W-SHOW-INVOICE
               COMPUTE W-SHOW-INVOICE = W-INVOICE-NUMBER - 1
               DISPLAY "  STREAM ", W-STREAM-NUMBER,
                   " INVOICES THRU ", W-SHOW-INVOICE
               DISPLAY "  STREAM COMPLETE - MERGE WITH ",
                   "BILL-STREAM-MERGE ONCE EVERY STREAM IS"
           ELSE
               PERFORM POST-CONTROL-TOTALS
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    STREAMS -- the stream's own file names, its range, and its
      *    checkpoint: a checkpoint left running for this cycle this
      *    month is a restart, one left complete means the stream has
      *    nothing to do, anything else is a fresh start.
      *----------------------------------------------------------------
       SET-UP-STREAM.
           IF W-STREAM-NUMBER < '1' OR W-STREAM-NUMBER > '9' THEN
               DISPLAY "DL100_BILL_STREAM must be 1 through 9."
               STOP RUN.
           SET W-STREAM-RUN TO TRUE.
           MOVE W-STREAM-NUMBER TO W-STREAM-DIGIT.
           MOVE W-REGISTER-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-REGISTER-FILENAME.
           MOVE W-ARCHIVE-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-ARCHIVE-FILENAME.
           MOVE W-EXTRACT-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-EXTRACT-FILENAME.
           MOVE W-EBILL-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-EBILL-FILENAME.
           MOVE W-REMIT-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-REMIT-FILENAME.
           MOVE W-LIFECRED-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-LIFECRED-FILENAME.
           MOVE W-PROMOCRED-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-PROMOCRED-FILENAME.
           MOVE W-CONCCRED-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-CONCCRED-FILENAME.
           MOVE W-PRINT-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-PRINT-FILENAME.
           MOVE W-HOLD-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-HOLD-FILENAME.
           MOVE W-CKPT-FILENAME TO W-PIECE-BASE.
           CALL 'BRANCH-FILENAME' USING W-PIECE-BASE, W-STREAM-CODE,
               W-CKPT-FILENAME.

           MOVE 1 TO W-CKPT-POS.
           OPEN I-O STREAM-CHECKPOINT-FILE.
           IF W-CKPT-STATUS NOT = '00' THEN
               OPEN OUTPUT STREAM-CHECKPOINT-FILE
               MOVE LOW-VALUES TO STREAM-CHECKPOINT-REC
               MOVE 0 TO CK-CYCLE, CK-RUN-DATE
               MOVE SPACE TO CK-STATE
               WRITE STREAM-CHECKPOINT-REC
               CLOSE STREAM-CHECKPOINT-FILE
               OPEN I-O STREAM-CHECKPOINT-FILE
           END-IF.
           READ STREAM-CHECKPOINT-FILE
               INVALID KEY
                   MOVE SPACE TO CK-STATE.
           IF CK-CYCLE = W-CYCLE AND
                   CK-RUN-DATE(1:6) = W-RUN-DATE(1:6) THEN
               IF CK-RUNNING THEN
                   SET W-STREAM-RESUMED TO TRUE
               ELSE IF CK-COMPLETE OR CK-MERGED THEN
                   DISPLAY "STREAM ", W-STREAM-NUMBER,
                       " HAS ALREADY BILLED CYCLE ", W-CYCLE,
                       " THIS MONTH - NOTHING DONE."
                   CLOSE STREAM-CHECKPOINT-FILE
                   STOP RUN
               END-IF
           END-IF.

           IF W-STREAM-RESUMED THEN
               PERFORM RESTORE-STREAM-CHECKPOINT
               GO TO SET-UP-STREAM-EXIT.
           ACCEPT W-ENV-NUMBER FROM ENVIRONMENT
               "DL100_STREAM_FIRST_POS".
           MOVE W-ENV-NUMBER TO W-FIRST-POS.
           IF W-FIRST-POS < 2 THEN
               MOVE 2 TO W-FIRST-POS
           END-IF.
           ACCEPT W-ENV-NUMBER FROM ENVIRONMENT
               "DL100_STREAM_LAST_POS".
           MOVE W-ENV-NUMBER TO W-LAST-POS.
           ACCEPT W-FIRST-ACCOUNT FROM ENVIRONMENT
               "DL100_STREAM_FIRST_ACCT".
           ACCEPT W-LAST-ACCOUNT FROM ENVIRONMENT
               "DL100_STREAM_LAST_ACCT".
           IF W-LAST-ACCOUNT = 0 THEN
               MOVE 999999999 TO W-LAST-ACCOUNT
           END-IF.
           MOVE 0 TO W-FIRST-INVOICE, W-BLOCK-LAST.
           MOVE 1 TO W-INVOICE-NUMBER.
           MOVE W-CYCLE TO CK-CYCLE.
           MOVE W-RUN-DATE TO CK-RUN-DATE.
           SET CK-RUNNING TO TRUE.
           MOVE W-FIRST-POS TO CK-FIRST-POS.
           MOVE W-LAST-POS TO CK-LAST-POS.
           MOVE W-FIRST-ACCOUNT TO CK-FIRST-ACCOUNT.
           MOVE W-LAST-ACCOUNT TO CK-LAST-ACCOUNT.
           MOVE 0 TO CK-DONE-POS, W-POSITION.
           PERFORM SAVE-STREAM-CHECKPOINT.
       SET-UP-STREAM-EXIT.
           CONTINUE.

      *    a restart bills on from the position after the last one
      *    checkpointed, under the invoice date, range and block it
      *    started with, its totals carried forward
       RESTORE-STREAM-CHECKPOINT.
           MOVE CK-RUN-DATE TO W-RUN-DATE.
           COMPUTE W-FIRST-POS = CK-DONE-POS + 1.
           IF W-FIRST-POS < CK-FIRST-POS THEN
               MOVE CK-FIRST-POS TO W-FIRST-POS
           END-IF.
           MOVE CK-LAST-POS TO W-LAST-POS.
           MOVE CK-FIRST-ACCOUNT TO W-FIRST-ACCOUNT.
           MOVE CK-LAST-ACCOUNT TO W-LAST-ACCOUNT.
           MOVE CK-FIRST-INVOICE TO W-FIRST-INVOICE.
           MOVE CK-NEXT-INVOICE TO W-INVOICE-NUMBER.
           MOVE CK-BLOCK-LAST TO W-BLOCK-LAST.
           MOVE CK-ACCOUNTS TO W-CYCLE-ACCOUNTS.
           MOVE CK-MINUTES TO W-CYCLE-MINUTES.
           MOVE CK-CHARGES TO W-CYCLE-CHARGES.
           MOVE CK-CALLS TO W-CYCLE-CALLS.
           MOVE CK-USAGE TO W-CYCLE-USAGE.
           MOVE CK-INVOICES TO W-CYCLE-INVOICES.
           MOVE CK-INVOICED TO W-CYCLE-INVOICED.
           MOVE CK-EXTRACT-STATEMENTS TO W-EXTRACT-STATEMENTS.
           MOVE CK-EXTRACT-DOLLARS TO W-EXTRACT-DOLLARS.
           PERFORM RESTORE-ONE-PIECE-COUNT
               VARYING W-PIECE-SUB FROM 1 BY 1
               UNTIL W-PIECE-SUB > 8.
           MOVE W-FIRST-POS TO W-SHOW-COUNT.
           DISPLAY "  RESTARTING STREAM ", W-STREAM-NUMBER,
               " AT POSITION ", W-SHOW-COUNT.

       RESTORE-ONE-PIECE-COUNT.
           MOVE CK-PIECE-LINES(W-PIECE-SUB)
               TO W-LN-COUNT(W-PIECE-SUB).

       SAVE-STREAM-CHECKPOINT.
           IF W-POSITION > CK-DONE-POS AND
                   W-POSITION <= W-LAST-POS THEN
               MOVE W-POSITION TO CK-DONE-POS
           END-IF.
           MOVE W-FIRST-INVOICE TO CK-FIRST-INVOICE.
           MOVE W-INVOICE-NUMBER TO CK-NEXT-INVOICE.
           MOVE W-BLOCK-LAST TO CK-BLOCK-LAST.
           MOVE W-CYCLE-ACCOUNTS TO CK-ACCOUNTS.
           MOVE W-CYCLE-MINUTES TO CK-MINUTES.
           MOVE W-CYCLE-CHARGES TO CK-CHARGES.
           MOVE W-CYCLE-CALLS TO CK-CALLS.
           MOVE W-CYCLE-USAGE TO CK-USAGE.
           MOVE W-CYCLE-INVOICES TO CK-INVOICES.
           MOVE W-CYCLE-INVOICED TO CK-INVOICED.
           MOVE W-EXTRACT-STATEMENTS TO CK-EXTRACT-STATEMENTS.
           MOVE W-EXTRACT-DOLLARS TO CK-EXTRACT-DOLLARS.
           PERFORM SAVE-ONE-PIECE-COUNT
               VARYING W-PIECE-SUB FROM 1 BY 1
               UNTIL W-PIECE-SUB > 8.
           MOVE 1 TO W-CKPT-POS.
           REWRITE STREAM-CHECKPOINT-REC.

       SAVE-ONE-PIECE-COUNT.
           MOVE W-LN-COUNT(W-PIECE-SUB)
               TO CK-PIECE-LINES(W-PIECE-SUB).

      *    a fresh stream starts its files empty; a restart cuts them
      *    back to what its checkpoint covered and carries on at the
      *    end (the local print and hold pieces are not cut -- the
      *    account that was in flight may print twice there, never
      *    in what goes to the vendor)
       OPEN-STREAM-FILES.
           IF W-STREAM-RESUMED THEN
               CALL 'TRIM-LINE-FILE' USING W-REGISTER-FILENAME,
                   W-LN-REGISTER
               CALL 'TRIM-LINE-FILE' USING W-ARCHIVE-FILENAME,
                   W-LN-ARCHIVE
               CALL 'TRIM-LINE-FILE' USING W-EXTRACT-FILENAME,
                   W-LN-EXTRACT
               CALL 'TRIM-LINE-FILE' USING W-EBILL-FILENAME,
                   W-LN-EBILL
               CALL 'TRIM-LINE-FILE' USING W-REMIT-FILENAME,
                   W-LN-REMIT
               CALL 'TRIM-LINE-FILE' USING W-LIFECRED-FILENAME,
                   W-LN-LIFELINE
               CALL 'TRIM-LINE-FILE' USING W-PROMOCRED-FILENAME,
                   W-LN-PROMO
               CALL 'TRIM-LINE-FILE' USING W-CONCCRED-FILENAME,
                   W-LN-CONCESSION
               PERFORM OPEN-INVOICE-REGISTER
               PERFORM OPEN-TAX-REMIT
               PERFORM OPEN-STATEMENT-ARCHIVE
               PERFORM OPEN-LIFELINE-CREDITS
               PERFORM OPEN-PROMO-CREDITS
               PERFORM OPEN-CONCESSION-CREDITS
               OPEN EXTEND STATEMENT-PRINT-FILE
               IF W-PRINT-STATUS NOT = '00' THEN
                   OPEN OUTPUT STATEMENT-PRINT-FILE
               END-IF
               OPEN EXTEND STATEMENT-EXTRACT-FILE
               IF W-EXTRACT-STATUS NOT = '00' THEN
                   OPEN OUTPUT STATEMENT-EXTRACT-FILE
               END-IF
               OPEN EXTEND EBILL-FILE
               IF W-EBILL-STATUS NOT = '00' THEN
                   OPEN OUTPUT EBILL-FILE
               END-IF
               OPEN EXTEND HOLD-PRINT-FILE
               IF W-HOLD-STATUS NOT = '00' THEN
                   OPEN OUTPUT HOLD-PRINT-FILE
               END-IF
           ELSE
               OPEN OUTPUT INVOICE-REGISTER-FILE
               OPEN OUTPUT TAX-REMIT-FILE
               OPEN OUTPUT STATEMENT-ARCHIVE-FILE
               OPEN OUTPUT LIFELINE-CREDIT-FILE
               OPEN OUTPUT PROMO-CREDIT-FILE
               OPEN OUTPUT CONCESSION-CREDIT-FILE
               OPEN OUTPUT STATEMENT-PRINT-FILE
               OPEN OUTPUT STATEMENT-EXTRACT-FILE
               OPEN OUTPUT EBILL-FILE
               OPEN OUTPUT HOLD-PRINT-FILE
           END-IF.

      *    a block is taken, and the control file moved past it, in
      *    one short open so the streams starting alongside each get
      *    a block of their own
       RESERVE-INVOICE-BLOCK.
           ACCEPT W-BLOCK-SIZE FROM ENVIRONMENT "DL100_STREAM_BLOCK".
           IF W-BLOCK-SIZE = 0 THEN
               MOVE 50000 TO W-BLOCK-SIZE
           END-IF.
           PERFORM OPEN-INVOICE-CONTROL.
           COMPUTE W-BLOCK-LAST = W-INVOICE-NUMBER + W-BLOCK-SIZE - 1.
           COMPUTE IC-NEXT-INVOICE = W-BLOCK-LAST + 1.
           MOVE 1 TO W-CONTROL-POS.
           REWRITE INVOICE-CONTROL-REC.
           CLOSE INVOICE-CONTROL-FILE.
           IF W-FIRST-INVOICE = 0 THEN
               MOVE W-INVOICE-NUMBER TO W-FIRST-INVOICE
           END-IF.

      *----------------------------------------------------------------
      *    CONTROL TOTALS -- the call detail file against the size
      *    mediation left it, before anything bills; the run's own
      *    totals after.
      *----------------------------------------------------------------
       BALANCE-CALL-DETAIL.
           MOVE 'CALLDTL-IN' TO W-CTL-COUNTER.
           MOVE W-DETAIL-FILE-SIZE TO W-CTL-COUNT.
           MOVE 0 TO W-CTL-AMOUNT.
           CALL 'CHECK-CONTROL-TOTAL' USING W-CTL-STATUS, W-CTL-JOB,
               W-CTL-COUNTER, W-CTL-PRED-JOB, W-CTL-PRED-COUNTER,
               W-CTL-DATE, W-CTL-COUNT, W-CTL-AMOUNT,
               W-CTL-EXPECT-COUNT, W-CTL-EXPECT-AMOUNT,
               W-CTLLEDG-FILENAME.
           IF W-CTL-OUT-OF-BALANCE THEN
               MOVE W-CTL-COUNT TO W-SHOW-COUNT
               DISPLAY "BALANCING ERROR - CALL DETAIL FILE"
               DISPLAY "  RECORDS ON FILE:      ", W-SHOW-COUNT
               MOVE W-CTL-EXPECT-COUNT TO W-SHOW-COUNT
               DISPLAY "  LEFT BY MEDIATION:    ", W-SHOW-COUNT
               DISPLAY "  NOTHING BILLED."
               STOP RUN.

       POST-CONTROL-TOTALS.
           MOVE 'CALLS-BILLED' TO W-CTL-COUNTER.
           MOVE W-CYCLE-CALLS TO W-CTL-COUNT.
           MOVE W-CYCLE-USAGE TO W-CTL-AMOUNT.
           MOVE 0 TO W-CTL-FIRST-KEY, W-CTL-LAST-KEY.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-COUNT, W-CTL-AMOUNT, W-CTL-FIRST-KEY,
               W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.
           MOVE 'INVOICED' TO W-CTL-COUNTER.
           MOVE W-CYCLE-INVOICES TO W-CTL-COUNT.
           MOVE W-CYCLE-INVOICED TO W-CTL-AMOUNT.
           IF W-CYCLE-INVOICES > 0 THEN
               COMPUTE W-CTL-FIRST-KEY =
                   W-INVOICE-NUMBER - W-CYCLE-INVOICES
               COMPUTE W-CTL-LAST-KEY = W-INVOICE-NUMBER - 1
           END-IF.
           CALL 'WRITE-CONTROL-TOTAL' USING W-CTL-JOB, W-CTL-COUNTER,
               W-CTL-COUNT, W-CTL-AMOUNT, W-CTL-FIRST-KEY,
               W-CTL-LAST-KEY, W-CTLLEDG-FILENAME.

      *----------------------------------------------------------------
      *    INVOICE CONTROL -- a single header-style record holding the
      *    next invoice number, same create-if-missing idiom
               OPEN OUTPUT STATEMENT-ARCHIVE-FILE
           END-IF.

       OPEN-LIFELINE-CREDITS.
           OPEN EXTEND LIFELINE-CREDIT-FILE.
           IF W-LIFECRED-STATUS NOT = '00' THEN
               OPEN OUTPUT LIFELINE-CREDIT-FILE
           END-IF.

       OPEN-PROMO-CREDITS.
           OPEN EXTEND PROMO-CREDIT-FILE.
           IF W-PROMOCRED-STATUS NOT = '00' THEN
               OPEN OUTPUT PROMO-CREDIT-FILE
           END-IF.

       OPEN-CONCESSION-CREDITS.
           OPEN EXTEND CONCESSION-CREDIT-FILE.
           IF W-CONCCRED-STATUS NOT = '00' THEN
               OPEN OUTPUT CONCESSION-CREDIT-FILE
           END-IF.

      *----------------------------------------------------------------
      *    ONE ACCOUNT -- the same resolve-and-rate walk CUSTOMER-
      *    STATEMENT does interactively, written to the print file.
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO BILL-ONE-POSITION-EXIT.
           IF W-ACCOUNT < W-FIRST-ACCOUNT OR
                   W-ACCOUNT > W-LAST-ACCOUNT THEN
               GO TO BILL-ONE-POSITION-EXIT.
      *    A child location bills under its parent's statement, on
      *    the parent's cycle, not on its own.
           CALL 'GET-PARENT-ACCOUNT' USING W-POSITION, W-PARENT-POS.
           IF W-PARENT-POS NOT = 0 THEN
               GO TO BILL-ONE-POSITION-EXIT.
      *    So does a reseller's end user, on the reseller's invoice --
      *    unless the reseller is out of service, when it falls back
      *    to a retail statement of its own rather than go unbilled.
           CALL 'GET-WHOLESALE' USING W-POSITION, W-WH-FOUND,
               W-WH-ROLE, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
               W-WH-RESELLER-POS, W-WH-SINCE-DATE.
           IF W-WH-IS-END-USER THEN
               MOVE W-WH-RESELLER-POS TO W-WH-RESELLER
               CALL 'GET-CUSTOMER-MASTER' USING W-WH-RESELLER,
                   W-CHILD-FOUND, W-CHILD-ACCOUNT, W-CHILD-NAME,
                   W-CHILD-ADDRESS, W-CHILD-PLAN, W-CHILD-STATUS
               IF W-CHILD-ON-FILE THEN
                   GO TO BILL-ONE-POSITION-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO W-RESELLER-SW.
           IF W-WH-IS-RESELLER THEN
               SET W-RESELLER-INVOICE TO TRUE
               MOVE W-WH-DISCOUNT-PCT TO W-RESALE-PCT
               MOVE W-WH-CONTRACT-REF TO W-RESALE-REF
           END-IF.

           IF W-STREAM-RUN AND W-INVOICE-NUMBER > W-BLOCK-LAST THEN
               PERFORM RESERVE-INVOICE-BLOCK
           END-IF.
           ADD 1 TO W-CYCLE-ACCOUNTS.
           MOVE 0 TO W-ACCOUNT-SECONDS, W-ACCOUNT-CHARGES,
               W-ACCOUNT-RENTAL.
           MOVE ZEROS TO W-MONTH-USAGE.
           CALL 'GET-BILLING-ADDR' USING W-POSITION, W-BA-FOUND,
               W-MAIL-ADDRESS.
           IF NOT W-BILLADDR-FOUND THEN
           END-IF.
           CALL 'GET-DELIVERY-PREF' USING W-POSITION, W-DELIVERY,
               W-CONTACT-REF.
           CALL 'GET-LANGUAGE-PREF' USING W-POSITION, W-LANGUAGE.
           MOVE 'N' TO W-TO-PAPER-SW, W-TO-EBILL-SW, W-TO-HOLD-SW.
           IF W-DELIVERY = 'E' OR W-DELIVERY = 'B' THEN
               SET W-TO-EBILL TO TRUE
                   THRU BILL-CHILD-LOCATIONS-EXIT
                   VARYING W-CHILD-POS FROM 2 BY 1
                   UNTIL W-CHILD-POS > W-MASTER-FILE-SIZE
               PERFORM BILL-RESELLER-LINES
               GO TO BILL-SUSPENDED-TOTALS.

           MOVE W-POSITION TO W-BILL-POS.
                   TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           PERFORM BILL-TOLL-FREE-NUMBERS.
           PERFORM BILL-CHILD-LOCATIONS
               THRU BILL-CHILD-LOCATIONS-EXIT
               VARYING W-CHILD-POS FROM 2 BY 1
               UNTIL W-CHILD-POS > W-MASTER-FILE-SIZE.
           PERFORM BILL-RESELLER-LINES.
           CALL 'SET-BILLED-THRU' USING W-POSITION, W-RUN-WATERMARK.
       BILL-SUSPENDED-TOTALS.
           MOVE W-POSITION TO W-BILL-POS.
           PERFORM BILL-EQUIPMENT-RENTALS.
           PERFORM APPLY-CONCESSION THRU APPLY-CONCESSION-EXIT.

           PERFORM PRINT-STATEMENT-MESSAGES.
           PERFORM PRINT-STATEMENT-TOTALS.
           PERFORM POST-MONTH-USAGE.
           PERFORM PRINT-USAGE-HISTORY.
           PERFORM PRINT-TAX-SECTION.
           PERFORM APPLY-LIFELINE-CREDIT
               THRU APPLY-LIFELINE-CREDIT-EXIT.
           PERFORM APPLY-PROMO-CREDIT
               THRU APPLY-PROMO-CREDIT-EXIT.
           PERFORM PRINT-AR-SECTION.
           PERFORM REGISTER-THIS-INVOICE.
           ADD 1 TO W-INVOICE-NUMBER.
           IF W-STREAM-RUN THEN
               PERFORM SAVE-STREAM-CHECKPOINT
           END-IF.
       BILL-ONE-POSITION-EXIT.
           CONTINUE.

               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE 0 TO W-PLAN-HIT.
           PERFORM MATCH-PLAN-CODE
               VARYING W-PLAN-SUB FROM 1 BY 1
               UNTIL W-PLAN-SUB > W-PLAN-COUNT OR W-PLAN-HIT NOT = 0.
           MOVE SPACES TO W-PLAN-DESC.
           IF W-PLAN-HIT NOT = 0 THEN
               MOVE W-PM-DESC(W-PLAN-HIT) TO W-PLAN-DESC
           END-IF.
           STRING "PLAN     " DELIMITED BY SIZE
               W-PLAN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-PLAN-DESC DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           IF W-RESELLER-INVOICE THEN
               MOVE W-RESALE-PCT TO W-SHOW-RESALE-PCT
               MOVE SPACES TO PRINT-LINE
               STRING "WHOLESALE INVOICE  CONTRACT " DELIMITED BY SIZE
                   W-RESALE-REF DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   W-SHOW-RESALE-PCT DELIMITED BY SIZE
                   "% OFF RETAIL" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.

       MATCH-PLAN-CODE.
           IF W-PM-CODE(W-PLAN-SUB) = W-PLAN THEN
               MOVE W-PLAN-SUB TO W-PLAN-HIT
           END-IF.

      *    the cursor walk replaces the capped 50-entry gather;
      *    each phone rates as it is found
       STREAM-ACCOUNT-PHONES.
           MOVE 0 TO W-PHONES-SEEN.
           MOVE 2 TO W-PC-BUCKET.
           MOVE 0 TO W-PC-PAIR.
           MOVE SPACES TO W-HUNT-HELD-TABLE.
           PERFORM STREAM-ONE-PHONE UNTIL NOT W-PHONE-STREAMED.
           PERFORM BILL-HUNT-GROUPS.

       STREAM-ONE-PHONE.
           CALL 'NEXT-ACCOUNT-PHONE' USING W-BILL-POS,
               W-PHONE-CURSOR, W-CURRENT-PHONE, W-PHONE-FOUND.
           IF W-PHONE-STREAMED THEN
               ADD 1 TO W-PHONES-SEEN
               PERFORM HOLD-HUNT-LINE
               IF NOT W-HUNT-LINE-HELD THEN
                   PERFORM PRINT-ONE-PHONE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    HUNT GROUPS -- a line that is the pilot or a member of a
      *    group the position being billed owns is held back from the
      *    stream and marked; once the stream is done each group
      *    prints its held lines, pilot first and then in hunt order,
      *    with the group's subtotal.
      *----------------------------------------------------------------
       HOLD-HUNT-LINE.
           MOVE 'N' TO W-HUNT-HELD-SW.
           MOVE W-CURRENT-PHONE(6:10) TO W-HG-LINE.
           PERFORM HOLD-IN-ONE-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT OR W-HUNT-LINE-HELD.

       HOLD-IN-ONE-GROUP.
           IF W-HG-MASTER-POS(W-HG-SUB) = W-BILL-POS THEN
               IF W-HG-PILOT(W-HG-SUB) = W-HG-LINE THEN
                   MOVE 'Y' TO W-HH-PILOT-HELD(W-HG-SUB)
                   SET W-HUNT-LINE-HELD TO TRUE
               END-IF
               PERFORM HOLD-ONE-MEMBER
                   VARYING W-HG-MSUB FROM 1 BY 1
                   UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB)
                       OR W-HUNT-LINE-HELD
           END-IF.

       HOLD-ONE-MEMBER.
           IF W-HG-MEMBER(W-HG-SUB, W-HG-MSUB) = W-HG-LINE THEN
               MOVE 'Y' TO W-HH-MEMBER-HELD(W-HG-SUB, W-HG-MSUB)
               SET W-HUNT-LINE-HELD TO TRUE
           END-IF.

       BILL-HUNT-GROUPS.
           PERFORM BILL-ONE-HUNT-GROUP THRU BILL-ONE-HUNT-GROUP-EXIT
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT.

       BILL-ONE-HUNT-GROUP.
           IF W-HG-MASTER-POS(W-HG-SUB) NOT = W-BILL-POS OR
                   W-HH-GROUP(W-HG-SUB) = SPACES THEN
               GO TO BILL-ONE-HUNT-GROUP-EXIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "HUNT GROUP  PILOT " DELIMITED BY SIZE
               W-HG-PILOT(W-HG-SUB) DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-ACCOUNT-CHARGES TO W-HUNT-BASE.
           IF W-HH-PILOT-HELD(W-HG-SUB) = 'Y' THEN
               MOVE W-HG-PILOT(W-HG-SUB) TO W-CURRENT-PHONE
               PERFORM PRINT-ONE-PHONE
           END-IF.
           PERFORM BILL-ONE-HUNT-MEMBER
               VARYING W-HG-MSUB FROM 1 BY 1
               UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB).
           COMPUTE W-HUNT-CHARGES = W-ACCOUNT-CHARGES - W-HUNT-BASE.
           MOVE W-HUNT-CHARGES TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    HUNT GROUP SUBTOTAL " DELIMITED BY SIZE
               W-SHOW-CHARGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
       BILL-ONE-HUNT-GROUP-EXIT.
           CONTINUE.

       BILL-ONE-HUNT-MEMBER.
           IF W-HH-MEMBER-HELD(W-HG-SUB, W-HG-MSUB) = 'Y' THEN
               MOVE W-HG-MEMBER(W-HG-SUB, W-HG-MSUB)
                   TO W-CURRENT-PHONE
               PERFORM PRINT-ONE-PHONE
           END-IF.

           MOVE 2 TO W-DIRECTION.
           PERFORM STREAM-ONE-DIRECTION.
           PERFORM BILL-FEATURE-SUBS.
           IF W-WHOLESALE-LINE THEN
               PERFORM APPLY-RESALE-DISCOUNT
           END-IF.
           MOVE W-PHONE-CHARGES TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    PHONE CHARGES " DELIMITED BY SIZE
           PERFORM BILL-ONE-FEATURE-SUB
               VARYING W-FSUB-SUB FROM 1 BY 1
               UNTIL W-FSUB-SUB > W-FSUB-COUNT.
           PERFORM BILL-LISTING-CHARGE THRU BILL-LISTING-CHARGE-EXIT.
           PERFORM BILL-ZONE-CHARGE THRU BILL-ZONE-CHARGE-EXIT.

      *    the tariffed monthly charge for a non-listed or
      *    non-published number (DL100_UNLISTED_RATE cents,
       BILL-LISTING-CHARGE-EXIT.
           CONTINUE.

      *    the zone increment for a line whose exchange sits in a
      *    rate center outside the base rate area, from the zone-
      *    charge table; billed like the features, at the line's
      *    state on the day the cycle runs, which is why a move
      *    order prorates the difference when it changes zones
       BILL-ZONE-CHARGE.
           MOVE W-CURRENT-PHONE(6:6) TO W-ZONE-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-ZONE-EXCHANGE, W-ZONE-INDEX,
               W-ZONE-RATE-CENTER, W-ZONE-LATA.
           IF W-ZONE-INDEX = 0 THEN
               GO TO BILL-ZONE-CHARGE-EXIT.
           CALL 'GET-ZONE-CHARGE' USING W-ZONE-RATE-CENTER,
               W-ZONE-MONTHLY, W-ZONE-FILENAME.
           IF W-ZONE-MONTHLY = 0 THEN
               GO TO BILL-ZONE-CHARGE-EXIT.
           ADD W-ZONE-MONTHLY TO W-PHONE-CHARGES,
               W-ACCOUNT-CHARGES.
           MOVE W-ZONE-MONTHLY TO W-SHOW-FSUB-RATE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    ZONE CHARGE " DELIMITED BY SIZE
               W-ZONE-RATE-CENTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-FSUB-RATE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
       BILL-ZONE-CHARGE-EXIT.
           CONTINUE.

       BILL-ONE-FEATURE-SUB.
           IF W-FSUB-EFFECTIVE(W-FSUB-SUB) <= W-RUN-DATE THEN
               ADD W-FSUB-RATE(W-FSUB-SUB) TO W-PHONE-CHARGES,
                   W-ACCOUNT-CHARGES
               ADD 1 TO W-MU-FEATURES
               ADD W-FSUB-RATE(W-FSUB-SUB) TO W-MU-FEATURE-DOLLARS
               MOVE W-FSUB-RATE(W-FSUB-SUB) TO W-SHOW-FSUB-RATE
               MOVE SPACES TO PRINT-LINE
               STRING "    FEATURE " DELIMITED BY SIZE
               W-TRUNK-CODE.
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO PRINT-ONE-CALL-EXIT.
      *    a reassigned toll-free number's calls belong to whoever
      *    had it on the call date
           IF W-TOLL-FREE-USAGE THEN
               IF W-CALL-DATE < W-TF-ACTIVE-DATE(W-TF-SUB) OR
                       (W-TF-STATUS(W-TF-SUB) NOT = 'A' AND
                        W-CALL-DATE > W-TF-DISC-DATE(W-TF-SUB)) THEN
                   GO TO PRINT-ONE-CALL-EXIT
               END-IF
           END-IF.
           MOVE 0 TO W-CALL-CHARGE.
           MOVE 'N' TO W-IN-CIRCLE-SW.
           CALL 'GET-CALL-DISPUTE' USING
                   TO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
               GO TO PRINT-ONE-CALL-EXIT.
      *    collect, third-number and calling-card calls bill the
      *    accepting party's (or card account's) leg instead of the
      *    caller's
           CALL 'GET-CALL-BILLING' USING
               W-CHUNK-POSITION(W-CALL-ENTRY), W-BILL-DIRECTION,
               W-THIRD-NUMBER.
                       SET W-CHARGE-THIS-LEG TO TRUE
                   END-IF
               WHEN '3'
               WHEN '4'
                   IF W-AS-CALLEE AND
                           W-STMT-PHONE10 = W-THIRD-NUMBER THEN
                       SET W-CHARGE-THIS-LEG TO TRUE
               COMPUTE W-CALL-CHARGE = W-FEATURE-CENTS / 100
               ADD W-CALL-CHARGE TO W-PHONE-CHARGES,
                   W-ACCOUNT-CHARGES
           ELSE IF W-CHARGE-THIS-LEG AND W-TOLL-FREE-USAGE THEN
      *        toll-free minutes price off the number's own tariff
      *        rows and draw nothing from the plan's allowance
               CALL 'GET-RATED-USAGE' USING
                   W-CHUNK-POSITION(W-CALL-ENTRY),
                   W-TF-TARIFF(W-TF-SUB),
                   W-CALL-DATE, W-CALL-TIME, W-DURATION,
                   W-CALL-CHARGE
               ADD W-CALL-CHARGE TO W-PHONE-CHARGES,
                   W-ACCOUNT-CHARGES
           ELSE IF W-CHARGE-THIS-LEG THEN
      *        A mid-cycle plan change prorates here: each call is
      *        rated under the plan in force on its own call date.
                   W-BILL-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               PERFORM RATE-WITH-ALLOWANCE
               PERFORM CHECK-CIRCLE-DISCOUNT
      *        a calling-card call carries the plan's flat card
      *        surcharge on top, allowance or not
               IF W-BILL-DIRECTION = '4' THEN
                   CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                       W-CARD-SURCHARGE
                   ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
               END-IF
               ADD W-CALL-CHARGE TO W-PHONE-CHARGES,
                   W-ACCOUNT-CHARGES
           END-IF.
           IF W-CHARGE-THIS-LEG THEN
               ADD 1 TO W-CYCLE-CALLS
               ADD W-CALL-CHARGE TO W-CYCLE-USAGE
               PERFORM TALLY-MONTH-USAGE THRU TALLY-MONTH-USAGE-EXIT
           END-IF.
           ADD W-DURATION TO W-ACCOUNT-SECONDS.
           MOVE W-CALL-DATE TO DL-DATE.
           MOVE W-CALL-TIME TO DL-TIME.
       PRINT-ONE-CALL-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    USAGE SUMMARY -- each charged call lands in its distance
      *    class; an 011 dial is international whatever the switch
      *    graded it, and a class the exchange table couldn't grade
      *    rides with long distance, where it was priced.  Feature
      *    events and subscriptions go to the feature column.
      *----------------------------------------------------------------
       TALLY-MONTH-USAGE.
           IF W-RECORD-TYPE = 'F' THEN
               ADD 1 TO W-MU-FEATURES
               ADD W-CALL-CHARGE TO W-MU-FEATURE-DOLLARS
               GO TO TALLY-MONTH-USAGE-EXIT.
           IF W-CALLED-NUMBER(1:3) = '011' THEN
               MOVE 'I' TO W-DISTANCE-CLASS
           ELSE
               CALL 'GET-CALL-CLASS' USING
                   W-CHUNK-POSITION(W-CALL-ENTRY), W-DISTANCE-CLASS
           END-IF.
           EVALUATE W-DISTANCE-CLASS
               WHEN 'L'
                   MOVE 1 TO W-CLASS-SUB
               WHEN 'T'
                   MOVE 2 TO W-CLASS-SUB
               WHEN 'I'
                   MOVE 4 TO W-CLASS-SUB
               WHEN OTHER
                   MOVE 3 TO W-CLASS-SUB
           END-EVALUATE.
           ADD 1 TO W-MU-CALLS(W-CLASS-SUB).
           COMPUTE W-MU-MINUTES(W-CLASS-SUB) =
               W-MU-MINUTES(W-CLASS-SUB) + (W-DURATION + 59) / 60.
           ADD W-CALL-CHARGE TO W-MU-DOLLARS(W-CLASS-SUB).
       TALLY-MONTH-USAGE-EXIT.
           CONTINUE.

       POST-MONTH-USAGE.
           MOVE W-RUN-DATE(1:6) TO W-USAGE-MONTH.
           CALL 'POST-USAGE-SUMMARY' USING W-POSITION, W-USAGE-MONTH,
               W-MONTH-USAGE.

      *    twelve months ending with this one, oldest first, each
      *    bar scaled against the highest month shown
       PRINT-USAGE-HISTORY.
           MOVE W-USAGE-MONTH TO W-HIST-MONTH.
           MOVE 0 TO W-HIST-HIGH.
           PERFORM LOAD-ONE-HISTORY-MONTH
               VARYING W-HIST-SUB FROM 12 BY -1
               UNTIL W-HIST-SUB < 1.
           MOVE SPACES TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "USAGE HISTORY - LAST 12 MONTHS" TO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM PRINT-ONE-HISTORY-MONTH
               VARYING W-HIST-SUB FROM 1 BY 1
               UNTIL W-HIST-SUB > 12.

       LOAD-ONE-HISTORY-MONTH.
           CALL 'GET-USAGE-SUMMARY' USING W-POSITION, W-HIST-MONTH,
               W-HIST-FOUND, W-HIST-USAGE.
           MOVE W-HIST-MONTH TO W-HY-MONTH(W-HIST-SUB).
           MOVE W-HIST-FOUND TO W-HY-FOUND(W-HIST-SUB).
           MOVE W-HU-TOTAL-DOLLARS TO W-HY-DOLLARS(W-HIST-SUB).
           IF W-HU-TOTAL-DOLLARS > W-HIST-HIGH THEN
               MOVE W-HU-TOTAL-DOLLARS TO W-HIST-HIGH
           END-IF.
           IF W-HIST-MM = 1 THEN
               SUBTRACT 1 FROM W-HIST-YYYY
               MOVE 12 TO W-HIST-MM
           ELSE
               SUBTRACT 1 FROM W-HIST-MM
           END-IF.

       PRINT-ONE-HISTORY-MONTH.
           MOVE W-HY-MONTH(W-HIST-SUB) TO W-SHOW-HIST-MONTH.
           MOVE SPACES TO PRINT-LINE.
           IF W-HY-FOUND(W-HIST-SUB) NOT = 'Y' THEN
               STRING "  " DELIMITED BY SIZE
                   W-SHOW-HIST-MONTH DELIMITED BY SIZE
                   "   NOT BILLED" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           ELSE
               MOVE W-HY-DOLLARS(W-HIST-SUB) TO W-SHOW-HIST-DOLLARS
               MOVE 0 TO W-BAR-LENGTH
               IF W-HIST-HIGH > 0 THEN
                   COMPUTE W-BAR-LENGTH ROUNDED =
                       W-HY-DOLLARS(W-HIST-SUB) * 30 / W-HIST-HIGH
               END-IF
               IF W-BAR-LENGTH = 0 AND W-HY-DOLLARS(W-HIST-SUB) > 0
                   MOVE 1 TO W-BAR-LENGTH
               END-IF
               STRING "  " DELIMITED BY SIZE
                   W-SHOW-HIST-MONTH DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   W-SHOW-HIST-DOLLARS DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   INTO PRINT-LINE
               IF W-BAR-LENGTH > 0 THEN
                   MOVE W-BAR-STARS(1:W-BAR-LENGTH)
                       TO PRINT-LINE(24:W-BAR-LENGTH)
               END-IF
               PERFORM PUT-STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    INCLUDED MINUTES -- the plan's per-cycle allowance absorbs
      *    rated minutes before per-minute charges start; a call that
                   W-CALL-TIME, W-OVERAGE-SECONDS, W-CALL-CHARGE
           ELSE
               ADD W-CALL-MINUTES TO W-OVERAGE-MINUTES
               CALL 'GET-RATED-USAGE' USING
                   W-CHUNK-POSITION(W-CALL-ENTRY), W-RATE-PLAN,
                   W-CALL-DATE, W-CALL-TIME, W-DURATION, W-CALL-CHARGE
           END-IF.
       RATE-WITH-ALLOWANCE-DONE.
           CONTINUE.
           PERFORM SET-LOCATION-ALLOWANCE.
           CALL 'GET-CALLING-CIRCLE' USING W-BILL-POS, W-CIRCLE-LIST.
           PERFORM STREAM-ACCOUNT-PHONES.
           PERFORM BILL-TOLL-FREE-NUMBERS.
           PERFORM BILL-EQUIPMENT-RENTALS.
           COMPUTE W-LOCATION-CHARGES =
               W-ACCOUNT-CHARGES - W-LOCATION-BASE.
           MOVE W-LOCATION-CHARGES TO W-SHOW-CHARGE.
       BILL-CHILD-LOCATIONS-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    WHOLESALE -- a reseller's end users bill on its invoice the
      *    way child locations do on a parent's: each under its own
      *    plan, allowance and circle, rated at retail, with the
      *    contract discount taken off line by line and a subtotal
      *    per end user.  Their rentals bill at the retail rate.
      *----------------------------------------------------------------
       BILL-RESELLER-LINES.
           IF NOT W-RESELLER-INVOICE THEN
               GO TO BILL-RESELLER-LINES-EXIT.
           PERFORM BILL-ONE-END-USER THRU BILL-ONE-END-USER-EXIT
               VARYING W-CHILD-POS FROM 2 BY 1
               UNTIL W-CHILD-POS > W-MASTER-FILE-SIZE.
       BILL-RESELLER-LINES-EXIT.
           CONTINUE.

       BILL-ONE-END-USER.
           CALL 'GET-WHOLESALE' USING W-CHILD-POS, W-WH-FOUND,
               W-WH-ROLE, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
               W-WH-RESELLER-POS, W-WH-SINCE-DATE.
           IF NOT W-WH-IS-END-USER OR
                   W-WH-RESELLER-POS NOT = W-POSITION THEN
               GO TO BILL-ONE-END-USER-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-CHILD-POS,
               W-CHILD-FOUND, W-CHILD-ACCOUNT, W-CHILD-NAME,
               W-CHILD-ADDRESS, W-CHILD-PLAN, W-CHILD-STATUS.
           IF NOT W-CHILD-ON-FILE THEN
               GO TO BILL-ONE-END-USER-EXIT.
           ADD 1 TO W-CYCLE-END-USERS.
           MOVE W-CHILD-ACCOUNT TO W-SHOW-CHILD-ACCT.
           MOVE SPACES TO PRINT-LINE.
           STRING "END USER " DELIMITED BY SIZE
               W-SHOW-CHILD-ACCT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-CHILD-NAME DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-ACCOUNT-CHARGES TO W-LOCATION-BASE.
           MOVE W-CHILD-POS TO W-BILL-POS.
           MOVE W-CHILD-PLAN TO W-BILL-PLAN.
           CALL 'GET-BILLED-THRU' USING W-CHILD-POS, W-BILLED-THRU.
           PERFORM SET-LOCATION-ALLOWANCE.
           CALL 'GET-CALLING-CIRCLE' USING W-BILL-POS, W-CIRCLE-LIST.
           SET W-WHOLESALE-LINE TO TRUE.
           PERFORM STREAM-ACCOUNT-PHONES.
           PERFORM BILL-TOLL-FREE-NUMBERS.
           MOVE 'N' TO W-WHOLESALE-LINE-SW.
           PERFORM BILL-EQUIPMENT-RENTALS.
           COMPUTE W-LOCATION-CHARGES =
               W-ACCOUNT-CHARGES - W-LOCATION-BASE.
           MOVE W-LOCATION-CHARGES TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    END USER SUBTOTAL " DELIMITED BY SIZE
               W-SHOW-CHARGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           CALL 'SET-BILLED-THRU' USING W-CHILD-POS,
               W-RUN-WATERMARK.
       BILL-ONE-END-USER-EXIT.
           CONTINUE.

      *    the line's retail charges print above; the discount comes
      *    off them and the line total that follows is wholesale
       APPLY-RESALE-DISCOUNT.
           COMPUTE W-RESALE-DISCOUNT ROUNDED =
               W-PHONE-CHARGES * W-RESALE-PCT / 100.
           IF W-RESALE-DISCOUNT > 0 THEN
               SUBTRACT W-RESALE-DISCOUNT FROM W-PHONE-CHARGES,
                   W-ACCOUNT-CHARGES
               ADD W-RESALE-DISCOUNT TO W-CYCLE-RESALE-DISC
               MOVE W-RESALE-PCT TO W-SHOW-RESALE-PCT
               COMPUTE W-SHOW-SIGNED = 0 - W-RESALE-DISCOUNT
               MOVE SPACES TO PRINT-LINE
               STRING "    WHOLESALE DISCOUNT " DELIMITED BY SIZE
                   W-SHOW-RESALE-PCT DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   W-SHOW-SIGNED DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

      *----------------------------------------------------------------
      *    TOLL-FREE -- each 8XX number the position being billed owns
      *    gets its own section: the calls indexed under the number
      *    as called party, which mediation stamped callee-billed,
      *    and a usage total.  The line it rings bills its own calls
      *    as usual under PHONE.
      *----------------------------------------------------------------
       BILL-TOLL-FREE-NUMBERS.
           PERFORM BILL-ONE-TOLL-FREE THRU BILL-ONE-TOLL-FREE-EXIT
               VARYING W-TF-SUB FROM 1 BY 1
               UNTIL W-TF-SUB > W-TOLL-FREE-COUNT.

       BILL-ONE-TOLL-FREE.
           IF W-TF-MASTER-POS(W-TF-SUB) NOT = W-BILL-POS THEN
               GO TO BILL-ONE-TOLL-FREE-EXIT.
           IF W-TF-STATUS(W-TF-SUB) NOT = 'A' AND
                   W-TF-DISC-DATE(W-TF-SUB) < W-TF-CUTOFF THEN
               GO TO BILL-ONE-TOLL-FREE-EXIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "TOLL-FREE NUMBER " DELIMITED BY SIZE
               W-TF-NUMBER(W-TF-SUB) DELIMITED BY SIZE
               "  RINGS " DELIMITED BY SIZE
               W-TF-TERM-PHONE(W-TF-SUB) DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-TF-NUMBER(W-TF-SUB) TO W-CURRENT-PHONE.
           MOVE 0 TO W-PHONE-CHARGES.
           SET W-TOLL-FREE-USAGE TO TRUE.
           MOVE 2 TO W-DIRECTION.
           PERFORM STREAM-ONE-DIRECTION.
           MOVE 'N' TO W-TOLL-FREE-SW.
           ADD W-PHONE-CHARGES TO W-CYCLE-TOLL-FREE.
           IF W-WHOLESALE-LINE THEN
               PERFORM APPLY-RESALE-DISCOUNT
           END-IF.
           MOVE W-PHONE-CHARGES TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    TOLL-FREE USAGE " DELIMITED BY SIZE
               W-SHOW-CHARGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
       BILL-ONE-TOLL-FREE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    RENTAL EQUIPMENT -- every unit on loan to the position being
      *    billed adds its model's monthly rental to the charges, so
      *    it is taxed with them; a seasonal suspend still has the
      *    gear and still pays for it.
      *----------------------------------------------------------------
       BILL-EQUIPMENT-RENTALS.
           MOVE 1 TO W-EQ-CURSOR.
           MOVE 'Y' TO W-EQ-NEXT-FOUND.
           PERFORM BILL-ONE-RENTAL UNTIL NOT W-NEXT-UNIT-FOUND.

       BILL-ONE-RENTAL.
           CALL 'NEXT-ACCOUNT-EQUIPMENT' USING W-BILL-POS,
               W-EQ-CURSOR, W-EQ-NEXT-FOUND.
           IF W-NEXT-UNIT-FOUND THEN
               CALL 'GET-EQUIPMENT' USING W-EQ-CURSOR, W-EQ-FOUND,
                   W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS,
                   W-EQ-MASTER-POS, W-EQ-LOAN-DATE, W-EQ-STATUS-DATE,
                   W-EQ-FEE-BILLED
               CALL 'GET-CPE-MODEL' USING W-EQ-MODEL, W-EM-FOUND,
                   W-EM-DESC, W-EM-RENT, W-EM-FEE
               ADD W-EM-RENT TO W-ACCOUNT-CHARGES, W-CYCLE-RENTAL,
                   W-ACCOUNT-RENTAL
               MOVE W-EM-RENT TO W-SHOW-FSUB-RATE
               MOVE SPACES TO PRINT-LINE
               STRING "EQUIPMENT RENTAL " DELIMITED BY SIZE
                   W-EQ-MODEL DELIMITED BY SIZE
                   " SERIAL " DELIMITED BY SIZE
                   W-EQ-SERIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   W-SHOW-FSUB-RATE DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

       PRINT-STATEMENT-TOTALS.
           DIVIDE W-ACCOUNT-SECONDS BY 60 GIVING W-ACCOUNT-MINUTES.
           ADD W-ACCOUNT-MINUTES TO W-CYCLE-MINUTES.
      *    RECEIVABLES -- previous balance and payments received come
      *    from the AR record; this month's charges are then posted to
      *    it and the period-payments accumulator reset, so the next
      *    statement starts a fresh period.  Between the two, every
      *    earlier item still open is listed so the customer can see
      *    which bills the balance is made of.
      *----------------------------------------------------------------
       PRINT-AR-SECTION.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-PREVIOUS-BALANCE,
           IF W-BUDGET-ON-FILE AND W-BUD-STATUS = 'E' THEN
               PERFORM PRINT-BUDGET-SECTION
               COMPUTE W-BILLED-TOTAL = W-BUD-MONTHLY + W-TAX-TOTAL
                   - W-LIFELINE-CREDIT - W-PROMO-CREDIT
           ELSE
               COMPUTE W-BILLED-TOTAL =
                   W-ACCOUNT-CHARGES + W-TAX-TOTAL - W-LIFELINE-CREDIT
                   - W-PROMO-CREDIT
           END-IF.
           COMPUTE W-AMOUNT-DUE =
               W-PREVIOUS-BALANCE + W-BILLED-TOTAL.
               W-SHOW-CHARGE DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE 0 TO W-OI-CURSOR.
           MOVE 'Y' TO W-OI-FOUND.
           PERFORM PRINT-ONE-OPEN-ITEM THRU PRINT-ONE-OPEN-ITEM-EXIT
               UNTIL NOT W-OI-ITEM-FOUND.
           PERFORM WRITE-EXTRACT-TOTAL.
           MOVE W-AMOUNT-DUE TO W-SHOW-SIGNED.
           MOVE SPACES TO PRINT-LINE.
               W-SHOW-SIGNED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-INVOICE-NUMBER TO W-AR-ITEM-REFERENCE.
           CALL 'POST-AR-ITEM' USING W-POSITION, W-BILLED-TOTAL,
               W-AR-ITEM-TYPE, W-AR-ITEM-REFERENCE, W-RUN-DATE,
               W-NEW-BALANCE.
           CALL 'RESET-AR-PERIOD' USING W-POSITION.

       PRINT-ONE-OPEN-ITEM.
           CALL 'NEXT-AR-ITEM' USING W-POSITION, W-OI-CURSOR,
               W-OI-FOUND, W-OI-TYPE, W-OI-REFERENCE, W-OI-DATE,
               W-OI-ORIGINAL, W-OI-OPEN, W-OI-CLOSED-DATE,
               W-OI-SOURCE-ITEM, W-OI-TARGET-ITEM.
           IF NOT W-OI-ITEM-FOUND OR W-OI-OPEN = 0 THEN
               GO TO PRINT-ONE-OPEN-ITEM-EXIT.
           EVALUATE TRUE
               WHEN W-OI-OPEN < 0
                   MOVE "UNAPPLIED CREDIT" TO W-OI-LABEL
               WHEN W-OI-INVOICE
                   MOVE "OPEN INVOICE    " TO W-OI-LABEL
               WHEN W-OI-LATE-FEE
                   MOVE "OPEN LATE FEE   " TO W-OI-LABEL
               WHEN W-OI-FORWARD
                   MOVE "OPEN BAL FORWARD" TO W-OI-LABEL
               WHEN OTHER
                   MOVE "OPEN CHARGE     " TO W-OI-LABEL
           END-EVALUATE.
           MOVE W-OI-REFERENCE TO W-SHOW-INVOICE.
           MOVE W-OI-OPEN TO W-SHOW-SIGNED.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               W-OI-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-INVOICE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-OI-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-SIGNED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
       PRINT-ONE-OPEN-ITEM-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    BUDGET BILLING -- the fixed amount bills, the actual rates
      *    alongside into the variance, and both print.
       PRINT-TAX-SECTION.
           CALL 'DERIVE-JURISDICTION' USING W-ADDRESS, W-JURIS-STATE.
           CALL 'COMPUTE-TAXES' USING W-JURIS-STATE,
               W-ACCOUNT-CHARGES, W-TAX-LIST, W-TAX-TOTAL,
               W-POSITION, W-RUN-DATE.
           PERFORM PRINT-ONE-TAX-LINE
               VARYING W-TAX-SUB FROM 1 BY 1
               UNTIL W-TAX-SUB > W-TAX-LIST-COUNT.
       PRINT-ONE-TAX-LINE.
           MOVE W-TAX-AMOUNT(W-TAX-SUB) TO W-SHOW-CHARGE.
           MOVE SPACES TO PRINT-LINE.
           IF W-TAX-WAS-EXEMPT(W-TAX-SUB) THEN
               STRING W-TAX-DESC(W-TAX-SUB) DELIMITED BY SIZE
                   "        EXEMPT" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING W-TAX-DESC(W-TAX-SUB) DELIMITED BY SIZE
                   W-SHOW-CHARGE DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.
      *    an exempt levy was never collected, so nothing is remitted
           IF NOT W-TAX-WAS-EXEMPT(W-TAX-SUB) THEN
               MOVE W-JURIS-STATE TO TR-STATE
               MOVE W-TAX-LEVY-CODE(W-TAX-SUB) TO TR-LEVY-CODE
               MOVE W-TAX-AMOUNT(W-TAX-SUB) TO TR-AMOUNT
               MOVE W-INVOICE-NUMBER TO TR-INVOICE-NUMBER
               MOVE W-RUN-DATE TO TR-INVOICE-DATE
               WRITE TAX-REMIT-REC
               ADD 1 TO W-LN-REMIT
           END-IF.

      *----------------------------------------------------------------
      *    LIFELINE -- the support credit prints as its own line and
      *    comes off what the customer owes; the credit row is the
      *    fund's IOU, so the revenue side of the invoice stays whole.
      *----------------------------------------------------------------
       APPLY-LIFELINE-CREDIT.
           MOVE 0 TO W-LIFELINE-CREDIT.
           CALL 'GET-LIFELINE' USING W-POSITION, W-LL-FOUND,
               W-LL-STATUS, W-LL-PROGRAM, W-LL-PROOF-DATE,
               W-LL-RECERT-DUE.
           IF NOT W-LIFELINE-ON-FILE OR W-LL-STATUS NOT = 'E' THEN
               GO TO APPLY-LIFELINE-CREDIT-EXIT.
           IF W-ACCOUNT-CHARGES = 0 THEN
               GO TO APPLY-LIFELINE-CREDIT-EXIT.
           IF W-LIFELINE-RATE > W-ACCOUNT-CHARGES THEN
               MOVE W-ACCOUNT-CHARGES TO W-LIFELINE-CREDIT
           ELSE
               MOVE W-LIFELINE-RATE TO W-LIFELINE-CREDIT
           END-IF.
           ADD W-LIFELINE-CREDIT TO W-CYCLE-LIFELINE.
           COMPUTE W-SHOW-SIGNED = 0 - W-LIFELINE-CREDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "LIFELINE ASSISTANCE CREDIT " DELIMITED BY SIZE
               W-SHOW-SIGNED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-RUN-DATE TO LC-INVOICE-DATE.
           MOVE W-INVOICE-NUMBER TO LC-INVOICE-NUMBER.
           MOVE W-POSITION TO LC-MASTER-POS.
           MOVE W-ACCOUNT TO LC-ACCOUNT-NUMBER.
           MOVE W-LL-PROGRAM TO LC-PROGRAM.
           MOVE W-LIFELINE-CREDIT TO LC-AMOUNT.
           WRITE LIFELINE-CREDIT-REC.
           ADD 1 TO W-LN-LIFELINE.
       APPLY-LIFELINE-CREDIT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    PROMOTION -- a running enrollment takes its credit and uses
      *    up one promised cycle whether or not there was anything to
      *    credit against; the offer was so many bills, not so many
      *    dollars.  The statement says how many cycles are left.
      *----------------------------------------------------------------
       APPLY-PROMO-CREDIT.
           MOVE 0 TO W-PROMO-CREDIT.
           CALL 'GET-PROMOTION' USING W-POSITION, W-PA-FOUND,
               W-PA-STATUS, W-PA-CODE, W-PA-ENROLL-DATE, W-PA-KIND,
               W-PA-AMOUNT, W-PA-PERCENT, W-PA-PROMISED, W-PA-GIVEN,
               W-PA-CREDITED.
           IF NOT W-PROMOTION-ON-FILE OR NOT W-PA-RUNNING THEN
               GO TO APPLY-PROMO-CREDIT-EXIT.
           COMPUTE W-PROMO-BASE = W-ACCOUNT-CHARGES - W-LIFELINE-CREDIT.
           IF W-PA-KIND = 'P' THEN
               COMPUTE W-PROMO-CREDIT ROUNDED =
                   W-PROMO-BASE * W-PA-PERCENT / 100
           ELSE
               MOVE W-PA-AMOUNT TO W-PROMO-CREDIT
           END-IF.
           IF W-PROMO-CREDIT > W-PROMO-BASE THEN
               MOVE W-PROMO-BASE TO W-PROMO-CREDIT
           END-IF.
           CALL 'SET-PROMOTION' USING L-PA-STATUS, W-POSITION,
               W-PA-ACTION, W-PA-CODE, W-PROMO-CREDIT.
           ADD 1 TO W-PA-GIVEN.
           COMPUTE W-PA-LEFT = W-PA-PROMISED - W-PA-GIVEN.
           ADD W-PROMO-CREDIT TO W-CYCLE-PROMO.
           COMPUTE W-SHOW-SIGNED = 0 - W-PROMO-CREDIT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PROMOTION " DELIMITED BY SIZE
               W-PA-CODE DELIMITED BY SIZE
               " CREDIT     " DELIMITED BY SIZE
               W-SHOW-SIGNED DELIMITED BY SIZE
               INTO PRINT-LINE.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF W-PA-LEFT = 0 THEN
               MOVE "    FINAL PROMOTIONAL CREDIT" TO PRINT-LINE
           ELSE
               STRING "    PROMO CYCLES REMAINING " DELIMITED BY SIZE
                   W-PA-LEFT DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           PERFORM PUT-STATEMENT-LINE.
           MOVE W-RUN-DATE TO PC-INVOICE-DATE.
           MOVE W-INVOICE-NUMBER TO PC-INVOICE-NUMBER.
           MOVE W-POSITION TO PC-MASTER-POS.
           MOVE W-ACCOUNT TO PC-ACCOUNT-NUMBER.
           MOVE W-PA-CODE TO PC-PROMO-CODE.
           MOVE W-PA-GIVEN TO PC-CYCLE.
           MOVE W-PROMO-CREDIT TO PC-AMOUNT.
           WRITE PROMO-CREDIT-REC.
           ADD 1 TO W-LN-PROMO.
       APPLY-PROMO-CREDIT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    EMPLOYEE CONCESSION -- each kind of charge the benefit
      *    covers comes off as its own line, and the total off the
      *    account's charges before the totals and taxes, so the
      *    employee is billed and taxed on what is actually owed.
      *    The row logged is the benefit's value for payroll.
      *----------------------------------------------------------------
       APPLY-CONCESSION.
           CALL 'GET-CONCESSION' USING W-POSITION, W-CN-FOUND,
               W-CN-STATUS, W-CN-EMPLOYEE-ID, W-CN-LOCAL-PCT,
               W-CN-TOLL-PCT, W-CN-EQUIP-PCT, W-CN-START-DATE,
               W-CN-END-DATE.
           IF NOT W-CONCESSION-ON-FILE THEN
               GO TO APPLY-CONCESSION-EXIT.
           IF W-CN-START-DATE > W-RUN-DATE THEN
               GO TO APPLY-CONCESSION-EXIT.
           IF W-CN-ENDED AND W-CN-END-DATE < W-RUN-DATE THEN
               GO TO APPLY-CONCESSION-EXIT.
           COMPUTE W-CN-TOLL-BASE = W-MU-DOLLARS(2) + W-MU-DOLLARS(3)
               + W-MU-DOLLARS(4).
           COMPUTE W-CN-LOCAL-BASE = W-ACCOUNT-CHARGES - W-CN-TOLL-BASE
               - W-ACCOUNT-RENTAL.
           IF W-CN-LOCAL-BASE < 0 THEN
               MOVE 0 TO W-CN-LOCAL-BASE
           END-IF.
           COMPUTE W-CN-LOCAL ROUNDED =
               W-CN-LOCAL-BASE * W-CN-LOCAL-PCT / 100.
           COMPUTE W-CN-TOLL ROUNDED =
               W-CN-TOLL-BASE * W-CN-TOLL-PCT / 100.
           COMPUTE W-CN-EQUIP ROUNDED =
               W-ACCOUNT-RENTAL * W-CN-EQUIP-PCT / 100.
           COMPUTE W-CN-TOTAL = W-CN-LOCAL + W-CN-TOLL + W-CN-EQUIP.
           IF W-CN-TOTAL = 0 THEN
               GO TO APPLY-CONCESSION-EXIT.
           MOVE "LOCAL SERVICE " TO W-CN-LABEL.
           MOVE W-CN-LOCAL-PCT TO W-CN-PCT.
           MOVE W-CN-LOCAL TO W-CN-AMOUNT.
           PERFORM PRINT-CONCESSION-LINE.
           MOVE "TOLL          " TO W-CN-LABEL.
           MOVE W-CN-TOLL-PCT TO W-CN-PCT.
           MOVE W-CN-TOLL TO W-CN-AMOUNT.
           PERFORM PRINT-CONCESSION-LINE.
           MOVE "EQUIPMENT     " TO W-CN-LABEL.
           MOVE W-CN-EQUIP-PCT TO W-CN-PCT.
           MOVE W-CN-EQUIP TO W-CN-AMOUNT.
           PERFORM PRINT-CONCESSION-LINE.
           SUBTRACT W-CN-TOTAL FROM W-ACCOUNT-CHARGES.
           ADD W-CN-TOTAL TO W-CYCLE-CONCESSION.
           MOVE W-RUN-DATE TO CC-INVOICE-DATE.
           MOVE W-INVOICE-NUMBER TO CC-INVOICE-NUMBER.
           MOVE W-POSITION TO CC-MASTER-POS.
           MOVE W-ACCOUNT TO CC-ACCOUNT-NUMBER.
           MOVE W-CN-EMPLOYEE-ID TO CC-EMPLOYEE-ID.
           MOVE W-CN-LOCAL TO CC-LOCAL-AMOUNT.
           MOVE W-CN-TOLL TO CC-TOLL-AMOUNT.
           MOVE W-CN-EQUIP TO CC-EQUIP-AMOUNT.
           MOVE W-CN-TOTAL TO CC-AMOUNT.
           WRITE CONCESSION-CREDIT-REC.
           ADD 1 TO W-LN-CONCESSION.
       APPLY-CONCESSION-EXIT.
           CONTINUE.

       PRINT-CONCESSION-LINE.
           IF W-CN-AMOUNT > 0 THEN
               MOVE W-CN-PCT TO W-SHOW-CN-PCT
               COMPUTE W-SHOW-SIGNED = 0 - W-CN-AMOUNT
               MOVE SPACES TO PRINT-LINE
               STRING "EMPLOYEE CONCESSION " DELIMITED BY SIZE
                   W-CN-LABEL DELIMITED BY SIZE
                   W-SHOW-CN-PCT DELIMITED BY SIZE
                   "% " DELIMITED BY SIZE
                   W-SHOW-SIGNED DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM PUT-STATEMENT-LINE
           END-IF.

       REGISTER-THIS-INVOICE.
           MOVE W-INVOICE-NUMBER TO IR-INVOICE-NUMBER.
           MOVE W-POSITION TO IR-MASTER-POS.
           MOVE W-ACCOUNT-CHARGES TO IR-AMOUNT.
           WRITE INVOICE-REGISTER-REC.
           ADD 1 TO W-LN-REGISTER.
           ADD 1 TO W-CYCLE-INVOICES.
           ADD W-ACCOUNT-CHARGES TO W-CYCLE-INVOICED.

      *----------------------------------------------------------------
      *    STATEMENT OUTPUT -- every line goes to the print file and,
      *    as rendered, to the permanent archive under the invoice
      *    being built, so a reprint is a copy and never a re-rate.
      *    The line is put into the account's language first, so
      *    the archive holds it as it was sent, language and all.
      *----------------------------------------------------------------
       PUT-STATEMENT-LINE.
           CALL 'TRANSLATE-PRINT-LINE' USING W-LANGUAGE, PRINT-LINE.
           MOVE W-INVOICE-NUMBER TO SA-INVOICE-NUMBER.
           SET SA-BODY-LINE TO TRUE.
           MOVE PRINT-LINE TO SA-LINE.
           MOVE W-LANGUAGE TO SA-LANGUAGE.
           WRITE STATEMENT-ARCHIVE-REC.
           ADD 1 TO W-LN-ARCHIVE.
           IF W-TO-PAPER THEN
               SET XR-DETAIL TO TRUE
               MOVE W-INVOICE-NUMBER TO XR-INVOICE
               MOVE PRINT-LINE TO XR-DATA
               WRITE STATEMENT-EXTRACT-REC
               ADD 1 TO W-LN-EXTRACT
               WRITE PRINT-LINE
           END-IF.
           IF W-TO-EBILL THEN
               MOVE W-ACCOUNT TO EB-ACCOUNT
               MOVE PRINT-LINE TO EB-LINE
               WRITE EBILL-REC
               ADD 1 TO W-LN-EBILL
           END-IF.
           IF W-TO-HOLD THEN
               WRITE HOLD-LINE FROM PRINT-LINE
               MOVE W-INVOICE-NUMBER TO EB-INVOICE
               MOVE W-ACCOUNT TO EB-ACCOUNT
               MOVE W-CONTACT-REF TO EB-LINE(1:30)
               MOVE W-LANGUAGE TO EB-LINE(31:1)
               WRITE EBILL-REC
               ADD 1 TO W-LN-EBILL
           END-IF.
           IF NOT W-TO-PAPER THEN
               GO TO WRITE-EXTRACT-HEADER-EXIT.
           MOVE SPACES TO STATEMENT-EXTRACT-REC.
           SET XR-HEADER TO TRUE.
           MOVE W-INVOICE-NUMBER TO XR-INVOICE.
           MOVE W-RUN-DATE TO XH-RUN-DATE.
           MOVE W-LANGUAGE TO XH-LANGUAGE.
           WRITE STATEMENT-EXTRACT-REC.
           ADD 1 TO W-LN-EXTRACT.
           MOVE SPACES TO STATEMENT-EXTRACT-REC.
           SET XR-ADDRESS TO TRUE.
           MOVE W-INVOICE-NUMBER TO XR-INVOICE.
           MOVE W-NAME TO XA-NAME.
           MOVE W-MAIL-ADDRESS TO XA-ADDRESS.
           WRITE STATEMENT-EXTRACT-REC.
           ADD 1 TO W-LN-EXTRACT.
       WRITE-EXTRACT-HEADER-EXIT.
           CONTINUE.

           MOVE W-INVOICE-NUMBER TO XR-INVOICE.
           MOVE W-AMOUNT-DUE TO XT-AMOUNT-DUE.
           WRITE STATEMENT-EXTRACT-REC.
           ADD 1 TO W-LN-EXTRACT.
           IF W-AMOUNT-DUE > 0 THEN
               ADD W-AMOUNT-DUE TO W-EXTRACT-DOLLARS
           END-IF.
           WRITE STATEMENT-EXTRACT-REC.

       PUT-STATEMENT-PAGE-TOP.
           CALL 'TRANSLATE-PRINT-LINE' USING W-LANGUAGE, PRINT-LINE.
           MOVE W-INVOICE-NUMBER TO SA-INVOICE-NUMBER.
           SET SA-PAGE-TOP TO TRUE.
           MOVE PRINT-LINE TO SA-LINE.
           MOVE W-LANGUAGE TO SA-LANGUAGE.
           WRITE STATEMENT-ARCHIVE-REC.
           ADD 1 TO W-LN-ARCHIVE.
           IF W-TO-PAPER THEN
               WRITE PRINT-LINE AFTER ADVANCING PAGE
           END-IF.
               MOVE W-ACCOUNT TO EB-ACCOUNT
               MOVE PRINT-LINE TO EB-LINE
               WRITE EBILL-REC
               ADD 1 TO W-LN-EBILL
           END-IF.
           IF W-TO-HOLD THEN
               WRITE HOLD-LINE FROM PRINT-LINE
