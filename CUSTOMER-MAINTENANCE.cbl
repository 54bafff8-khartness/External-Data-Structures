      *    ADD-CUSTOMER-NAME's own exact-match check, so a clerk sees
      *    any phonetically similar name already on file and can
      *    cancel the add rather than create a second account for the
      *    same person under a slightly different spelling.  Names
      *    are keyed through STANDARDIZE-NAME, so "O'Brien" and
      *    "OBRIEN" are the same key; a name change that only fixes
      *    punctuation, spacing, or case rewrites the master record
      *    and leaves the index alone.
      *    An account can carry up to five additional names -- a DBA,
      *    an alias, or an authorized user -- each keyed into the
      *    same name book pointing at the same master position, so a
      *    search on "Joe's Diner" or on the owner's own name lands
      *    on the account and says which name it matched.  An
      *    authorized user who knows the PIN clears CPNI
      *    authentication in the holder's place.
      *    Statements and letters go out in English or Spanish as the
      *    customer asks; the choice rides on the master record.
      *    An employee's own account carries the employee concession
      *    -- the percentage off local service, toll, and equipment --
      *    which a supervisor sets up and ends at separation, the
      *    account billing at retail from then on.
      *    Whether the customer lets us market to them off their CPNI,
      *    and whether they want no offers at all, is recorded with
      *    the date and the channel they told us through; campaign
      *    selection honours both.
      *    A business customer's hunt group -- the pilot number and
      *    the member lines in the order the switch hunts them, all
      *    lines on the one account -- is kept here, and the bill
      *    prints the members together under the pilot.
      *    Calling cards are issued here against an active account
      *    and one of its lines, with a PIN and a daily spend limit;
      *    a card can be cancelled or its limit changed, and a card
      *    the mediation run suspended for fraud goes back in service
      *    only on a supervisor's sign-on.
      *    Sales works prospects here: a prospect is entered with the
      *    service address, a contact and the selling agent, and is
      *    priced a quote -- plan off the plan master, features at
      *    the going rate in the subscription file, the connection
      *    charge from the one-time charge catalog, the deposit the
      *    expected credit class posts, and estimated taxes for the
      *    service address -- good for DL100_QUOTE_DAYS (default 30).
      *    QUOTE-LETTER-RUN prints the letter.  Accepting an open
      *    quote opens the account with the quoted plan, features and
      *    agent already filled in.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
                               VALUE 'S:\COBOL\CIRCLE.DAT'.
       01  W-NUMINV-PATH       PIC X(512)
                               VALUE 'S:\COBOL\NUMINV.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-ORDER-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\SVCORD.DAT'.
       01  W-ORDCTL-FILENAME   PIC X(512)
           88  W-DELIVERY-VALID    VALUE 'P' 'E' 'B'.
       01  W-CONTACT-REF       PIC X(30).

      *    Statement / letter language entry.
       01  W-LANGUAGE          PIC X.
           88  W-LANGUAGE-VALID    VALUE 'E' 'S'.

      *    Employee concession entry -- the employee, the percentage
      *    off each kind of charge, and the date it starts or ends.
       01  W-CONCESS-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CONCESS.DAT'.
       01  W-CN-CHOICE         PIC 9.
       01  W-CN-FOUND          PIC X.
           88  W-CONCESSION-ON-FILE VALUE 'Y'.
       01  W-CN-STATUS         PIC X.
           88  W-CN-ACTIVE         VALUE 'A'.
       01  W-CN-WANT           PIC X.
       01  W-CN-EMPLOYEE-ID    PIC X(9).
       01  W-CN-LOCAL-PCT      PIC 999.
       01  W-CN-TOLL-PCT       PIC 999.
       01  W-CN-EQUIP-PCT      PIC 999.
       01  W-CN-START-DATE     PIC 9(8).
       01  W-CN-END-DATE       PIC 9(8).
       01  W-CN-DATE           PIC 9(8).

      *    Usage alert limit entry -- the spending level the customer
      *    wants warned about before the bill arrives.
       01  W-USGALERT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\USGALERT.DAT'.
       01  W-ALERT-LIMIT       PIC 9(5)V99.
       01  W-ALERT-MARK        PIC 9(9) COMP.
       01  W-ALERT-LEVEL       PIC 9(3).
       01  W-SHOW-ALERT-LIMIT  PIC $$,$$9.99.
       01  L-ALERT-STATUS      PIC 9.
           88  ALERT-STATUS-OK     VALUE 0.

      *    Call-blocking entry -- per number, the categories the
      *    customer has told us they will not pay for.
       01  W-CALLBLK-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CALLBLK.DAT'.
       01  W-BLK-PHONE10       PIC 9(10).
       01  W-BLK-OPTIONS.
           05  W-BLK-INTL          PIC X.
           05  W-BLK-PAY-CALL      PIC X.
           05  W-BLK-COLLECT       PIC X.
       01  W-BLK-OLD-OPTIONS   PIC X(3).
       01  W-BLK-ANSWER        PIC X.
           88  W-BLK-VALID         VALUE 'Y' 'N'.

      *    Number search and reservation -- an available number found
      *    by NPA-NXX and digit/letter pattern, then held for an
      *    account or a sales prospect until a set date.
       01  W-NUMRSV-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NUMRSV.DAT'.
       01  W-RSV-NPANXX        PIC 9(6).
       01  W-RSV-MASK          PIC X(7).
       01  W-RSV-LIST.
           05  W-RSV-FOUND-COUNT   PIC 99 COMP.
           05  W-RSV-FOUND-NUMBER  PIC 9(10) OCCURS 20 TIMES.
       01  W-RSV-SUB           PIC 99 COMP.
       01  W-RSV-SHOW-SUB      PIC Z9.
       01  W-RSV-PICK          PIC 99.
       01  W-RSV-PHONE10       PIC 9(10).
       01  W-RSV-ACCOUNT       PIC 9(9).
       01  W-RSV-PROSPECT      PIC X(30).
       01  W-RSV-EXPIRES       PIC 9(8).
       01  W-RSV-HOLD-DAYS     PIC 9(3).
       01  W-RSV-DAY-INT       PIC 9(9) COMP.
       01  L-RSV-STATUS        PIC 9.
           88  RSV-STATUS-OK       VALUE 0.
           88  RSV-STATUS-NOT-FOUND VALUE 1.

      *    Changed-number intercepts -- what callers to a retired
      *    number hear until its reuse quarantine ends.  A choice made
      *    while the line still works waits, undated, for the night
      *    the number retires.
       01  W-INTERCEPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INTERCPT.DAT'.
       01  W-ICP-PHONE10       PIC 9(10).
       01  W-ICP-TREATMENT     PIC X.
           88  W-ICP-VALID         VALUE 'R' 'N' 'X'.
       01  W-ICP-NEW-PHONE10   PIC 9(10).
       01  W-ICP-EXPIRES       PIC 9(8).
       01  W-ICP-OLD-TREATMENT PIC X.
           88  W-ICP-STANDING      VALUE 'R' 'N' 'X'.
       01  W-ICP-OLD-NEW-PHONE PIC 9(10).
       01  W-ICP-OLD-EXPIRES   PIC 9(8).
       01  W-ICP-STAMP-DATE    PIC 9(8).
       01  W-ICP-QUARANTINE-DAYS PIC 9(5).
       01  W-ICP-DAY-INT       PIC 9(9) COMP.
       01  W-ICP-ANSWER        PIC X.
       01  W-ICP-LINE-POS      PIC 9(9) COMP.
       01  W-ICP-SHOW          PIC X(16).

      *    Regulatory complaints -- cases the PUC and the FCC forward
      *    with a date our answer is due.  Each step goes on the
      *    account's notes, and the tickler queue carries a reminder
      *    ahead of the due date.
       01  W-COMPLAINT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\COMPLAINT.DAT'.
       01  W-CMP-AGENCY        PIC X(3).
           88  W-CMP-AGENCY-VALID  VALUE 'PUC' 'FCC'.
       01  W-CMP-CASE          PIC X(12).
       01  W-CMP-FOUND         PIC X.
           88  W-CMP-ON-FILE       VALUE 'Y'.
       01  W-COMPLAINT.
           05  W-CM-AGENCY         PIC X(3).
           05  W-CM-CASE           PIC X(12).
           05  W-CM-MASTER-POS     PIC 9(9).
           05  W-CM-ACCOUNT        PIC 9(9).
           05  W-CM-RECEIVED       PIC 9(8).
           05  W-CM-DUE            PIC 9(8).
           05  W-CM-CATEGORY       PIC X.
               88  W-CM-CATEGORY-VALID VALUE 'B' 'S' 'L' 'P'.
           05  W-CM-STATUS         PIC X.
               88  W-CM-OPEN           VALUE 'O'.
               88  W-CM-RESPONDED      VALUE 'R'.
               88  W-CM-CLOSED         VALUE 'C'.
           05  W-CM-RESOLUTION     PIC X(40).
           05  W-CM-OPERATOR       PIC X(8).
       01  W-CMP-STEP          PIC X.
           88  W-CMP-STEP-VALID    VALUE 'R' 'C' 'E'.
       01  W-CMP-NEW-DUE       PIC 9(8).
       01  W-CMP-DUE-DAYS      PIC 9(3).
       01  W-CMP-LEAD-DAYS     PIC 9(3).
       01  W-CMP-DAY-INT       PIC 9(9) COMP.
       01  W-CMP-SHOW-CATEGORY PIC X(8).
       01  W-CMP-SHOW-STATUS   PIC X(9).
       01  W-CMP-TICKLER-TEXT  PIC X(60).

      *    Card payments -- the card on file is the processor's token
      *    (with the last four and expiry to name it by), never the
      *    card number.  One-time payments queue for the night's
      *    authorization file and post when settlement comes back.
       01  W-CARDFILE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CARDFILE.DAT'.
       01  W-CARDQUE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CARDQUE.DAT'.

      *    Cash or certified funds only -- set by the returned-check
      *    intake after repeated bounced checks, and set or lifted
      *    here by a supervisor.
       01  W-CASHONLY-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CASHONLY.DAT'.
       01  W-CSH-FLAG          PIC X.
           88  W-CSH-HELD          VALUE 'Y'.
       01  W-CSH-ANSWER        PIC X.
           88  W-CSH-YES           VALUE 'Y' 'y'.
           88  W-CSH-NO            VALUE 'N' 'n'.

      *    Marketing consent -- CPNI opt-in or opt-out with the date
      *    and channel, and the do-not-solicit flag.
       01  W-MKTCONS-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\MKTCONS.DAT'.
       01  W-MK-CONSENT        PIC X.
           88  W-MK-CONSENT-VALID  VALUE 'I' 'O'.
       01  W-MK-DATE           PIC 9(8).
       01  W-MK-CHANNEL        PIC X.
           88  W-MK-CHANNEL-VALID  VALUE 'P' 'M' 'W' 'S'.
       01  W-MK-DNS            PIC X.
           88  W-MK-DNS-VALID      VALUE 'Y' 'N'.
       01  W-MK-OLD-CONSENT    PIC X.
       01  W-MK-OLD-DNS        PIC X.

      *    Hunt groups -- held in the table OPEN-HUNT-GROUPS loads;
      *    SET-HUNT-GROUP rewrites the file whole on each change.
       01  W-HUNT-GROUP-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\HUNTGRP.DAT'.
       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.
       01  W-HG-SUB            PIC 9(4) COMP.
       01  W-HG-HIT            PIC 9(4) COMP.
       01  W-HG-SHOWN          PIC 9(4) COMP.
       01  W-HG-MSUB           PIC 99 COMP.
       01  W-HG-PILOT-ENTRY    PIC 9(10).
       01  W-HG-ENTRY          PIC 9(10).
       01  W-HG-OWNER-POS      PIC 9(9) COMP.
       01  W-HG-LIST.
           05  W-HG-LIST-COUNT     PIC 99 COMP.
           05  W-HG-LIST-MEMBER    PIC 9(10) OCCURS 20 TIMES.
       01  W-HG-CONFLICT-SW    PIC X.
           88  W-HG-CONFLICT       VALUE 'Y'.

      *    Calling cards -- held in the table OPEN-CALLING-CARDS
      *    loads; SET-CALLING-CARD rewrites the file whole.
       01  W-CALLING-CARD-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CALLCARD.DAT'.
       01  W-CALLING-CARD-TABLE EXTERNAL.
           05  W-CALLING-CARD-COUNT PIC 9(4) COMP VALUE 0.
           05  W-CALLING-CARD-ENTRY OCCURS 1000 TIMES.
               10  W-CC-CARD-NUMBER    PIC 9(10).
               10  W-CC-PIN            PIC 9(4).
               10  W-CC-MASTER-POS     PIC 9(9).
               10  W-CC-BILL-PHONE     PIC 9(10).
               10  W-CC-STATUS         PIC X.
               10  W-CC-DAILY-LIMIT    PIC 9(5)V99.
               10  W-CC-ISSUE-DATE     PIC 9(8).
               10  W-CC-STAMP-DATE     PIC 9(8).
       01  W-CARD-SUB          PIC 9(4) COMP.
       01  W-CARD-HIT          PIC 9(4) COMP.
       01  W-CARD-SHOWN        PIC 9(4) COMP.
       01  W-CARD-ENTRY        PIC 9(10).
       01  W-CARD-PIN          PIC 9(4).
       01  W-CARD-PHONE        PIC 9(10).
       01  W-CARD-OWNER-POS    PIC 9(9) COMP.
       01  W-CARD-STATUS       PIC X.
       01  W-CARD-LIMIT        PIC 9(5)V99.
       01  W-CARD-DEFAULT-LIMIT PIC 9(5)V99 VALUE 100.00.
       01  W-CARD-ACTION       PIC X.
       01  W-CARD-SHOW-LIMIT   PIC ZZ,ZZ9.99.

      *    Prospects and quotes -- held in the tables OPEN-PROSPECTS
      *    and OPEN-QUOTES load; SET-PROSPECT and SET-QUOTE rewrite
      *    each file whole.
       01  W-PROSPECT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROSPECT.DAT'.
       01  W-QUOTE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\QUOTE.DAT'.
       01  W-TAX-FILENAME      PIC X(512)
                               VALUE 'S:\COBOL\TAXTABLE.DAT'.
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
       01  W-PQ-PROSPECT.
           05  W-PQP-PROSPECT-ID   PIC 9(6).
           05  W-PQP-NAME          PIC X(30).
           05  W-PQP-ADDRESS       PIC X(40).
           05  W-PQP-CONTACT       PIC X(30).
           05  W-PQP-CONTACT-PHONE PIC 9(10).
           05  W-PQP-AGENT-CODE    PIC X(4).
           05  W-PQP-ENTERED-DATE  PIC 9(8).
           05  W-PQP-MASTER-POS    PIC 9(9).
       01  W-PQ-QUOTE.
           05  W-PQQ-QUOTE-ID       PIC 9(6).
           05  W-PQQ-PROSPECT-ID    PIC 9(6).
           05  W-PQQ-AGENT-CODE     PIC X(4).
           05  W-PQQ-PLAN           PIC X(4).
           05  W-PQQ-CREDIT-CLASS   PIC X.
           05  W-PQQ-FEATURE-COUNT  PIC 9.
           05  W-PQQ-FEATURE        OCCURS 5 TIMES.
               10  W-PQQ-FEATURE-CODE   PIC X(4).
               10  W-PQQ-FEATURE-RATE   PIC 9(5)V99.
           05  W-PQQ-INSTALL        PIC 9(5)V99.
           05  W-PQQ-DEPOSIT        PIC 9(5)V99.
           05  W-PQQ-MONTHLY        PIC 9(5)V99.
           05  W-PQQ-TAX            PIC 9(7)V99.
           05  W-PQQ-QUOTE-DATE     PIC 9(8).
           05  W-PQQ-EXPIRY-DATE    PIC 9(8).
           05  W-PQQ-STATUS         PIC X.
           05  W-PQQ-CLOSE-DATE     PIC 9(8).
           05  W-PQQ-MASTER-POS     PIC 9(9).
       01  W-PQ-CHOICE         PIC 9.
       01  W-PQ-SUB            PIC 9(4) COMP.
       01  W-PQ-HIT            PIC 9(4) COMP.
       01  W-PQ-QHIT           PIC 9(4) COMP.
       01  W-PQ-SHOWN          PIC 9(4) COMP.
       01  W-PQ-FSUB           PIC 9 COMP.
       01  W-PQ-PROSPECT-ID    PIC 9(6).
       01  W-PQ-QUOTE-ID       PIC 9(6).
       01  W-PQ-QUOTE-DAYS     PIC 9(3).
       01  W-PQ-SET-STATUS     PIC 9.
       01  W-PQ-FEATURE-CODE   PIC X(4).
       01  W-PQ-FEATURE-FOUND  PIC X.
       01  W-PQ-FEATURE-RATE   PIC 9(5)V99.
       01  W-PQ-OTC-STATUS     PIC 9.
       01  W-PQ-TAXABLE        PIC 9(9)V99.
       01  W-PQ-TAX-LIST.
           02  W-PQ-TAX-COUNT      PIC 999 COMP.
           02  W-PQ-TAX-ITEM       OCCURS 10 TIMES.
               05  W-PQ-TAX-LEVY       PIC X(4).
               05  W-PQ-TAX-DESC       PIC X(20).
               05  W-PQ-TAX-AMOUNT     PIC 9(7)V99.
               05  W-PQ-TAX-EXEMPT     PIC X.
       01  W-PQ-TAX-TOTAL      PIC 9(9)V99.
      *    a prospect has no master position, so no exemption
       01  W-PQ-NO-POSITION    PIC 9(9) COMP VALUE 0.
       01  W-PQ-STANDING       PIC X(7).
       01  W-PQ-SHOW-AMOUNT    PIC $$,$$9.99.
       01  W-PQ-SHOW-TAX       PIC $$$,$$9.99.
       01  W-CRD-TOKEN         PIC X(24).
       01  W-CRD-LAST-FOUR     PIC X(4).
       01  W-CRD-EXPIRES       PIC 9(6).
       01  W-CRD-AUTOPAY       PIC X.
           88  W-CRD-ON-AUTOPAY    VALUE 'Y'.
           88  W-CRD-RETURNED      VALUE 'R'.
       01  W-CRD-ACTION        PIC X.
           88  W-CRD-CHANGE-CARD   VALUE 'C' 'c'.
           88  W-CRD-SET-AUTOPAY   VALUE 'A' 'a'.
           88  W-CRD-ONE-TIME      VALUE 'P' 'p'.
           88  W-CRD-REMOVE-CARD   VALUE 'R' 'r'.
       01  W-CRD-ANSWER        PIC X.
           88  W-CRD-YES           VALUE 'Y' 'y'.
       01  W-CRD-AMOUNT        PIC 9(7)V99.
       01  W-CRD-PAY-TOKEN     PIC X(24).
       01  W-CRD-MONTH         PIC 9(6).
       01  W-CRD-BALANCE       PIC S9(9)V99.
       01  W-CRD-PERIOD-PAY    PIC 9(9)V99.
       01  W-CRD-BANK-AUTOPAY  PIC X.
           88  W-CRD-BANK-ENROLLED VALUE 'Y'.
       01  W-CRD-BANK-ROUTING  PIC 9(9).
       01  W-CRD-BANK-ACCOUNT  PIC X(17).
       01  W-CRD-SHOW-AMOUNT   PIC $$$,$$$,$$9.99.

      *    CPNI authentication -- the customer proves the PIN (or
      *    an internal bypass reason is keyed) before call history,
      *    phone lists, or payment detail displays, and every
       01  W-CPNI-BYPASS       PIC X(4).
       01  W-CPNI-DISCLOSED    PIC X(12).
       01  L-PIN-STATUS        PIC 9.
       01  W-CPNI-CALLER       PIC X(30).
       01  W-CPNI-FOUND        PIC X.
           88  W-CPNI-HOLDER-ON-FILE VALUE 'Y'.
       01  W-CPNI-ACCOUNT      PIC 9(9) COMP.
       01  W-CPNI-HOLDER       PIC X(30).
       01  W-CPNI-CALLER-KEY   PIC X(30).
       01  W-CPNI-HOLDER-KEY   PIC X(30).
       01  W-CPNI-ADDRESS      PIC X(40).
       01  W-CPNI-PLAN         PIC X(4).
       01  W-CPNI-STATUS       PIC X.

      *    Additional names -- DBA, alias, or authorized user, each
      *    its own key in the branch's name book.
       01  W-ALTNAME-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\ALTNAME.DAT'.
       01  W-ALT-LIST.
           05  W-ALT-COUNT     PIC 9.
           05  W-ALT-ENTRY OCCURS 5 TIMES.
               10  W-ALT-NAME      PIC X(30).
               10  W-ALT-TYPE      PIC X.
               10  W-ALT-BRANCH    PIC X(2).
       01  W-ALT-SUB           PIC 9 COMP.
       01  W-ALT-HIT           PIC 9 COMP.
       01  W-ALT-CHOICE        PIC 9.
       01  W-ALT-KEY-NAME      PIC X(30).
       01  W-ALT-MATCH-KEY     PIC X(30).
       01  W-ALT-LIST-KEY      PIC X(30).
       01  W-ALT-KEY-TYPE      PIC X.
           88  W-ALT-DBA           VALUE 'D'.
           88  W-ALT-ALIAS         VALUE 'A'.
           88  W-ALT-AUTH-USER     VALUE 'U'.
           88  W-ALT-TYPE-VALID    VALUE 'D' 'A' 'U'.
       01  W-ALT-KIND          PIC X(15).
       01  W-ALT-NO-TYPE       PIC X VALUE SPACE.

      *    Distinct billing address entry -- the service address
      *    in CM-ADDRESS stays authoritative for E911.
       01  L-OTC-STATUS        PIC 9.
           88  OTC-STATUS-OK       VALUE 0.
       01  W-BRANCH-CODE       PIC X(2).
       01  L-BRANCH-STATUS     PIC 9.

       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.
       01  W-DSP-RESOLUTION    PIC X.
           88  W-DSP-RELEASE       VALUE 'R' 'r'.
           88  W-DSP-WRITE-OFF     VALUE 'W' 'w'.
       01  W-DSP-RERATE-REASON PIC X VALUE 'D'.
       01  W-DSP-OPERATOR      PIC X(8).
       01  W-DSP-REASON        PIC X(40).
       01  W-DSP-FLAG          PIC X.
       01  W-JOURNAL-PLAN-OP   PIC X(15) VALUE 'PLAN-CHANGE'.
       01  W-NEW-NAME          PIC X(30).
       01  W-OLD-NAME          PIC X(30).
       01  W-NEW-NAME-KEY      PIC X(30).
       01  W-OLD-NAME-KEY      PIC X(30).
       01  W-RESTORED-COUNT    PIC 999 COMP.
       01  W-SUS-CHOICE        PIC 9.
       01  W-RESTORE-DATE      PIC 9(8).
       01  W-SO-EFFECTIVE      PIC 9(8).
       01  W-SO-ORDER          PIC 9(9).

      *    Move orders.  Whether the number can follow the customer
      *    is settled at entry against the LERG rate-center table,
      *    loaded the first time a move is keyed in the session.
       01  W-NPANXX-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NPANXX.DAT'.
       01  W-NPANXX-SW         PIC X VALUE 'N'.
           88  W-NPANXX-LOADED     VALUE 'Y'.
       01  W-MOVE-EXCHANGE     PIC 9(6).
       01  W-MOVE-NX-INDEX     PIC 9(5) COMP.
       01  W-MOVE-OLD-CENTER   PIC X(10).
       01  W-MOVE-NEW-CENTER   PIC X(10).
       01  W-MOVE-LATA         PIC 9(3).
       01  W-MOVE-PHONE-POS    PIC 9(9) COMP.
       01  W-MOVE-OK           PIC X.
           88  W-MOVE-CLEARED      VALUE 'Y'.

      *    Install appointments.  Adds and moves need a technician,
      *    so the order desk books one from the exchange's open AM/PM
      *    slots -- technician capacity less what is already booked --
      *    in the week from the effective date.
       01  W-APPOINT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\APPOINT.DAT'.
       01  W-TECHCAP-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\TECHCAP.DAT'.
       01  W-APPT-EXCHANGE     PIC 9(6).
       01  W-APPT-DATE         PIC 9(8).
       01  W-APPT-WINDOW       PIC X.
           88  W-APPT-WINDOW-VALID VALUE 'A' 'P'.
       01  W-APPT-EVENT        PIC X VALUE 'B'.
       01  W-APPT-PHONE10      PIC 9(10).
       01  W-APPT-ACCOUNT      PIC 9(9).
       01  W-APPT-AM-OPEN      PIC 99.
       01  W-APPT-PM-OPEN      PIC 99.
       01  W-APPT-DAY          PIC 9.
       01  W-APPT-DAY-INT      PIC 9(9) COMP.
       01  W-APPT-FIRST-INT    PIC 9(9) COMP.
       01  W-APPT-DAYS-OPEN    PIC 9 COMP.
       01  W-APPT-OK           PIC X.
           88  W-APPT-BOOKED       VALUE 'Y'.

      *    Offline capture.  While the nightly jobs hold the live
      *    files, the screens can't open them -- instead intended
      *    transactions queue on the pending-transaction file (the
           88  W-INQ-WANT-MORE     VALUE 'Y' 'y'.
       01  W-INQ-STOP-SW       PIC X.
           88  W-INQ-STOPPED       VALUE 'Y'.

      *    Account activity timeline, newest first.
       01  W-TL-FILTER         PIC X(4).
       01  W-TL-SUB            PIC 9(4) COMP.
       01  W-TL-SHOW-AMOUNT    PIC -(8)9.99.
       01  W-TIMELINE.
           05  W-TL-COUNT      PIC 9(4) COMP.
           05  W-TL-DROPPED    PIC 9(9) COMP.
           05  W-TL-ENTRY OCCURS 500 TIMES.
               10  W-TL-WHEN.
                   15  W-TL-DATE       PIC 9(8).
                   15  W-TL-TIME       PIC 9(6).
               10  W-TL-TYPE       PIC X(4).
               10  W-TL-HAS-AMOUNT PIC X.
               10  W-TL-AMOUNT     PIC S9(9)V99.
               10  W-TL-OPERATOR   PIC X(8).
               10  W-TL-TEXT       PIC X(40).
       01  W-OPERATOR-LEVEL    PIC 9.
           88  W-SUPERVISOR-LEVEL  VALUE 2 3.
       01  W-DEP-CHOICE        PIC 9.
       01  W-SHOW-BUD          PIC $$$,$$9.99.
       01  W-SHOW-BUD-VAR      PIC $$$,$$$,$$9.99CR.

      *    Lifeline eligibility entry.  The qualifying program and
      *    the date proof was seen; recertification falls due a
      *    year from the proof.
       01  W-LIFELINE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\LIFELINE.DAT'.
       01  W-LL-CHOICE         PIC 9.
       01  W-LL-FOUND          PIC X.
           88  W-LIFELINE-ON-FILE  VALUE 'Y'.
       01  W-LL-STATUS         PIC X.
       01  W-LL-WANT           PIC X.
       01  W-LL-PROGRAM        PIC X(4).
           88  W-LL-PROGRAM-VALID  VALUE 'SNAP' 'MCAD' 'SSI '
                                         'FPHA' 'VPEN' 'TRIB'
                                         'INCM'.
       01  W-LL-PROOF-DATE     PIC 9(8).
       01  W-LL-RECERT-DUE     PIC 9(8).

      *    Tax-exemption certificate entry.  Which levies the
      *    certificate waives, and the dates it is in force.
       01  W-TAXEXEMPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\TAXEXMPT.DAT'.
       01  W-TE-CHOICE         PIC 9.
       01  W-TE-FOUND          PIC X.
           88  W-CERT-ON-FILE      VALUE 'Y'.
       01  W-TE-CERT-NUMBER    PIC X(15).
       01  W-TE-STATE          PIC X.
           88  W-TE-STATE-VALID    VALUE 'Y' 'N'.
       01  W-TE-FEDERAL        PIC X.
           88  W-TE-FEDERAL-VALID  VALUE 'Y' 'N'.
       01  W-TE-E911           PIC X.
           88  W-TE-E911-VALID     VALUE 'Y' 'N'.
       01  W-TE-EFFECTIVE      PIC 9(8).
       01  W-TE-EXPIRY         PIC 9(8).

      *    Presubscribed long-distance carrier per line.  A freeze
      *    only stops carrier-initiated changes; the customer on the
      *    phone with us can still change carriers.
       01  W-PICLOG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\PICLOG.DAT'.
       01  W-PICNOTE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PICNOTE.DAT'.
       01  W-PIC-CHOICE        PIC 9.
       01  W-PIC-PHONE10       PIC 9(10).
       01  W-PIC-CARRIER       PIC X(4).
       01  W-PIC-NEW-CARRIER   PIC X(4).
       01  W-PIC-FREEZE        PIC X.
           88  W-PIC-FROZEN        VALUE 'Y'.
       01  W-PIC-SOURCE        PIC X.
       01  W-PIC-EFFECTIVE     PIC 9(8).

      *    Caller-ID name privacy per line.
       01  W-PRIVACY-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CNAMPRIV.DAT'.
       01  W-NPV-PHONE10       PIC 9(10).
       01  W-NPV-PRIVATE       PIC X.
           88  W-NPV-VALID         VALUE 'Y' 'N'.

      *    Term contract entry.  12, 24 or 36 months on a committed
      *    plan; leaving early costs the flat fee plus so much per
      *    month left to run.
       01  W-CONTRACT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CONTRACT.DAT'.
       01  W-CT-CHOICE         PIC 9.
       01  W-CT-FOUND          PIC X.
           88  W-CONTRACT-ON-FILE  VALUE 'Y'.
       01  W-CT-STATUS         PIC X.
       01  W-CT-ACTION         PIC X.
       01  W-CT-TERM           PIC 99.
           88  W-CT-TERM-VALID     VALUE 12 24 36.
       01  W-CT-START          PIC 9(8).
       01  W-CT-END            PIC 9(8).
       01  W-CT-PLAN           PIC X(4).
       01  W-CT-ETF-FLAT       PIC 9(5)V99.
       01  W-CT-ETF-PER-MONTH  PIC 9(5)V99.
       01  W-CT-ETF-DUE        PIC 9(5)V99.
       01  W-SHOW-ETF          PIC $$$,$$9.99.

      *    Promotion code quoted at sign-up, checked against the
      *    promotion master and enrolled once the add goes through.
       01  W-PROMO-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PROMOMST.DAT'.
       01  W-PROMO-ACCT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROMOACT.DAT'.
       01  W-PROMO-CODE        PIC X(6).
       01  W-PROMO-RESULT      PIC X.
           88  W-PROMO-VALID       VALUE 'Y'.
           88  W-PROMO-UNKNOWN     VALUE 'U'.
           88  W-PROMO-OUT-OF-WINDOW VALUE 'W'.
           88  W-PROMO-WRONG-PLAN  VALUE 'P'.
       01  W-PROMO-ACTION      PIC X VALUE 'E'.
       01  W-PROMO-NO-CREDIT   PIC 9(5)V99 VALUE 0.
       01  L-PROMO-STATUS      PIC 9.
           88  PROMO-STATUS-OK     VALUE 0.
       01  W-PA-FOUND          PIC X.
           88  W-PROMOTION-ON-FILE VALUE 'Y'.
       01  W-PA-STATUS         PIC X.
       01  W-PA-CODE           PIC X(6).
       01  W-PA-ENROLL-DATE    PIC 9(8).
       01  W-PA-KIND           PIC X.
       01  W-PA-AMOUNT         PIC 9(5)V99.
       01  W-PA-PERCENT        PIC 999.
       01  W-PA-PROMISED       PIC 99.
       01  W-PA-GIVEN          PIC 99.
       01  W-PA-CREDITED       PIC 9(7)V99.

      *    Rental equipment lent out and taken back at the counter.
       01  W-CPEMODEL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CPEMODEL.DAT'.
       01  W-EQUIP-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\EQUIPINV.DAT'.
       01  W-EQ-CHOICE         PIC 9.
       01  W-EQ-ACTION         PIC X.
       01  W-EQ-POS            PIC 9(9) COMP.
       01  W-EQ-CURSOR         PIC 9(9) COMP.
       01  W-EQ-COUNT          PIC 999 COMP.
       01  W-EQ-HOLDER         PIC 9(9) COMP.
       01  W-EQ-FOUND          PIC X.
           88  W-UNIT-ON-FILE      VALUE 'Y'.
       01  W-EQ-NEXT-FOUND     PIC X.
           88  W-NEXT-UNIT-FOUND   VALUE 'Y'.
       01  W-EQ-SERIAL         PIC X(15).
       01  W-EQ-MODEL          PIC X(6).
       01  W-EQ-STATUS         PIC X.
       01  W-EQ-MASTER-POS     PIC 9(9).
       01  W-EQ-LOAN-DATE      PIC 9(8).
       01  W-EQ-STATUS-DATE    PIC 9(8).
       01  W-EQ-FEE-BILLED     PIC X.
       01  W-EM-FOUND          PIC X.
       01  W-EM-DESC           PIC X(30).
       01  W-EM-RENT           PIC 9(3)V99.
       01  W-EM-FEE            PIC 9(5)V99.
       01  W-SHOW-RENT         PIC $$$9.99.

      *    Reseller accounts and the end users billed through them.
       01  W-WHOLESALE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\WHOLESAL.DAT'.
       01  W-RATED-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-WH-CHOICE         PIC 9.
       01  W-WH-ACTION         PIC X.
       01  W-WH-FOUND          PIC X.
           88  W-WHOLESALE-ON-FILE VALUE 'Y'.
       01  W-WH-ROLE           PIC X.
           88  W-WH-IS-RESELLER    VALUE 'R'.
           88  W-WH-IS-END-USER    VALUE 'E'.
       01  W-WH-DISCOUNT-PCT   PIC 99V99.
       01  W-WH-CONTRACT-REF   PIC X(12).
       01  W-WH-RESELLER-POS   PIC 9(9).
       01  W-WH-SINCE-DATE     PIC 9(8).
       01  W-WH-RESELLER       PIC 9(9) COMP.
       01  W-WH-COUNT          PIC 9(5) COMP.
       01  W-WH-SCAN           PIC 9(9) COMP.
       01  W-WH-SCAN-FOUND     PIC X.
       01  W-WH-SCAN-ROLE      PIC X.
       01  W-WH-SCAN-PCT       PIC 99V99.
       01  W-WH-SCAN-REF       PIC X(12).
       01  W-WH-SCAN-RESELLER  PIC 9(9).
       01  W-WH-SCAN-SINCE     PIC 9(8).
       01  W-SHOW-PCT          PIC Z9.99.

      *    Per-line feature subscription entry.
       01  W-FEA-CHOICE        PIC 9.
       01  W-FEA-PHONE10       PIC 9(10).
           IF W-OFFLINE-MODE THEN
               PERFORM OFFLINE-CAPTURE-SESSION
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Branch code (blank for head office): "
               WITH NO ADVANCING.
           ACCEPT W-BRANCH-CODE.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.
           CALL 'OPEN-CIRCLES' USING W-CIRCLE-FILENAME.
           CALL 'OPEN-NUMBER-INVENTORY' USING W-NUMINV-PATH.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.
           CALL 'OPEN-ARRANGEMENTS' USING W-ARRANGE-FILENAME.
           CALL 'OPEN-WRITEOFFS' USING W-WRITEOFF-FILENAME.
           CALL 'OPEN-BUDGETS' USING W-BUDGET-FILENAME.
           CALL 'OPEN-FROZEN-AR' USING W-FROZEN-FILENAME.
           CALL 'OPEN-BILLING-ADDR' USING W-BILLADDR-FILENAME.
           CALL 'OPEN-LIFELINE' USING W-LIFELINE-FILENAME.
           CALL 'OPEN-CONCESSIONS' USING W-CONCESS-FILENAME.
           CALL 'OPEN-TAX-EXEMPT' USING W-TAXEXEMPT-FILENAME.
           CALL 'OPEN-CONTRACTS' USING W-CONTRACT-FILENAME.
           CALL 'OPEN-PROMO-TABLE' USING W-PROMO-FILENAME.
           CALL 'OPEN-PROMOTIONS' USING W-PROMO-ACCT-FILENAME.
           CALL 'OPEN-CPE-MODELS' USING W-CPEMODEL-FILENAME.
           CALL 'OPEN-EQUIPMENT' USING W-EQUIP-FILENAME.
           CALL 'OPEN-WHOLESALE' USING W-WHOLESALE-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-USAGE-ALERT' USING W-USGALERT-FILENAME.
           CALL 'OPEN-HUNT-GROUPS' USING W-HUNT-GROUP-FILENAME.
           CALL 'OPEN-CALLING-CARDS' USING W-CALLING-CARD-FILENAME.
           CALL 'OPEN-PROSPECTS' USING W-PROSPECT-FILENAME.
           CALL 'OPEN-QUOTES' USING W-QUOTE-FILENAME.
           CALL 'OPEN-TAX-TABLE' USING W-TAX-FILENAME.

           PERFORM SHOW-MENU UNTIL W-DONE.

           CALL 'CLOSE-USAGE-ALERT'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-WHOLESALE'.
           CALL 'CLOSE-EQUIPMENT'.
           CALL 'CLOSE-PROMOTIONS'.
           CALL 'CLOSE-CONTRACTS'.
           CALL 'CLOSE-TAX-EXEMPT'.
           CALL 'CLOSE-CONCESSIONS'.
           CALL 'CLOSE-LIFELINE'.
           CALL 'CLOSE-BILLING-ADDR'.
           CALL 'CLOSE-FROZEN-AR'.
           CALL 'CLOSE-BUDGETS'.
           CALL 'CLOSE-WRITEOFFS'.
           CALL 'CLOSE-ARRANGEMENTS'.
           CALL 'CLOSE-FACILITIES'.
           CALL 'CLOSE-NUMBER-INVENTORY'.
           CALL 'CLOSE-CIRCLES'.
           CALL 'CLOSE-DEPOSITS'.
           DISPLAY " 29. Account PIN reset".
           DISPLAY " 30. Bankruptcy hold".
           DISPLAY " 31. Billing address".
           DISPLAY " 32. Lifeline eligibility".
           DISPLAY " 33. Tax exemption certificate".
           DISPLAY " 34. Long-distance carrier (PIC)".
           DISPLAY " 35. Caller-ID name privacy".
           DISPLAY " 36. Term contract".
           DISPLAY " 37. Rental equipment".
           DISPLAY " 38. Wholesale reseller / end user".
           DISPLAY " 39. Account activity timeline".
           DISPLAY " 40. Usage alert limit".
           DISPLAY " 41. Call blocking".
           DISPLAY " 42. Number search / reservation".
           DISPLAY " 43. Changed-number intercept".
           DISPLAY " 44. Regulatory complaint".
           DISPLAY " 45. Card on file / card payment".
           DISPLAY " 46. Cash-only payment restriction".
           DISPLAY " 47. Additional names (DBA / alias / auth user)".
           DISPLAY " 48. Statement / letter language".
           DISPLAY " 49. Employee concession".
           DISPLAY " 50. Marketing consent (CPNI) / do-not-solicit".
           DISPLAY " 51. Hunt group (pilot and member lines)".
           DISPLAY " 52. Calling card (issue / cancel)".
           DISPLAY " 53. Prospect and price quote".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
               WHEN 31
                   PERFORM BILLING-ADDRESS
                       THRU BILLING-ADDRESS-EXIT
               WHEN 32
                   PERFORM LIFELINE-ELIGIBILITY
                       THRU LIFELINE-ELIGIBILITY-EXIT
               WHEN 33
                   PERFORM TAX-EXEMPTION
                       THRU TAX-EXEMPTION-EXIT
               WHEN 34
                   PERFORM LINE-CARRIER-PIC
                       THRU LINE-CARRIER-PIC-EXIT
               WHEN 35
                   PERFORM NAME-PRIVACY-ENTRY
                       THRU NAME-PRIVACY-ENTRY-EXIT
               WHEN 36
                   PERFORM TERM-CONTRACT
                       THRU TERM-CONTRACT-EXIT
               WHEN 37
                   PERFORM RENTAL-EQUIPMENT
                       THRU RENTAL-EQUIPMENT-EXIT
               WHEN 38
                   PERFORM WHOLESALE-ACCOUNT
                       THRU WHOLESALE-ACCOUNT-EXIT
               WHEN 39
                   PERFORM ACCOUNT-TIMELINE
                       THRU ACCOUNT-TIMELINE-EXIT
               WHEN 40
                   PERFORM USAGE-ALERT-LIMIT
                       THRU USAGE-ALERT-LIMIT-EXIT
               WHEN 41
                   PERFORM CALL-BLOCKING-ENTRY
                       THRU CALL-BLOCKING-ENTRY-EXIT
               WHEN 42
                   PERFORM NUMBER-RESERVATION-ENTRY
                       THRU NUMBER-RESERVATION-ENTRY-EXIT
               WHEN 43
                   PERFORM INTERCEPT-ENTRY
                       THRU INTERCEPT-ENTRY-EXIT
               WHEN 44
                   PERFORM COMPLAINT-ENTRY
                       THRU COMPLAINT-ENTRY-EXIT
               WHEN 45
                   PERFORM CARD-PAYMENT-ENTRY
                       THRU CARD-PAYMENT-ENTRY-EXIT
               WHEN 46
                   IF W-SUPERVISOR-LEVEL THEN
                       PERFORM CASH-ONLY-ENTRY
                           THRU CASH-ONLY-ENTRY-EXIT
                   ELSE
                       DISPLAY "  Cash-only changes need supervisor",
                           " sign-on."
                   END-IF
               WHEN 47
                   PERFORM ADDITIONAL-NAMES-ENTRY
                       THRU ADDITIONAL-NAMES-ENTRY-EXIT
               WHEN 48
                   PERFORM LANGUAGE-PREFERENCE
                       THRU LANGUAGE-PREFERENCE-EXIT
               WHEN 49
                   IF W-SUPERVISOR-LEVEL THEN
                       PERFORM CONCESSION-ENTRY
                           THRU CONCESSION-ENTRY-EXIT
                   ELSE
                       DISPLAY "  Employee concessions need",
                           " supervisor sign-on."
                   END-IF
               WHEN 50
                   PERFORM MARKETING-CONSENT-ENTRY
                       THRU MARKETING-CONSENT-ENTRY-EXIT
               WHEN 51
                   PERFORM HUNT-GROUP-ENTRY
                       THRU HUNT-GROUP-ENTRY-EXIT
               WHEN 52
                   PERFORM CALLING-CARD-ENTRY
                       THRU CALLING-CARD-ENTRY-EXIT
               WHEN 53
                   PERFORM PROSPECT-QUOTE-ENTRY
                       THRU PROSPECT-QUOTE-ENTRY-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
           IF NOT PLAN-VALID THEN
               DISPLAY "  Not a plan on the plan master."
               GO TO ADD-CUSTOMER-EXIT.
           DISPLAY "  Promotion code (blank = none): "
               WITH NO ADVANCING.
           ACCEPT W-PROMO-CODE.
           IF W-PROMO-CODE NOT = SPACES THEN
               ACCEPT W-TODAY FROM DATE YYYYMMDD
               CALL 'VALIDATE-PROMO-CODE' USING W-PROMO-CODE, W-PLAN,
                   W-TODAY, W-PROMO-RESULT
               IF W-PROMO-UNKNOWN THEN
                   DISPLAY "  No such promotion on file."
                   GO TO ADD-CUSTOMER-EXIT
               END-IF
               IF W-PROMO-OUT-OF-WINDOW THEN
                   DISPLAY "  That promotion is not open for sign-up",
                       " today."
                   GO TO ADD-CUSTOMER-EXIT
               END-IF
               IF W-PROMO-WRONG-PLAN THEN
                   DISPLAY "  That promotion is not offered on plan ",
                       W-PLAN, "."
                   GO TO ADD-CUSTOMER-EXIT
               END-IF
           END-IF.
           DISPLAY "  Selling agent code (blank = house): "
               WITH NO ADVANCING.
           ACCEPT W-AGENT-CODE.
           END-IF.
           IF STATUS-OK THEN
               DISPLAY "  Added at position ", L-POSITION
               IF W-BRANCH-CODE NOT = SPACES THEN
                   CALL 'SET-HOME-BRANCH' USING L-BRANCH-STATUS,
                       L-POSITION, W-BRANCH-CODE
               END-IF
               IF W-AGENT-CODE NOT = SPACES THEN
                   CALL 'SET-AGENT-CODE' USING L-AGENT-STATUS,
                       L-POSITION, W-AGENT-CODE
                   DISPLAY "  Required deposit recorded."
                   MOVE 0 TO L-STATUS
               END-IF
               IF W-PROMO-CODE NOT = SPACES THEN
                   CALL 'SET-PROMOTION' USING L-PROMO-STATUS,
                       L-POSITION, W-PROMO-ACTION, W-PROMO-CODE,
                       W-PROMO-NO-CREDIT
                   IF PROMO-STATUS-OK THEN
                       DISPLAY "  Enrolled in promotion ",
                           W-PROMO-CODE, "."
                   ELSE
                       DISPLAY "  Promotion enrollment failed;",
                           " enroll by hand."
                   END-IF
               END-IF
               MOVE 'CONN' TO W-OTC-CODE
               PERFORM APPLY-CATALOG-CHARGE
           ELSE IF STATUS-DUPLICATE-ACCOUNT THEN
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
           ELSE
               MOVE W-NAME TO W-ALT-KEY-NAME
               PERFORM FIND-KEYED-ALT-NAME
               IF W-ALT-HIT NOT = 0 THEN
                   PERFORM DESCRIBE-ALT-TYPE
                   DISPLAY "  Matched on ", W-ALT-KIND, ": ",
                       W-ALT-KEY-NAME
               END-IF
               PERFORM SHOW-CUSTOMER.

       SEARCH-BY-PHONE.
               DISPLAY "  Deposit: ", W-SHOW-DEP, " held since ",
                   W-DEP-DATE
           END-IF.
           CALL 'GET-PROMOTION' USING L-POSITION, W-PA-FOUND,
               W-PA-STATUS, W-PA-CODE, W-PA-ENROLL-DATE, W-PA-KIND,
               W-PA-AMOUNT, W-PA-PERCENT, W-PA-PROMISED, W-PA-GIVEN,
               W-PA-CREDITED.
           IF W-PROMOTION-ON-FILE AND W-PA-STATUS = 'A' THEN
               DISPLAY "  Promotion: ", W-PA-CODE, "  ", W-PA-GIVEN,
                   " of ", W-PA-PROMISED, " cycles credited"
           END-IF.
           CALL 'GET-PARENT-ACCOUNT' USING L-POSITION, W-PARENT-POS.
           IF W-PARENT-POS NOT = 0 THEN
               CALL 'GET-CUSTOMER-MASTER' USING W-PARENT-POS,
               DISPLAY "  Phone number changed."
               MOVE 'NUMC' TO W-OTC-CODE
               PERFORM APPLY-CATALOG-CHARGE
               PERFORM OFFER-INTERCEPT THRU OFFER-INTERCEPT-EXIT
           ELSE IF STATUS-INVALID-FORMAT THEN
               DISPLAY "  Not a valid phone number."
           ELSE IF STATUS-LIMIT-EXCEEDED THEN
       CHANGE-PHONE-EXIT.
           CONTINUE.

      *    the old number has just retired: callers to it are
      *    referred to the new one unless the customer wants the
      *    recording or nothing at all -- a shared line still working
      *    on another account gets no intercept
       OFFER-INTERCEPT.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-ICP-LINE-POS,
               W-OLD-PHONE.
           IF W-ICP-LINE-POS NOT = 0 THEN
               GO TO OFFER-INTERCEPT-EXIT.
           DISPLAY "  Callers to the old number - R refer to the new",
               " number, N not-in-service recording, X no referral: "
               WITH NO ADVANCING.
           ACCEPT W-ICP-TREATMENT.
           IF NOT W-ICP-VALID THEN
               MOVE 'R' TO W-ICP-TREATMENT
           END-IF.
           MOVE W-OLD-PHONE(6:10) TO W-ICP-PHONE10.
           MOVE 0 TO W-ICP-NEW-PHONE10.
           IF W-ICP-TREATMENT = 'R' THEN
               MOVE W-NEW-PHONE(6:10) TO W-ICP-NEW-PHONE10
           END-IF.
           PERFORM QUARANTINE-END-DATE.
           CALL 'WRITE-INTERCEPT' USING W-ICP-PHONE10,
               W-ICP-TREATMENT, W-ICP-NEW-PHONE10, W-ICP-EXPIRES,
               W-INTERCEPT-FILENAME.
           PERFORM SHOW-INTERCEPT-CHOICE.
       OFFER-INTERCEPT-EXIT.
           CONTINUE.

      *    the order's night run refers callers to the new number
      *    unless the customer says otherwise now; that choice waits,
      *    undated, for the old number to retire
       ASK-ORDER-INTERCEPT.
           DISPLAY "  Refer callers to the new number once it",
               " changes (Y/N): " WITH NO ADVANCING.
           ACCEPT W-ICP-ANSWER.
           IF W-ICP-ANSWER NOT = 'N' AND W-ICP-ANSWER NOT = 'n' THEN
               GO TO ASK-ORDER-INTERCEPT-EXIT.
           DISPLAY "  N not-in-service recording, X no referral: "
               WITH NO ADVANCING.
           ACCEPT W-ICP-TREATMENT.
           IF W-ICP-TREATMENT NOT = 'X' THEN
               MOVE 'N' TO W-ICP-TREATMENT
           END-IF.
           MOVE W-OLD-PHONE(6:10) TO W-ICP-PHONE10.
           MOVE 0 TO W-ICP-NEW-PHONE10, W-ICP-EXPIRES.
           CALL 'WRITE-INTERCEPT' USING W-ICP-PHONE10,
               W-ICP-TREATMENT, W-ICP-NEW-PHONE10, W-ICP-EXPIRES,
               W-INTERCEPT-FILENAME.
           PERFORM SHOW-INTERCEPT-CHOICE.
       ASK-ORDER-INTERCEPT-EXIT.
           CONTINUE.

       QUARANTINE-END-DATE.
           ACCEPT W-ICP-QUARANTINE-DAYS FROM ENVIRONMENT
               "DL100_NUMBER_QUARANTINE_DAYS".
           IF W-ICP-QUARANTINE-DAYS = 0 THEN
               MOVE 90 TO W-ICP-QUARANTINE-DAYS
           END-IF.
           COMPUTE W-ICP-DAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY)
               + W-ICP-QUARANTINE-DAYS.
           COMPUTE W-ICP-EXPIRES =
               FUNCTION DATE-OF-INTEGER(W-ICP-DAY-INT).

       SHOW-INTERCEPT-CHOICE.
           EVALUATE W-ICP-TREATMENT
               WHEN 'R'
                   MOVE 'REFER TO NEW' TO W-ICP-SHOW
               WHEN 'N'
                   MOVE 'NOT IN SERVICE' TO W-ICP-SHOW
               WHEN OTHER
                   MOVE 'NO REFERRAL' TO W-ICP-SHOW
           END-EVALUATE.
           IF W-ICP-EXPIRES = 0 THEN
               DISPLAY "  Intercept on ", W-ICP-PHONE10, ": ",
                   W-ICP-SHOW, " once the number retires."
           ELSE
               DISPLAY "  Intercept on ", W-ICP-PHONE10, ": ",
                   W-ICP-SHOW, " until ", W-ICP-EXPIRES, "."
           END-IF.

       CLOSE-ACCOUNT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
                   " run will rate the unbilled calls, apply any"
               DISPLAY "  held deposit with its interest, and",
                   " produce the final statement or refund."
               CALL 'GET-CONTRACT' USING L-POSITION, W-CT-FOUND,
                   W-CT-STATUS, W-CT-TERM, W-CT-START, W-CT-END,
                   W-CT-PLAN, W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH,
                   W-CT-ETF-DUE
               IF W-CONTRACT-ON-FILE AND W-CT-STATUS = 'E' THEN
                   MOVE W-CT-ETF-DUE TO W-SHOW-ETF
                   DISPLAY "  Left inside a term contract: early",
                       " termination fee ", W-SHOW-ETF,
                       " goes on the final bill."
               END-IF
               MOVE 1 TO W-EQ-CURSOR
               CALL 'NEXT-ACCOUNT-EQUIPMENT' USING L-POSITION,
                   W-EQ-CURSOR, W-EQ-NEXT-FOUND
               IF W-NEXT-UNIT-FOUND THEN
                   DISPLAY "  Rental equipment is still out on this",
                       " account; unless it is back within 30"
                   DISPLAY "  days the unreturned-equipment fee is",
                       " billed.  See option 37."
               END-IF
           ELSE
               DISPLAY "  Close failed."
           END-IF.
           DISPLAY "  Enroll in auto-pay (Y/N): " WITH NO ADVANCING.
           ACCEPT W-AUTOPAY.
           IF W-ENROLLING THEN
               CALL 'GET-CARD-ON-FILE' USING L-POSITION, W-CRD-TOKEN,
                   W-CRD-LAST-FOUR, W-CRD-EXPIRES, W-CRD-AUTOPAY,
                   W-CARDFILE-FILENAME
               IF W-CRD-ON-AUTOPAY THEN
                   DISPLAY "  Account is on card auto-pay; end that ",
                       "first (option 45)."
                   GO TO AUTOPAY-ENROLLMENT-EXIT
               END-IF
               MOVE 'Y' TO W-AUTOPAY
               DISPLAY "  Bank routing number: " WITH NO ADVANCING
               ACCEPT W-BANK-ROUTING
           IF NOT STATUS-OK THEN
               DISPLAY "  Update failed."
               GO TO RESOLVE-ONE-DISPUTE-EXIT.
      *    a released call is priced afresh the next time it is
      *    billed rather than at whatever it was rated to before
           IF W-DSP-RELEASE THEN
               CALL 'FLAG-RATED-USAGE' USING L-STATUS, W-DSP-POSITION,
                   W-DSP-RERATE-REASON
           END-IF.
           MOVE W-DSP-CALLING TO W-DSP-PHONE10.
           CALL 'WRITE-DISPUTE' USING W-DSP-POSITION, W-DSP-PHONE10,
               W-DSP-EVENT, W-DSP-OPERATOR, W-DSP-REASON.
      *    the old key comes out, then the master record is rewritten.
      *    ADD-CUSTOMER-NAME journals its half and DELETE-CUSTOMER-
      *    NAME journals the other, so both halves land in the audit
      *    trail.  A new name with the old name's key (a spelling fix
      *    of punctuation, spacing, or case) skips both halves.
      *----------------------------------------------------------------
       CHANGE-CUSTOMER-NAME.
           DISPLAY "  Current name: " WITH NO ADVANCING.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO CHANGE-CUSTOMER-NAME-EXIT.
      *    a DBA, alias, or authorized user resolves here too, but
      *    it is not the name on the master record
           MOVE W-OLD-NAME TO W-ALT-KEY-NAME.
           PERFORM FIND-KEYED-ALT-NAME.
           IF W-ALT-HIT NOT = 0 THEN
               DISPLAY "  That is an additional name on the account;",
                   " change it under option 47."
               GO TO CHANGE-CUSTOMER-NAME-EXIT.
           DISPLAY "  New name: " WITH NO ADVANCING.
           ACCEPT W-NEW-NAME.
           CALL 'STANDARDIZE-NAME' USING W-OLD-NAME, W-OLD-NAME-KEY.
           CALL 'STANDARDIZE-NAME' USING W-NEW-NAME, W-NEW-NAME-KEY.
           IF W-NEW-NAME-KEY = W-OLD-NAME-KEY THEN
               GO TO CHANGE-CUSTOMER-NAME-REWRITE.
           CALL 'FIND-SIMILAR-NAMES' USING W-NEW-NAME,
               W-SIMILAR-COUNT, W-SIMILAR-LIST.
           IF W-SIMILAR-COUNT > 0 THEN
               DISPLAY "  WARNING: old name could not be removed",
                   " from the index; both names now resolve."
           END-IF.
       CHANGE-CUSTOMER-NAME-REWRITE.
           CALL 'CHANGE-MASTER-NAME' USING L-STATUS, L-POSITION,
               W-NEW-NAME, W-OLD-NAME.
           IF STATUS-OK THEN

       ENTER-SERVICE-ORDER.
           DISPLAY "  Type - A add, P phone change, L plan change,",
               " C closure, M move: " WITH NO ADVANCING.
           ACCEPT W-SO-TYPE.
           IF W-SO-TYPE NOT = 'A' AND W-SO-TYPE NOT = 'P' AND
                   W-SO-TYPE NOT = 'L' AND W-SO-TYPE NOT = 'C' AND
                   W-SO-TYPE NOT = 'M' THEN
               DISPLAY "  Not a valid order type."
               GO TO ENTER-SERVICE-ORDER-EXIT.
           DISPLAY "  Effective date (YYYYMMDD): " WITH NO ADVANCING.
                   ACCEPT W-PLAN
                   DISPLAY "  Phone: " WITH NO ADVANCING
                   ACCEPT W-PHONE
                   MOVE W-PHONE(6:6) TO W-APPT-EXCHANGE
                   MOVE W-PHONE TO W-APPT-PHONE10
               WHEN 'P'
                   DISPLAY "  Old phone: " WITH NO ADVANCING
                   ACCEPT W-OLD-PHONE
                   ACCEPT W-PLAN
               WHEN 'C'
                   CONTINUE
               WHEN 'M'
                   PERFORM ENTER-MOVE-ORDER THRU ENTER-MOVE-ORDER-EXIT
                   IF NOT W-MOVE-CLEARED THEN
                       GO TO ENTER-SERVICE-ORDER-EXIT
                   END-IF
                   MOVE W-NEW-PHONE TO W-APPT-PHONE10
           END-EVALUATE.
           IF W-SO-TYPE = 'A' OR W-SO-TYPE = 'M' THEN
               PERFORM OFFER-APPOINTMENT THRU OFFER-APPOINTMENT-EXIT
               IF NOT W-APPT-BOOKED THEN
                   PERFORM RETURN-MOVE-NUMBER
                   GO TO ENTER-SERVICE-ORDER-EXIT
               END-IF
           END-IF.
           CALL 'WRITE-SERVICE-ORDER' USING W-SO-ORDER, W-SO-TYPE,
               W-SO-EFFECTIVE, W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN,
               W-PHONE, W-OLD-PHONE, W-NEW-PHONE, W-OPERATOR-ID,
               W-ORDER-FILENAME, W-ORDCTL-FILENAME.
           DISPLAY "  Service order ", W-SO-ORDER, " staged for ",
               W-SO-EFFECTIVE, ".".
           IF W-SO-TYPE = 'P' OR
                   (W-SO-TYPE = 'M' AND W-NEW-PHONE NOT = W-OLD-PHONE)
                   THEN
               PERFORM ASK-ORDER-INTERCEPT
                   THRU ASK-ORDER-INTERCEPT-EXIT
           END-IF.
           IF W-SO-TYPE = 'A' OR W-SO-TYPE = 'M' THEN
               MOVE W-ACCOUNT TO W-APPT-ACCOUNT
               CALL 'WRITE-APPOINTMENT' USING W-SO-ORDER,
                   W-APPT-EVENT, W-APPT-EXCHANGE, W-APPT-DATE,
                   W-APPT-WINDOW, W-APPT-ACCOUNT, W-APPT-PHONE10,
                   W-OPERATOR-ID, W-APPOINT-FILENAME
               DISPLAY "  Install booked ", W-APPT-DATE, " window ",
                   W-APPT-WINDOW, "."
           END-IF.
       ENTER-SERVICE-ORDER-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    INSTALL APPOINTMENT -- only open slots are offered: each
      *    day of the week from the effective date that the exchange
      *    still has AM or PM capacity for, then the one the customer
      *    takes is checked again against the book before it is
      *    accepted.  No open slot that week, no order; the customer
      *    is offered a later effective date instead.
      *----------------------------------------------------------------
       OFFER-APPOINTMENT.
           MOVE 'N' TO W-APPT-OK.
           MOVE 0 TO W-APPT-DAYS-OPEN.
           COMPUTE W-APPT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(W-SO-EFFECTIVE).
           DISPLAY "  Open install slots, exchange ",
               W-APPT-EXCHANGE, ":".
           PERFORM SHOW-ONE-APPOINTMENT-DAY
               VARYING W-APPT-DAY FROM 0 BY 1
               UNTIL W-APPT-DAY > 6.
           IF W-APPT-DAYS-OPEN = 0 THEN
               DISPLAY "  None that week; try a later effective date."
               GO TO OFFER-APPOINTMENT-EXIT.
           DISPLAY "  Appointment date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT W-APPT-DATE.
           DISPLAY "  Window (A = AM, P = PM): " WITH NO ADVANCING.
           ACCEPT W-APPT-WINDOW.
           IF NOT W-APPT-WINDOW-VALID THEN
               DISPLAY "  Answer A or P."
               GO TO OFFER-APPOINTMENT-EXIT.
           IF W-APPT-DATE < W-SO-EFFECTIVE THEN
               DISPLAY "  The visit cannot be before the order."
               GO TO OFFER-APPOINTMENT-EXIT.
           CALL 'GET-OPEN-SLOTS' USING W-APPT-EXCHANGE, W-APPT-DATE,
               W-APPT-AM-OPEN, W-APPT-PM-OPEN, W-TECHCAP-FILENAME,
               W-APPOINT-FILENAME.
           IF (W-APPT-WINDOW = 'A' AND W-APPT-AM-OPEN = 0) OR
                   (W-APPT-WINDOW = 'P' AND W-APPT-PM-OPEN = 0) THEN
               DISPLAY "  That slot is not open."
               GO TO OFFER-APPOINTMENT-EXIT.
           SET W-APPT-BOOKED TO TRUE.
       OFFER-APPOINTMENT-EXIT.
           CONTINUE.

       SHOW-ONE-APPOINTMENT-DAY.
           COMPUTE W-APPT-DAY-INT = W-APPT-FIRST-INT + W-APPT-DAY.
           COMPUTE W-APPT-DATE =
               FUNCTION DATE-OF-INTEGER(W-APPT-DAY-INT).
           CALL 'GET-OPEN-SLOTS' USING W-APPT-EXCHANGE, W-APPT-DATE,
               W-APPT-AM-OPEN, W-APPT-PM-OPEN, W-TECHCAP-FILENAME,
               W-APPOINT-FILENAME.
           IF W-APPT-AM-OPEN > 0 OR W-APPT-PM-OPEN > 0 THEN
               ADD 1 TO W-APPT-DAYS-OPEN
               DISPLAY "    ", W-APPT-DATE, "  AM ", W-APPT-AM-OPEN,
                   " open  PM ", W-APPT-PM-OPEN, " open"
           END-IF.

      *    a move that took a new number from the inventory and then
      *    found no visit to book gives the number back
       RETURN-MOVE-NUMBER.
           IF W-SO-TYPE = 'M' AND W-NEW-PHONE NOT = W-OLD-PHONE THEN
               MOVE 'A' TO W-INV-STATE
               CALL 'MARK-NUMBER-STATE' USING W-INV-STATUS,
                   W-PICKED-NUMBER, W-INV-STATE
           END-IF.

      *----------------------------------------------------------------
      *    MOVE ORDER -- transfer of service to a new address.  The
      *    number follows the customer only when the new address is
      *    served from the same rate center; otherwise a number local
      *    to the new rate center is taken from the inventory now, so
      *    the customer leaves the counter knowing it, and the night
      *    run intercepts the old one.  The order carries the new
      *    address, the number moving as the old phone and the number
      *    it becomes (the same one when it follows) as the new.
      *----------------------------------------------------------------
       ENTER-MOVE-ORDER.
           MOVE 'N' TO W-MOVE-OK.
           DISPLAY "  Phone moving: " WITH NO ADVANCING.
           ACCEPT W-OLD-PHONE.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-MOVE-PHONE-POS,
               W-OLD-PHONE.
           IF L-POSITION = 0 OR W-MOVE-PHONE-POS NOT = L-POSITION THEN
               DISPLAY "  That phone is not on this account."
               GO TO ENTER-MOVE-ORDER-EXIT.
           DISPLAY "  New street: " WITH NO ADVANCING.
           ACCEPT W-STREET.
           DISPLAY "  New city: " WITH NO ADVANCING.
           ACCEPT W-CITY.
           DISPLAY "  New state: " WITH NO ADVANCING.
           ACCEPT W-STATE.
           DISPLAY "  New ZIP: " WITH NO ADVANCING.
           ACCEPT W-ZIP.
           DISPLAY "  Serving NPA-NXX at the new address: "
               WITH NO ADVANCING.
           ACCEPT W-MOVE-EXCHANGE.
           MOVE W-MOVE-EXCHANGE TO W-APPT-EXCHANGE.
           IF NOT W-NPANXX-LOADED THEN
               CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME
               SET W-NPANXX-LOADED TO TRUE
           END-IF.
           CALL 'LOOKUP-NPANXX' USING W-MOVE-EXCHANGE,
               W-MOVE-NX-INDEX, W-MOVE-NEW-CENTER, W-MOVE-LATA.
           IF W-MOVE-NX-INDEX = 0 THEN
               DISPLAY "  Exchange ", W-MOVE-EXCHANGE,
                   " is not in the rate-center table."
               GO TO ENTER-MOVE-ORDER-EXIT.
           MOVE W-OLD-PHONE(6:6) TO W-MOVE-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-MOVE-EXCHANGE,
               W-MOVE-NX-INDEX, W-MOVE-OLD-CENTER, W-MOVE-LATA.
           IF W-MOVE-NX-INDEX = 0 THEN
               DISPLAY "  The current number's exchange is not in",
                   " the rate-center table."
               GO TO ENTER-MOVE-ORDER-EXIT.
           IF W-MOVE-OLD-CENTER = W-MOVE-NEW-CENTER THEN
               MOVE W-OLD-PHONE TO W-NEW-PHONE
               DISPLAY "  Same rate center (", W-MOVE-NEW-CENTER,
                   ") - the number moves with the customer."
           ELSE
               CALL 'PICK-RATE-CENTER-NUMBER' USING L-STATUS,
                   W-MOVE-NEW-CENTER, W-PICKED-NUMBER
               IF NOT STATUS-OK THEN
                   DISPLAY "  No numbers available in rate center ",
                       W-MOVE-NEW-CENTER, "."
                   GO TO ENTER-MOVE-ORDER-EXIT
               END-IF
               MOVE W-PICKED-NUMBER TO W-NEW-PHONE
               DISPLAY "  Rate center changes from ",
                   W-MOVE-OLD-CENTER, " to ", W-MOVE-NEW-CENTER, "."
               DISPLAY "  New number ", W-PICKED-NUMBER,
                   " assigned; the old number will be intercepted."
           END-IF.
           SET W-MOVE-CLEARED TO TRUE.
       ENTER-MOVE-ORDER-EXIT.
           CONTINUE.

       CALL-HISTORY-INQUIRY.
           DISPLAY "  Phone (0 = pick from an account): "
               WITH NO ADVANCING.
       SHOW-ONE-INQ-CALL-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    ACCOUNT ACTIVITY TIMELINE -- journal entries, notes,
      *    payments, invoices, adjustments, disputes, trouble tickets,
      *    service orders and letters for one account, merged newest
      *    first, optionally cut down to one type.  Disputes name the
      *    account's calls, so the whole list is CPNI and waits on
      *    the caller clearing authentication.
      *----------------------------------------------------------------
       ACCOUNT-TIMELINE.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO ACCOUNT-TIMELINE-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  Not found."
               GO TO ACCOUNT-TIMELINE-EXIT.
           MOVE 'TIMELINE' TO W-CPNI-DISCLOSED.
           PERFORM CPNI-AUTHENTICATE THRU CPNI-AUTHENTICATE-EXIT.
           IF NOT W-CPNI-CLEARED THEN
               DISPLAY "  <TIMELINE WITHHELD - NOT AUTHENTICATED>"
               GO TO ACCOUNT-TIMELINE-EXIT.
           CALL 'FIND-ACCOUNT-PHONES' USING L-POSITION, W-LIST-NAME.
           DISPLAY "  Type (JRNL NOTE PAY INV ADJ DISP TRBL SORD LTR,".
           DISPLAY "        blank = all): " WITH NO ADVANCING.
           MOVE SPACES TO W-TL-FILTER.
           ACCEPT W-TL-FILTER.
           INSPECT W-TL-FILTER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           CALL 'BUILD-ACCOUNT-TIMELINE' USING L-POSITION, W-ACCOUNT,
               W-NAME, W-LIST-NAME, W-TL-FILTER, W-TIMELINE.
           IF W-TL-COUNT = 0 THEN
               DISPLAY "  Nothing on file for this account."
               GO TO ACCOUNT-TIMELINE-EXIT.
           DISPLAY "  DATE     TIME   TYPE        AMOUNT OPERATOR",
               " DETAIL".
           MOVE 0 TO W-INQ-SHOWN.
           MOVE 'N' TO W-INQ-STOP-SW.
           PERFORM SHOW-ONE-TIMELINE-LINE
               VARYING W-TL-SUB FROM 1 BY 1
               UNTIL W-TL-SUB > W-TL-COUNT OR W-INQ-STOPPED.
           IF NOT W-INQ-STOPPED THEN
               IF W-TL-DROPPED > 0 THEN
                   DISPLAY "  (", W-TL-DROPPED,
                       " older entries not shown)"
               END-IF
               DISPLAY "  <END OF TIMELINE>"
           END-IF.
       ACCOUNT-TIMELINE-EXIT.
           CONTINUE.

       SHOW-ONE-TIMELINE-LINE.
           IF W-TL-HAS-AMOUNT(W-TL-SUB) = 'Y' THEN
               MOVE W-TL-AMOUNT(W-TL-SUB) TO W-TL-SHOW-AMOUNT
               DISPLAY "  ", W-TL-DATE(W-TL-SUB), " ",
                   W-TL-TIME(W-TL-SUB), " ", W-TL-TYPE(W-TL-SUB),
                   " ", W-TL-SHOW-AMOUNT, " ",
                   W-TL-OPERATOR(W-TL-SUB), " ", W-TL-TEXT(W-TL-SUB)
           ELSE
               DISPLAY "  ", W-TL-DATE(W-TL-SUB), " ",
                   W-TL-TIME(W-TL-SUB), " ", W-TL-TYPE(W-TL-SUB),
                   "              ",
                   W-TL-OPERATOR(W-TL-SUB), " ", W-TL-TEXT(W-TL-SUB)
           END-IF.
           ADD 1 TO W-INQ-SHOWN.
           IF W-INQ-SHOWN >= 10 AND W-TL-SUB < W-TL-COUNT THEN
               DISPLAY "  More? (Y/N): " WITH NO ADVANCING
               ACCEPT W-INQ-MORE
               IF W-INQ-WANT-MORE THEN
                   MOVE 0 TO W-INQ-SHOWN
               ELSE
                   SET W-INQ-STOPPED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    BAD-DEBT WRITE-OFF -- zeroes an uncollectible balance into
      *    the write-off ledger so it stops inflating every aging
           CONTINUE.

      *----------------------------------------------------------------
      *    LIFELINE -- the low-income discount the paper list used to
      *    carry.  Enrollment records the qualifying program and the
      *    proof date; recertification takes fresh proof and pushes
      *    the due date out a year.  The bill run credits enrolled
      *    accounts, and the claim run drops any enrollment left
      *    unrecertified past the grace period.
      *----------------------------------------------------------------
       LIFELINE-ELIGIBILITY.
           DISPLAY "  1. Enroll  2. Recertify  3. De-enroll  4. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-LL-CHOICE.
           IF W-LL-CHOICE < 1 OR W-LL-CHOICE > 4 THEN
               DISPLAY "  Not a valid choice."
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           CALL 'GET-LIFELINE' USING L-POSITION, W-LL-FOUND,
               W-LL-STATUS, W-LL-PROGRAM, W-LL-PROOF-DATE,
               W-LL-RECERT-DUE.
           IF W-LL-CHOICE = 4 THEN
               IF NOT W-LIFELINE-ON-FILE THEN
                   DISPLAY "  Not enrolled in Lifeline."
               ELSE
                   DISPLAY "  Status ", W-LL-STATUS,
                       "  Program ", W-LL-PROGRAM,
                       "  Proof ", W-LL-PROOF-DATE,
                       "  Recertify by ", W-LL-RECERT-DUE
               END-IF
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           IF W-LL-CHOICE = 3 THEN
               MOVE 'D' TO W-LL-WANT
               MOVE 0 TO W-LL-PROOF-DATE
               CALL 'SET-LIFELINE' USING L-STATUS, L-POSITION,
                   W-LL-WANT, W-LL-PROGRAM, W-LL-PROOF-DATE
               IF STATUS-OK THEN
                   DISPLAY "  De-enrolled; no credit from the next",
                       " bill on."
               ELSE
                   DISPLAY "  No live enrollment to drop."
               END-IF
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           IF W-LL-CHOICE = 2 AND
                   (NOT W-LIFELINE-ON-FILE OR W-LL-STATUS NOT = 'E')
                   THEN
               DISPLAY "  No live enrollment to recertify."
               GO TO LIFELINE-ELIGIBILITY-EXIT.
      *    SNAP, Medicaid, SSI, federal public housing, veterans
      *    pension, tribal programs, or income-based
           DISPLAY "  Program (SNAP MCAD SSI FPHA VPEN TRIB INCM): "
               WITH NO ADVANCING.
           ACCEPT W-LL-PROGRAM.
           IF NOT W-LL-PROGRAM-VALID THEN
               DISPLAY "  Not a qualifying program."
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           DISPLAY "  Proof of eligibility date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-LL-PROOF-DATE.
           IF W-LL-PROOF-DATE = 0 THEN
               ACCEPT W-LL-PROOF-DATE FROM DATE YYYYMMDD
           END-IF.
           IF W-LL-CHOICE = 1 THEN
               MOVE 'E' TO W-LL-WANT
           ELSE
               MOVE 'R' TO W-LL-WANT
           END-IF.
           CALL 'SET-LIFELINE' USING L-STATUS, L-POSITION,
               W-LL-WANT, W-LL-PROGRAM, W-LL-PROOF-DATE.
           IF NOT STATUS-OK THEN
               DISPLAY "  Lifeline update failed."
               GO TO LIFELINE-ELIGIBILITY-EXIT.
           CALL 'GET-LIFELINE' USING L-POSITION, W-LL-FOUND,
               W-LL-STATUS, W-LL-PROGRAM, W-LL-PROOF-DATE,
               W-LL-RECERT-DUE.
           DISPLAY "  Lifeline ", W-LL-PROGRAM, " on file;",
               " recertification due ", W-LL-RECERT-DUE, ".".
       LIFELINE-ELIGIBILITY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    TAX EXEMPTION -- the government office, school, or church
      *    files its certificate once, naming which levies it waives:
      *    the state's own, the federal rows, the E911 surcharge.
      *    The bill runs honor it between its effective and expiry
      *    dates; a renewal is the new certificate filed over the old.
      *----------------------------------------------------------------
       TAX-EXEMPTION.
           DISPLAY "  1. File or renew  2. Withdraw  3. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-TE-CHOICE.
           IF W-TE-CHOICE < 1 OR W-TE-CHOICE > 3 THEN
               DISPLAY "  Not a valid choice."
               GO TO TAX-EXEMPTION-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO TAX-EXEMPTION-EXIT.
           CALL 'GET-TAX-EXEMPT' USING L-POSITION, W-TE-FOUND,
               W-TE-CERT-NUMBER, W-TE-STATE, W-TE-FEDERAL, W-TE-E911,
               W-TE-EFFECTIVE, W-TE-EXPIRY.
           IF W-TE-CHOICE = 3 THEN
               IF NOT W-CERT-ON-FILE THEN
                   DISPLAY "  No exemption certificate on file."
               ELSE
                   DISPLAY "  Certificate ", W-TE-CERT-NUMBER,
                       "  State ", W-TE-STATE,
                       "  Federal ", W-TE-FEDERAL,
                       "  E911 ", W-TE-E911
                   DISPLAY "  In force ", W-TE-EFFECTIVE,
                       " through ", W-TE-EXPIRY
               END-IF
               GO TO TAX-EXEMPTION-EXIT.
           IF W-TE-CHOICE = 2 THEN
               MOVE SPACES TO W-TE-CERT-NUMBER
               CALL 'SET-TAX-EXEMPT' USING L-STATUS, L-POSITION,
                   W-TE-CERT-NUMBER, W-TE-STATE, W-TE-FEDERAL,
                   W-TE-E911, W-TE-EFFECTIVE, W-TE-EXPIRY
               IF STATUS-OK THEN
                   DISPLAY "  Certificate withdrawn; the next bill",
                       " is fully taxed."
               ELSE
                   DISPLAY "  No certificate to withdraw."
               END-IF
               GO TO TAX-EXEMPTION-EXIT.
           DISPLAY "  Certificate number: " WITH NO ADVANCING.
           ACCEPT W-TE-CERT-NUMBER.
           IF W-TE-CERT-NUMBER = SPACES THEN
               DISPLAY "  A certificate number is required."
               GO TO TAX-EXEMPTION-EXIT.
           DISPLAY "  Exempt from state levies (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-TE-STATE.
           DISPLAY "  Exempt from federal levies (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-TE-FEDERAL.
           DISPLAY "  Exempt from the E911 surcharge (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-TE-E911.
           IF NOT W-TE-STATE-VALID OR NOT W-TE-FEDERAL-VALID OR
                   NOT W-TE-E911-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO TAX-EXEMPTION-EXIT.
           DISPLAY "  Effective date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-TE-EFFECTIVE.
           IF W-TE-EFFECTIVE = 0 THEN
               ACCEPT W-TE-EFFECTIVE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "  Expiry date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-TE-EXPIRY.
           IF W-TE-EXPIRY NOT > W-TE-EFFECTIVE THEN
               DISPLAY "  Expiry must fall after the effective date."
               GO TO TAX-EXEMPTION-EXIT.
           CALL 'SET-TAX-EXEMPT' USING L-STATUS, L-POSITION,
               W-TE-CERT-NUMBER, W-TE-STATE, W-TE-FEDERAL, W-TE-E911,
               W-TE-EFFECTIVE, W-TE-EXPIRY.
           IF STATUS-OK THEN
               DISPLAY "  Certificate ", W-TE-CERT-NUMBER,
                   " on file through ", W-TE-EXPIRY, "."
           ELSE
               DISPLAY "  Certificate update failed."
           END-IF.
       TAX-EXEMPTION-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    PIC -- which interexchange carrier a line's 1+ long
      *    distance goes to.  A change taken here is the customer's
      *    own request, so it goes through even on a frozen line; the
      *    freeze is what stops a carrier's request file from moving
      *    the line without the customer.  Every change notifies the
      *    losing and winning carriers through the notice file.
      *----------------------------------------------------------------
       LINE-CARRIER-PIC.
           DISPLAY "  1. Change carrier  2. Place freeze",
               "  3. Lift freeze  4. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-PIC-CHOICE.
           IF W-PIC-CHOICE < 1 OR W-PIC-CHOICE > 4 THEN
               DISPLAY "  Not a valid choice."
               GO TO LINE-CARRIER-PIC-EXIT.
           DISPLAY "  Phone (10 digits): " WITH NO ADVANCING.
           ACCEPT W-PIC-PHONE10.
           MOVE W-PIC-PHONE10 TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE.
           IF L-POSITION = 0 THEN
               DISPLAY "  That number is not on any account."
               GO TO LINE-CARRIER-PIC-EXIT.
           CALL 'GET-LINE-PIC' USING W-PIC-PHONE10, W-PIC-CARRIER,
               W-PIC-FREEZE, W-PIC-EFFECTIVE, W-PICLOG-FILENAME.
           IF W-PIC-CHOICE = 4 THEN
               IF W-PIC-CARRIER = SPACES THEN
                   DISPLAY "  No long-distance carrier chosen."
               ELSE
                   DISPLAY "  Carrier ", W-PIC-CARRIER,
                       " since ", W-PIC-EFFECTIVE
               END-IF
               IF W-PIC-FROZEN THEN
                   DISPLAY "  PIC freeze in place."
               END-IF
               GO TO LINE-CARRIER-PIC-EXIT.
           ACCEPT W-PIC-EFFECTIVE FROM DATE YYYYMMDD.
           MOVE W-PIC-CARRIER TO W-PIC-NEW-CARRIER.
           EVALUATE W-PIC-CHOICE
               WHEN 1
                   DISPLAY "  New carrier code (blank = none): "
                       WITH NO ADVANCING
                   ACCEPT W-PIC-NEW-CARRIER
                   IF W-PIC-NEW-CARRIER = W-PIC-CARRIER THEN
                       DISPLAY "  The line is already with that",
                           " carrier."
                       GO TO LINE-CARRIER-PIC-EXIT
                   END-IF
                   MOVE 'C' TO W-PIC-SOURCE
               WHEN 2
                   IF W-PIC-FROZEN THEN
                       DISPLAY "  A freeze is already in place."
                       GO TO LINE-CARRIER-PIC-EXIT
                   END-IF
                   MOVE 'Y' TO W-PIC-FREEZE
                   MOVE 'F' TO W-PIC-SOURCE
               WHEN 3
                   IF NOT W-PIC-FROZEN THEN
                       DISPLAY "  No freeze to lift."
                       GO TO LINE-CARRIER-PIC-EXIT
                   END-IF
                   MOVE 'N' TO W-PIC-FREEZE
                   MOVE 'F' TO W-PIC-SOURCE
           END-EVALUATE.
           CALL 'WRITE-PIC-CHANGE' USING W-PIC-PHONE10,
               W-PIC-NEW-CARRIER, W-PIC-FREEZE, W-PIC-SOURCE,
               W-PIC-EFFECTIVE, W-PICLOG-FILENAME, W-PICNOTE-FILENAME.
           EVALUATE W-PIC-CHOICE
               WHEN 1
                   DISPLAY "  Carrier changed; both carriers will be",
                       " notified."
               WHEN 2
                   DISPLAY "  Freeze placed; carrier requests will",
                       " be refused."
               WHEN 3
                   DISPLAY "  Freeze lifted."
           END-EVALUATE.
       LINE-CARRIER-PIC-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CALLER-ID NAME PRIVACY -- a line flagged private goes to
      *    the CNAM provider as PRIVATE instead of the account name,
      *    without the customer having to go non-published.  The
      *    nightly CNAM delta picks the change up from the journal.
      *----------------------------------------------------------------
       NAME-PRIVACY-ENTRY.
           DISPLAY "  Phone (10 digits): " WITH NO ADVANCING.
           ACCEPT W-NPV-PHONE10.
           MOVE W-NPV-PHONE10 TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE.
           IF L-POSITION = 0 THEN
               DISPLAY "  That number is not on any account."
               GO TO NAME-PRIVACY-ENTRY-EXIT.
           CALL 'GET-NAME-PRIVACY' USING W-NPV-PHONE10,
               W-NPV-PRIVATE, W-PRIVACY-FILENAME.
           DISPLAY "  Name private now: ", W-NPV-PRIVATE.
           DISPLAY "  Send caller ID as PRIVATE (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-NPV-PRIVATE.
           IF NOT W-NPV-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO NAME-PRIVACY-ENTRY-EXIT.
           CALL 'WRITE-NAME-PRIVACY' USING W-NPV-PHONE10,
               W-NPV-PRIVATE, W-PRIVACY-FILENAME.
           DISPLAY "  Name privacy set; the CNAM provider is",
               " updated tonight.".
       NAME-PRIVACY-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    TERM CONTRACT -- a business account signs for 12, 24 or 36
      *    months on a discounted plan.  Closing inside the term
      *    assesses the early-termination fee and the final bill
      *    charges it; waiving one needs a supervisor.
      *----------------------------------------------------------------
       TERM-CONTRACT.
           DISPLAY "  1. Sign / renew  2. Waive  3. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-CT-CHOICE.
           IF W-CT-CHOICE < 1 OR W-CT-CHOICE > 3 THEN
               DISPLAY "  Not a valid choice."
               GO TO TERM-CONTRACT-EXIT.
           IF W-CT-CHOICE = 2 AND NOT W-SUPERVISOR-LEVEL THEN
               DISPLAY "  Waiving a contract needs supervisor",
                   " sign-on."
               GO TO TERM-CONTRACT-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO TERM-CONTRACT-EXIT.
           CALL 'GET-CONTRACT' USING L-POSITION, W-CT-FOUND,
               W-CT-STATUS, W-CT-TERM, W-CT-START, W-CT-END,
               W-CT-PLAN, W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH,
               W-CT-ETF-DUE.
           IF W-CT-CHOICE = 3 THEN
               IF NOT W-CONTRACT-ON-FILE THEN
                   DISPLAY "  No term contract on file."
               ELSE
                   DISPLAY "  Status ", W-CT-STATUS,
                       "  Plan ", W-CT-PLAN,
                       "  ", W-CT-TERM, " months ",
                       W-CT-START, " to ", W-CT-END
                   MOVE W-CT-ETF-FLAT TO W-SHOW-ETF
                   DISPLAY "  ETF ", W-SHOW-ETF, " flat"
                       WITH NO ADVANCING
                   MOVE W-CT-ETF-PER-MONTH TO W-SHOW-ETF
                   DISPLAY " plus ", W-SHOW-ETF, " per month left"
                   IF W-CT-STATUS = 'E' OR W-CT-STATUS = 'B' THEN
                       MOVE W-CT-ETF-DUE TO W-SHOW-ETF
                       DISPLAY "  Fee assessed: ", W-SHOW-ETF
                   END-IF
               END-IF
               GO TO TERM-CONTRACT-EXIT.
           IF W-CT-CHOICE = 2 THEN
               MOVE 'X' TO W-CT-ACTION
               CALL 'SET-CONTRACT' USING L-STATUS, L-POSITION,
                   W-CT-ACTION, W-CT-TERM, W-CT-START, W-CT-PLAN,
                   W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH
               IF STATUS-OK THEN
                   DISPLAY "  Contract waived; no fee will be",
                       " charged."
               ELSE
                   DISPLAY "  No contract to waive, or its fee is",
                       " already billed."
               END-IF
               GO TO TERM-CONTRACT-EXIT.
           DISPLAY "  Term in months (12, 24, 36): " WITH NO ADVANCING.
           ACCEPT W-CT-TERM.
           IF NOT W-CT-TERM-VALID THEN
               DISPLAY "  Terms are 12, 24 or 36 months."
               GO TO TERM-CONTRACT-EXIT.
           DISPLAY "  Start date (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-CT-START.
           IF W-CT-START = 0 THEN
               ACCEPT W-CT-START FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "  Committed plan: " WITH NO ADVANCING.
           ACCEPT W-CT-PLAN.
           CALL 'VALIDATE-PLAN-CODE' USING W-CT-PLAN, W-PLAN-VALID.
           IF NOT PLAN-VALID THEN
               DISPLAY "  Not a plan on the plan master."
               GO TO TERM-CONTRACT-EXIT.
           DISPLAY "  ETF flat amount: " WITH NO ADVANCING.
           ACCEPT W-CT-ETF-FLAT.
           DISPLAY "  ETF per month left to run: " WITH NO ADVANCING.
           ACCEPT W-CT-ETF-PER-MONTH.
           MOVE 'S' TO W-CT-ACTION.
           CALL 'SET-CONTRACT' USING L-STATUS, L-POSITION,
               W-CT-ACTION, W-CT-TERM, W-CT-START, W-CT-PLAN,
               W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH.
           IF NOT STATUS-OK THEN
               DISPLAY "  Contract update failed."
               GO TO TERM-CONTRACT-EXIT.
           CALL 'GET-CONTRACT' USING L-POSITION, W-CT-FOUND,
               W-CT-STATUS, W-CT-TERM, W-CT-START, W-CT-END,
               W-CT-PLAN, W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH,
               W-CT-ETF-DUE.
           DISPLAY "  Contract on file; term runs to ", W-CT-END, ".".
       TERM-CONTRACT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    RENTAL EQUIPMENT -- a unit in stock is lent to an account
      *    and bills its model's monthly rental every cycle until it
      *    comes back.  A unit taken back goes to the warehouse for
      *    restocking; one that comes back after the unreturned fee
      *    was billed needs that fee reversed by adjustment.
      *----------------------------------------------------------------
       RENTAL-EQUIPMENT.
           DISPLAY "  1. Lend a unit  2. Take a unit back  3. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-EQ-CHOICE.
           IF W-EQ-CHOICE < 1 OR W-EQ-CHOICE > 3 THEN
               DISPLAY "  Not a valid choice."
               GO TO RENTAL-EQUIPMENT-EXIT.
           IF W-EQ-CHOICE = 2 THEN
               PERFORM TAKE-BACK-EQUIPMENT
               GO TO RENTAL-EQUIPMENT-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO RENTAL-EQUIPMENT-EXIT.
           IF W-EQ-CHOICE = 3 THEN
               MOVE 1 TO W-EQ-CURSOR
               MOVE 0 TO W-EQ-COUNT
               MOVE 'Y' TO W-EQ-NEXT-FOUND
               PERFORM SHOW-ONE-RENTAL UNTIL NOT W-NEXT-UNIT-FOUND
               IF W-EQ-COUNT = 0 THEN
                   DISPLAY "  No rental equipment on loan."
               END-IF
               GO TO RENTAL-EQUIPMENT-EXIT.
           DISPLAY "  Serial: " WITH NO ADVANCING.
           ACCEPT W-EQ-SERIAL.
           CALL 'FIND-EQUIPMENT' USING W-EQ-SERIAL, W-EQ-POS.
           IF W-EQ-POS = 0 THEN
               DISPLAY "  No unit with that serial."
               GO TO RENTAL-EQUIPMENT-EXIT.
           MOVE 'L' TO W-EQ-ACTION.
           CALL 'SET-EQUIPMENT' USING L-STATUS, W-EQ-POS,
               W-EQ-ACTION, W-EQ-SERIAL, W-EQ-MODEL, L-POSITION.
           IF NOT STATUS-OK THEN
               DISPLAY "  That unit is not in stock."
               GO TO RENTAL-EQUIPMENT-EXIT.
           CALL 'GET-EQUIPMENT' USING W-EQ-POS, W-EQ-FOUND,
               W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS, W-EQ-MASTER-POS,
               W-EQ-LOAN-DATE, W-EQ-STATUS-DATE, W-EQ-FEE-BILLED.
           CALL 'GET-CPE-MODEL' USING W-EQ-MODEL, W-EM-FOUND,
               W-EM-DESC, W-EM-RENT, W-EM-FEE.
           MOVE W-EM-RENT TO W-SHOW-RENT.
           DISPLAY "  ", W-EM-DESC, " lent; ", W-SHOW-RENT,
               " a month from the next bill.".
       RENTAL-EQUIPMENT-EXIT.
           CONTINUE.

       TAKE-BACK-EQUIPMENT.
           DISPLAY "  Serial: " WITH NO ADVANCING.
           ACCEPT W-EQ-SERIAL.
           CALL 'FIND-EQUIPMENT' USING W-EQ-SERIAL, W-EQ-POS.
           IF W-EQ-POS = 0 THEN
               DISPLAY "  No unit with that serial."
           ELSE
               CALL 'GET-EQUIPMENT' USING W-EQ-POS, W-EQ-FOUND,
                   W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS,
                   W-EQ-MASTER-POS, W-EQ-LOAN-DATE, W-EQ-STATUS-DATE,
                   W-EQ-FEE-BILLED
               MOVE W-EQ-MASTER-POS TO W-EQ-HOLDER
               MOVE 'R' TO W-EQ-ACTION
               CALL 'SET-EQUIPMENT' USING L-STATUS, W-EQ-POS,
                   W-EQ-ACTION, W-EQ-SERIAL, W-EQ-MODEL, W-EQ-HOLDER
               IF NOT STATUS-OK THEN
                   DISPLAY "  That unit is not out with a customer."
               ELSE
                   DISPLAY "  Unit back; send it to the warehouse",
                       " for restocking."
                   IF W-EQ-FEE-BILLED = 'Y' THEN
                       CALL 'GET-CPE-MODEL' USING W-EQ-MODEL,
                           W-EM-FOUND, W-EM-DESC, W-EM-RENT, W-EM-FEE
                       MOVE W-EM-FEE TO W-SHOW-ETF
                       DISPLAY "  The unreturned-equipment fee of ",
                           W-SHOW-ETF, " was billed; reverse it"
                       DISPLAY "  with an adjustment (option 8)."
                   END-IF
               END-IF
           END-IF.

       SHOW-ONE-RENTAL.
           CALL 'NEXT-ACCOUNT-EQUIPMENT' USING L-POSITION,
               W-EQ-CURSOR, W-EQ-NEXT-FOUND.
           IF W-NEXT-UNIT-FOUND THEN
               ADD 1 TO W-EQ-COUNT
               CALL 'GET-EQUIPMENT' USING W-EQ-CURSOR, W-EQ-FOUND,
                   W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS,
                   W-EQ-MASTER-POS, W-EQ-LOAN-DATE, W-EQ-STATUS-DATE,
                   W-EQ-FEE-BILLED
               CALL 'GET-CPE-MODEL' USING W-EQ-MODEL, W-EM-FOUND,
                   W-EM-DESC, W-EM-RENT, W-EM-FEE
               MOVE W-EM-RENT TO W-SHOW-RENT
               DISPLAY "  ", W-EQ-SERIAL, " ", W-EQ-MODEL, " ",
                   W-EM-DESC, " since ", W-EQ-LOAN-DATE, " ",
                   W-SHOW-RENT
           END-IF.

      *----------------------------------------------------------------
      *    WHOLESALE -- a reseller buys lines for its own customers at
      *    the discount off retail its wholesale contract gives.  The
      *    end users keep accounts of their own, so 911 and the
      *    directory still carry their names and addresses, but they
      *    get no statement: their lines are rated at retail and
      *    billed, discounted, on the reseller's wholesale invoice.
      *    Setting or dropping the contract needs a supervisor.
      *----------------------------------------------------------------
       WHOLESALE-ACCOUNT.
           DISPLAY "  1. Reseller terms  2. Attach end user",
               "  3. Detach end user".
           DISPLAY "  4. Drop reseller  5. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-WH-CHOICE.
           IF W-WH-CHOICE < 1 OR W-WH-CHOICE > 5 THEN
               DISPLAY "  Not a valid choice."
               GO TO WHOLESALE-ACCOUNT-EXIT.
           IF (W-WH-CHOICE = 1 OR W-WH-CHOICE = 4)
                   AND NOT W-SUPERVISOR-LEVEL THEN
               DISPLAY "  Wholesale contract terms need supervisor",
                   " sign-on."
               GO TO WHOLESALE-ACCOUNT-EXIT.
           IF W-WH-CHOICE = 2 THEN
               DISPLAY "  Reseller name: " WITH NO ADVANCING
           ELSE
               DISPLAY "  Name: " WITH NO ADVANCING
           END-IF.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO WHOLESALE-ACCOUNT-EXIT.
           CALL 'GET-WHOLESALE' USING L-POSITION, W-WH-FOUND,
               W-WH-ROLE, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
               W-WH-RESELLER-POS, W-WH-SINCE-DATE.
           EVALUATE W-WH-CHOICE
               WHEN 1
                   PERFORM WHOLESALE-TERMS
               WHEN 2
                   PERFORM WHOLESALE-ATTACH
               WHEN 3
                   MOVE 'D' TO W-WH-ACTION
                   MOVE 0 TO W-WH-RESELLER
                   CALL 'SET-WHOLESALE' USING L-STATUS, L-POSITION,
                       W-WH-ACTION, W-WH-DISCOUNT-PCT,
                       W-WH-CONTRACT-REF, W-WH-RESELLER
                   IF STATUS-OK THEN
                       DISPLAY "  Detached; the account gets its own",
                           " statement from the next cycle."
                   ELSE
                       DISPLAY "  Not an end user of a reseller."
                   END-IF
               WHEN 4
                   PERFORM WHOLESALE-DROP
               WHEN OTHER
                   PERFORM WHOLESALE-VIEW
           END-EVALUATE.
       WHOLESALE-ACCOUNT-EXIT.
           CONTINUE.

       WHOLESALE-TERMS.
           IF W-WH-IS-END-USER THEN
               DISPLAY "  That account is an end user; detach it",
                   " first."
           ELSE
               DISPLAY "  Discount off retail (percent, 99.99): "
                   WITH NO ADVANCING
               ACCEPT W-WH-DISCOUNT-PCT
               DISPLAY "  Wholesale contract reference: "
                   WITH NO ADVANCING
               ACCEPT W-WH-CONTRACT-REF
               MOVE 'R' TO W-WH-ACTION
               MOVE 0 TO W-WH-RESELLER
               CALL 'SET-WHOLESALE' USING L-STATUS, L-POSITION,
                   W-WH-ACTION, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
                   W-WH-RESELLER
               IF STATUS-OK THEN
                   MOVE W-WH-DISCOUNT-PCT TO W-SHOW-PCT
                   DISPLAY "  Reseller terms on file: ", W-SHOW-PCT,
                       "% off retail."
               ELSE
                   DISPLAY "  Wholesale update failed."
               END-IF
           END-IF.

       WHOLESALE-ATTACH.
           IF NOT W-WH-IS-RESELLER THEN
               DISPLAY "  That account is not a reseller."
           ELSE
               MOVE L-POSITION TO W-WH-RESELLER
               DISPLAY "  End user name: " WITH NO ADVANCING
               ACCEPT W-NAME
               CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME
               IF L-POSITION = 0 THEN
                   DISPLAY "  Not found."
               ELSE
                   MOVE 'A' TO W-WH-ACTION
                   CALL 'SET-WHOLESALE' USING L-STATUS, L-POSITION,
                       W-WH-ACTION, W-WH-DISCOUNT-PCT,
                       W-WH-CONTRACT-REF, W-WH-RESELLER
                   IF STATUS-OK THEN
                       DISPLAY "  Attached; its lines bill on the",
                           " reseller's invoice from the next cycle."
                   ELSE
                       DISPLAY "  A reseller can't be an end user."
                   END-IF
               END-IF
           END-IF.

      *    a reseller still carrying end users can't be dropped --
      *    they would fall back to retail without anyone noticing
       WHOLESALE-DROP.
           MOVE 0 TO W-WH-COUNT.
           PERFORM COUNT-ONE-END-USER
               VARYING W-WH-SCAN FROM 2 BY 1
               UNTIL W-WH-SCAN > W-MASTER-FILE-SIZE.
           IF W-WH-COUNT NOT = 0 THEN
               DISPLAY "  ", W-WH-COUNT, " end users still attached;",
                   " detach them first."
           ELSE
               MOVE 'X' TO W-WH-ACTION
               MOVE 0 TO W-WH-RESELLER
               CALL 'SET-WHOLESALE' USING L-STATUS, L-POSITION,
                   W-WH-ACTION, W-WH-DISCOUNT-PCT, W-WH-CONTRACT-REF,
                   W-WH-RESELLER
               IF STATUS-OK THEN
                   DISPLAY "  Reseller flag removed."
               ELSE
                   DISPLAY "  That account is not a reseller."
               END-IF
           END-IF.

       WHOLESALE-VIEW.
           IF NOT W-WHOLESALE-ON-FILE THEN
               DISPLAY "  Retail account; no wholesale role."
           ELSE IF W-WH-IS-END-USER THEN
               MOVE W-WH-RESELLER-POS TO W-WH-RESELLER
               CALL 'GET-CUSTOMER-MASTER' USING W-WH-RESELLER,
                   W-FAM-FOUND, W-FAM-ACCOUNT, W-FAM-NAME,
                   W-FAM-ADDRESS, W-FAM-PLAN, W-FAM-STATUS
               DISPLAY "  End user since ", W-WH-SINCE-DATE,
                   "; billed to reseller ", W-FAM-ACCOUNT
               DISPLAY "  ", W-FAM-NAME
           ELSE
               MOVE W-WH-DISCOUNT-PCT TO W-SHOW-PCT
               DISPLAY "  Reseller since ", W-WH-SINCE-DATE,
                   "  contract ", W-WH-CONTRACT-REF, "  ",
                   W-SHOW-PCT, "% off retail"
               MOVE 0 TO W-WH-COUNT
               PERFORM SHOW-ONE-END-USER
                   VARYING W-WH-SCAN FROM 2 BY 1
                   UNTIL W-WH-SCAN > W-MASTER-FILE-SIZE
               IF W-WH-COUNT = 0 THEN
                   DISPLAY "  No end users attached."
               END-IF
           END-IF.

       COUNT-ONE-END-USER.
           CALL 'GET-WHOLESALE' USING W-WH-SCAN, W-WH-SCAN-FOUND,
               W-WH-SCAN-ROLE, W-WH-SCAN-PCT, W-WH-SCAN-REF,
               W-WH-SCAN-RESELLER, W-WH-SCAN-SINCE.
           IF W-WH-SCAN-ROLE = 'E' AND
                   W-WH-SCAN-RESELLER = L-POSITION THEN
               ADD 1 TO W-WH-COUNT
           END-IF.

       SHOW-ONE-END-USER.
           PERFORM COUNT-ONE-END-USER.
           IF W-WH-SCAN-ROLE = 'E' AND
                   W-WH-SCAN-RESELLER = L-POSITION THEN
               CALL 'GET-CUSTOMER-MASTER' USING W-WH-SCAN,
                   W-FAM-FOUND, W-FAM-ACCOUNT, W-FAM-NAME,
                   W-FAM-ADDRESS, W-FAM-PLAN, W-FAM-STATUS
               DISPLAY "  End user: ", W-FAM-ACCOUNT, "  ",
                   W-FAM-NAME, " since ", W-WH-SCAN-SINCE
           END-IF.

      *----------------------------------------------------------------
      *    BANKRUPTCY -- the automatic stay, enforced by plumbing:
      *    filing moves the pre-petition balance out of the live AR
      *    onto the frozen file, so the fee batch, the treatment
      *    steps, and the letters can't touch it while current
      *    service bills and collects normally.  Discharge writes
      *    the frozen portion off to the bad-debt ledger; dismissal
      *    puts it back on the account and normal treatment resumes.
      *----------------------------------------------------------------
       BANKRUPTCY-HOLD.
           DISPLAY "  1. File petition  2. Discharge  3. Dismissal",
               "  4. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-BK-CHOICE.
           IF W-BK-CHOICE < 1 OR W-BK-CHOICE > 4 THEN
               DISPLAY "  Not a valid choice."
               GO TO BANKRUPTCY-HOLD-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO BANKRUPTCY-HOLD-EXIT.
           CALL 'GET-BANKRUPTCY' USING L-POSITION, W-BK-FLAG,
               W-BK-PETITION.
           EVALUATE W-BK-CHOICE
               WHEN 1
                   PERFORM BK-FILE-PETITION
                       THRU BK-FILE-PETITION-EXIT
               WHEN 2
                   PERFORM BK-DISCHARGE THRU BK-DISCHARGE-EXIT
               WHEN 3
                   PERFORM BK-DISMISSAL THRU BK-DISMISSAL-EXIT
               WHEN 4
                   IF W-BK-FLAG = 'Y' THEN
                       CALL 'GET-FROZEN-AR' USING L-POSITION,
                           W-BK-FROZEN
                       MOVE W-BK-FROZEN TO W-SHOW-BALANCE
                       DISPLAY "  In bankruptcy; petition ",
                           W-BK-PETITION, "; frozen pre-petition ",
                           W-SHOW-BALANCE
                   ELSE
                       DISPLAY "  No bankruptcy on this account."
                   END-IF
           END-EVALUATE.
       BANKRUPTCY-HOLD-EXIT.
           CONTINUE.

       BK-FILE-PETITION.
           IF W-BK-FLAG = 'Y' THEN
               DISPLAY "  Already in bankruptcy."
               GO TO BK-FILE-PETITION-EXIT.
           DISPLAY "  Petition date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-BK-PETITION.
      *    whatever is owed today is pre-petition; it comes off the
      *    live AR whole and sits frozen until the court says
           CALL 'GET-AR-BALANCE' USING L-POSITION, W-BK-BALANCE,
               W-BK-PERIOD-PAY.
           IF W-BK-BALANCE > 0 THEN
               COMPUTE W-BK-MOVE = 0 - W-BK-BALANCE
               CALL 'POST-AR-CHARGE' USING L-POSITION, W-BK-MOVE,
                   W-NEW-BALANCE
               CALL 'SET-FROZEN-AR' USING L-POSITION, W-BK-BALANCE
           ELSE
               CALL 'SET-FROZEN-AR' USING L-POSITION, W-BK-ZERO
           END-IF.
           MOVE 'Y' TO W-BK-FLAG.
           MOVE 'F' TO W-BK-ACTION.
           CALL 'SET-BANKRUPTCY' USING L-BK-STATUS, L-POSITION,
               W-BK-FLAG, W-BK-PETITION, W-BK-ACTION.
           MOVE W-BK-BALANCE TO W-SHOW-BALANCE.
           DISPLAY "  Stay in force; ", W-SHOW-BALANCE,
               " frozen pre-petition.  Current service bills",
               " normally.".
       BK-FILE-PETITION-EXIT.
           CONTINUE.

       BK-DISCHARGE.
           IF W-BK-FLAG NOT = 'Y' THEN
               DISPLAY "  No bankruptcy on this account."
               GO TO BK-DISCHARGE-EXIT.
           CALL 'GET-FROZEN-AR' USING L-POSITION, W-BK-FROZEN.
           IF W-BK-FROZEN > 0 THEN
      *        discharged debt is bad debt; the ledger row feeds
      *        GL-POSTING's BADDEBT line without marking the
      *        continuing account written-off
               MOVE W-BK-FROZEN TO W-WO-AMOUNT
               CALL 'WRITE-BADDEBT-LEDGER' USING L-POSITION,
                   W-WO-AMOUNT, W-WOLEDGER-FILENAME
           END-IF.
           CALL 'SET-FROZEN-AR' USING L-POSITION, W-BK-ZERO.
           MOVE 'N' TO W-BK-FLAG.
           MOVE 0 TO W-BK-PETITION.
           MOVE 'D' TO W-BK-ACTION.
           CALL 'SET-BANKRUPTCY' USING L-BK-STATUS, L-POSITION,
               W-BK-FLAG, W-BK-PETITION, W-BK-ACTION.
           DISPLAY "  Discharged; frozen balance written off.".
       BK-DISCHARGE-EXIT.
           CONTINUE.

       BK-DISMISSAL.
           IF W-BK-FLAG NOT = 'Y' THEN
               DISPLAY "  No bankruptcy on this account."
               GO TO BK-DISMISSAL-EXIT.
           CALL 'GET-FROZEN-AR' USING L-POSITION, W-BK-FROZEN.
           IF W-BK-FROZEN NOT = 0 THEN
               CALL 'POST-AR-CHARGE' USING L-POSITION, W-BK-FROZEN,
                   W-NEW-BALANCE
           END-IF.
           CALL 'SET-FROZEN-AR' USING L-POSITION, W-BK-ZERO.
           MOVE 'N' TO W-BK-FLAG.
           MOVE 0 TO W-BK-PETITION.
           MOVE 'M' TO W-BK-ACTION.
           CALL 'SET-BANKRUPTCY' USING L-BK-STATUS, L-POSITION,
               W-BK-FLAG, W-BK-PETITION, W-BK-ACTION.
           DISPLAY "  Dismissed; balance reactivated and normal",
               " treatment resumes.".
       BK-DISMISSAL-EXIT.
           CONTINUE.

       ACCOUNT-PIN-RESET.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO ACCOUNT-PIN-RESET-EXIT.
           DISPLAY "  New PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT W-CPNI-PIN.
           IF W-CPNI-PIN = SPACES THEN
               DISPLAY "  Nothing set."
               GO TO ACCOUNT-PIN-RESET-EXIT.
           CALL 'SET-ACCOUNT-PIN' USING L-PIN-STATUS, L-POSITION,
               W-CPNI-PIN.
           DISPLAY "  PIN reset.".
       ACCOUNT-PIN-RESET-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CPNI AUTHENTICATION -- a customer-facing inquiry proves
      *    the account PIN first; legitimate internal use keys a
      *    bypass reason instead.  Either way the access log gets
      *    operator, account, what was disclosed, and how the
      *    caller was authenticated -- the record the auditor asks
      *    for.  Expects L-POSITION and W-CPNI-DISCLOSED set.
      *----------------------------------------------------------------
       CPNI-AUTHENTICATE.
           MOVE 'N' TO W-CPNI-OK-SW.
           MOVE SPACES TO W-CPNI-BYPASS.
           DISPLAY "  Customer PIN (blank = internal bypass): "
               WITH NO ADVANCING.
           ACCEPT W-CPNI-PIN.
           IF W-CPNI-PIN = SPACES THEN
               DISPLAY "  Bypass reason code: " WITH NO ADVANCING
               ACCEPT W-CPNI-BYPASS
               IF W-CPNI-BYPASS = SPACES THEN
                   GO TO CPNI-AUTHENTICATE-EXIT
               END-IF
               MOVE 'B' TO W-CPNI-METHOD
               SET W-CPNI-CLEARED TO TRUE
           ELSE
               CALL 'CHECK-ACCOUNT-PIN' USING L-POSITION, W-CPNI-PIN,
                   W-CPNI-RESULT
               IF W-PIN-GOOD THEN
                   PERFORM CPNI-CHECK-CALLER
               ELSE
                   IF W-PIN-NOT-SET THEN
                       DISPLAY "  No PIN on this account; use the",
                           " bypass or set one (option 29)."
                   ELSE
                       DISPLAY "  PIN does not match."
                   END-IF
               END-IF
           END-IF.
           IF W-CPNI-CLEARED THEN
               CALL 'WRITE-CPNI-LOG' USING L-POSITION,
                   W-CPNI-DISCLOSED, W-CPNI-METHOD, W-CPNI-BYPASS,
                   W-CPNI-FILENAME
           END-IF.
       CPNI-AUTHENTICATE-EXIT.
           CONTINUE.

      *    the PIN is good; the caller is the holder (under the
      *    master name or a DBA or alias of it) or an authorized
      *    user on the account, logged 'U' so the auditor can tell
      *    the difference -- anyone else is turned away
       CPNI-CHECK-CALLER.
           DISPLAY "  Caller's name (blank = account holder): "
               WITH NO ADVANCING.
           ACCEPT W-CPNI-CALLER.
           IF W-CPNI-CALLER = SPACES THEN
               MOVE 'P' TO W-CPNI-METHOD
               SET W-CPNI-CLEARED TO TRUE
           ELSE
               CALL 'GET-CUSTOMER-MASTER' USING L-POSITION,
                   W-CPNI-FOUND, W-CPNI-ACCOUNT, W-CPNI-HOLDER,
                   W-CPNI-ADDRESS, W-CPNI-PLAN, W-CPNI-STATUS
               MOVE W-CPNI-CALLER TO W-ALT-KEY-NAME
               PERFORM FIND-KEYED-ALT-NAME
               CALL 'STANDARDIZE-NAME' USING W-CPNI-CALLER,
                   W-CPNI-CALLER-KEY
               CALL 'STANDARDIZE-NAME' USING W-CPNI-HOLDER,
                   W-CPNI-HOLDER-KEY
               EVALUATE TRUE
                   WHEN W-CPNI-HOLDER-ON-FILE AND
                           W-CPNI-CALLER-KEY = W-CPNI-HOLDER-KEY
                       MOVE 'P' TO W-CPNI-METHOD
                       SET W-CPNI-CLEARED TO TRUE
                   WHEN W-ALT-HIT = 0
                       DISPLAY "  Caller is not the account holder or",
                           " an authorized user."
                   WHEN W-ALT-AUTH-USER
                       MOVE 'U' TO W-CPNI-METHOD
                       SET W-CPNI-CLEARED TO TRUE
                   WHEN OTHER
                       MOVE 'P' TO W-CPNI-METHOD
                       SET W-CPNI-CLEARED TO TRUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      *    DIRECTORY LISTING -- listed, non-listed, or non-published
      *    per number.  The unlisted options carry the monthly
      *    listing charge the bill cycle applies, and non-published
      *    drops the number from the white pages entirely -- the
      *    tariff promise a customer pays for.
      *----------------------------------------------------------------
       LISTING-STATUS-ENTRY.
           DISPLAY "  Phone (10 digits): " WITH NO ADVANCING.
           ACCEPT W-LST-PHONE10.
           MOVE W-LST-PHONE10 TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE.
           IF L-POSITION = 0 THEN
               DISPLAY "  That number is not on any account."
               GO TO LISTING-STATUS-ENTRY-EXIT.
           CALL 'GET-LISTING-STATUS' USING W-LST-PHONE10,
               W-LST-STATUS, W-LISTING-FILENAME.
           DISPLAY "  Current status: ", W-LST-STATUS.
           DISPLAY "  New status - L listed, N non-listed,",
               " P non-published: " WITH NO ADVANCING.
           ACCEPT W-LST-STATUS.
           IF NOT W-LST-VALID THEN
               DISPLAY "  Not a valid listing status."
               GO TO LISTING-STATUS-ENTRY-EXIT.
           CALL 'WRITE-LISTING-STATUS' USING W-LST-PHONE10,
               W-LST-STATUS, W-LISTING-FILENAME.
           IF W-LST-STATUS = 'L' THEN
               DISPLAY "  Number listed; no monthly charge."
           ELSE
               DISPLAY "  Status set; the monthly listing charge",
                   " applies from the next cycle."
           END-IF.
       LISTING-STATUS-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    RETURNED MAIL -- when the post office hands a statement
      *    back, the account goes on bad-address hold: letters
      *    suppress, statements print to the internal hold queue,
      *    and the account sits on the correction work list until a
      *    clerk keys the corrected address here, which clears the
      *    flag.  Set and clear both journal.
      *----------------------------------------------------------------
       RETURNED-MAIL.
           DISPLAY "  1. Flag returned mail  2. Key corrected",
               " address  3. Correction work list".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-RM-CHOICE.
           IF W-RM-CHOICE = 3 THEN
               PERFORM LIST-BAD-ADDRESSES
               GO TO RETURNED-MAIL-EXIT.
           IF W-RM-CHOICE NOT = 1 AND W-RM-CHOICE NOT = 2 THEN
               DISPLAY "  Not a valid choice."
               GO TO RETURNED-MAIL-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO RETURNED-MAIL-EXIT.
           IF W-RM-CHOICE = 1 THEN
               MOVE 'Y' TO W-RM-FLAG
               CALL 'SET-BAD-ADDRESS' USING L-STATUS, L-POSITION,
                   W-RM-FLAG
               IF STATUS-OK THEN
                   MOVE 'RETURNED MAIL - ADDRESS HELD BAD'
                       TO W-NOTE-TEXT
                   CALL 'WRITE-NOTE' USING L-POSITION,
                       W-OPERATOR-ID, W-NOTE-TEXT
                   DISPLAY "  Flagged; letters held, statements to",
                       " the hold queue."
               ELSE
                   DISPLAY "  Flag failed."
               END-IF
               GO TO RETURNED-MAIL-EXIT.
           DISPLAY "  Corrected street: " WITH NO ADVANCING.
           ACCEPT W-RM-STREET.
           DISPLAY "  City: " WITH NO ADVANCING.
           ACCEPT W-RM-CITY.
           DISPLAY "  State: " WITH NO ADVANCING.
           ACCEPT W-RM-STATE.
           DISPLAY "  ZIP: " WITH NO ADVANCING.
           ACCEPT W-RM-ZIP.
           CALL 'CHANGE-MASTER-ADDRESS' USING L-STATUS, L-POSITION,
               W-RM-ADDRESS.
           IF NOT STATUS-OK THEN
               DISPLAY "  Address change failed."
               GO TO RETURNED-MAIL-EXIT.
           MOVE 'N' TO W-RM-FLAG.
           CALL 'SET-BAD-ADDRESS' USING L-STATUS, L-POSITION,
               W-RM-FLAG.
           MOVE 'ADDRESS CORRECTED; MAIL RESUMES' TO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Address corrected and the hold cleared.".
       RETURNED-MAIL-EXIT.
           CONTINUE.

       LIST-BAD-ADDRESSES.
           MOVE 0 TO W-HITS.
           PERFORM LIST-ONE-BAD-ADDRESS
               THRU LIST-ONE-BAD-ADDRESS-EXIT
               VARYING W-SCAN-POS FROM 2 BY 1
               UNTIL W-SCAN-POS > W-MASTER-FILE-SIZE.
           DISPLAY "  ACCOUNTS AWAITING CORRECTION: ", W-HITS.

       LIST-ONE-BAD-ADDRESS.
           CALL 'GET-BAD-ADDRESS' USING W-SCAN-POS, W-RM-FLAG.
           IF W-RM-FLAG NOT = 'Y' THEN
               GO TO LIST-ONE-BAD-ADDRESS-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-SCAN-POS, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO LIST-ONE-BAD-ADDRESS-EXIT.
           ADD 1 TO W-HITS.
           DISPLAY "  ", W-ACCOUNT, "  ", W-NAME, "  ", W-ADDRESS.
       LIST-ONE-BAD-ADDRESS-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    DELIVERY PREFERENCE -- paper, electronic, or both; an
      *    electronic account skips the print stream and lands on
      *    the e-bill extract instead.  The bounce run flips a
      *    hard-bounced account back to paper so nobody silently
      *    stops receiving bills.
      *----------------------------------------------------------------
       DELIVERY-PREFERENCE.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO DELIVERY-PREFERENCE-EXIT.
           CALL 'GET-DELIVERY-PREF' USING L-POSITION, W-DELIVERY,
               W-CONTACT-REF.
           DISPLAY "  Current preference: ", W-DELIVERY.
           DISPLAY "  New preference - P paper, E electronic,",
               " B both: " WITH NO ADVANCING.
           ACCEPT W-DELIVERY.
           IF NOT W-DELIVERY-VALID THEN
               DISPLAY "  Not a valid preference."
               GO TO DELIVERY-PREFERENCE-EXIT.
           IF W-DELIVERY = 'E' OR W-DELIVERY = 'B' THEN
               DISPLAY "  E-bill contact (email reference): "
                   WITH NO ADVANCING
               ACCEPT W-CONTACT-REF
               IF W-CONTACT-REF = SPACES THEN
                   DISPLAY "  Electronic delivery needs a contact."
                   GO TO DELIVERY-PREFERENCE-EXIT
               END-IF
           ELSE
               MOVE SPACES TO W-CONTACT-REF
           END-IF.
           CALL 'SET-DELIVERY-PREF' USING L-STATUS, L-POSITION,
               W-DELIVERY, W-CONTACT-REF.
           IF STATUS-OK THEN
               DISPLAY "  Delivery preference updated."
           ELSE
               DISPLAY "  Update failed."
           END-IF.
       DELIVERY-PREFERENCE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    LANGUAGE PREFERENCE -- English or Spanish for statements,
      *    final bills, rebills, and the letters.  The wording comes
      *    from the language text file and the Spanish templates, so
      *    nothing here but the choice itself.
      *----------------------------------------------------------------
       LANGUAGE-PREFERENCE.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO LANGUAGE-PREFERENCE-EXIT.
           CALL 'GET-LANGUAGE-PREF' USING L-POSITION, W-LANGUAGE.
           DISPLAY "  Current language: ", W-LANGUAGE.
           DISPLAY "  New language - E English, S Spanish: "
               WITH NO ADVANCING.
           ACCEPT W-LANGUAGE.
           IF NOT W-LANGUAGE-VALID THEN
               DISPLAY "  Not a valid language."
               GO TO LANGUAGE-PREFERENCE-EXIT.
           CALL 'SET-LANGUAGE-PREF' USING L-STATUS, L-POSITION,
               W-LANGUAGE.
           IF STATUS-OK THEN
               DISPLAY "  Language preference updated."
           ELSE
               DISPLAY "  Update failed."
           END-IF.
       LANGUAGE-PREFERENCE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    EMPLOYEE CONCESSION -- the benefit on an employee's own
      *    account: the employee ID payroll knows them by and the
      *    percentage off local service, toll, and equipment rental
      *    (100 is free).  The bill run takes it off as its own lines
      *    and logs the value for the payroll report.  Separation
      *    ends it as of the date given; bills run after that date
      *    are at retail, and the account needs nothing else changed.
      *----------------------------------------------------------------
       CONCESSION-ENTRY.
           DISPLAY "  1. Enroll / change  2. Separation  3. View".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-CN-CHOICE.
           IF W-CN-CHOICE < 1 OR W-CN-CHOICE > 3 THEN
               DISPLAY "  Not a valid choice."
               GO TO CONCESSION-ENTRY-EXIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO CONCESSION-ENTRY-EXIT.
           CALL 'GET-CONCESSION' USING L-POSITION, W-CN-FOUND,
               W-CN-STATUS, W-CN-EMPLOYEE-ID, W-CN-LOCAL-PCT,
               W-CN-TOLL-PCT, W-CN-EQUIP-PCT, W-CN-START-DATE,
               W-CN-END-DATE.
           IF W-CN-CHOICE = 3 THEN
               IF NOT W-CONCESSION-ON-FILE THEN
                   DISPLAY "  No employee concession on file."
               ELSE
                   DISPLAY "  Status ", W-CN-STATUS,
                       "  Employee ", W-CN-EMPLOYEE-ID,
                       "  Local ", W-CN-LOCAL-PCT, "%",
                       "  Toll ", W-CN-TOLL-PCT, "%",
                       "  Equipment ", W-CN-EQUIP-PCT, "%"
                   DISPLAY "  Started ", W-CN-START-DATE,
                       "  Ended ", W-CN-END-DATE
               END-IF
               GO TO CONCESSION-ENTRY-EXIT.
           IF W-CN-CHOICE = 2 THEN
               IF NOT W-CONCESSION-ON-FILE OR NOT W-CN-ACTIVE THEN
                   DISPLAY "  No live concession to end."
                   GO TO CONCESSION-ENTRY-EXIT
               END-IF
               DISPLAY "  Separation date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT W-CN-DATE
               IF W-CN-DATE = 0 THEN
                   ACCEPT W-CN-DATE FROM DATE YYYYMMDD
               END-IF
               MOVE 'E' TO W-CN-WANT
               CALL 'SET-CONCESSION' USING L-STATUS, L-POSITION,
                   W-CN-WANT, W-CN-EMPLOYEE-ID, W-CN-LOCAL-PCT,
                   W-CN-TOLL-PCT, W-CN-EQUIP-PCT, W-CN-DATE
               IF STATUS-OK THEN
                   MOVE "EMPLOYEE CONCESSION ENDED - RETAIL BILLING"
                       TO W-NOTE-TEXT
                   CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
                       W-NOTE-TEXT
                   DISPLAY "  Concession ended; billed at retail",
                       " after ", W-CN-DATE, "."
               ELSE
                   DISPLAY "  Concession update failed."
               END-IF
               GO TO CONCESSION-ENTRY-EXIT.
           DISPLAY "  Employee ID: " WITH NO ADVANCING.
           ACCEPT W-CN-EMPLOYEE-ID.
           IF W-CN-EMPLOYEE-ID = SPACES THEN
               DISPLAY "  An employee ID is required."
               GO TO CONCESSION-ENTRY-EXIT.
           DISPLAY "  Percent off local service: " WITH NO ADVANCING.
           ACCEPT W-CN-LOCAL-PCT.
           DISPLAY "  Percent off toll: " WITH NO ADVANCING.
           ACCEPT W-CN-TOLL-PCT.
           DISPLAY "  Percent off equipment: " WITH NO ADVANCING.
           ACCEPT W-CN-EQUIP-PCT.
           IF W-CN-LOCAL-PCT > 100 OR W-CN-TOLL-PCT > 100 OR
                   W-CN-EQUIP-PCT > 100 THEN
               DISPLAY "  No percentage can be over 100."
               GO TO CONCESSION-ENTRY-EXIT.
           MOVE 0 TO W-CN-DATE.
           IF NOT W-CONCESSION-ON-FILE OR NOT W-CN-ACTIVE THEN
               DISPLAY "  Start date (YYYYMMDD, 0 = today): "
                   WITH NO ADVANCING
               ACCEPT W-CN-DATE
               IF W-CN-DATE = 0 THEN
                   ACCEPT W-CN-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           MOVE 'A' TO W-CN-WANT.
           CALL 'SET-CONCESSION' USING L-STATUS, L-POSITION,
               W-CN-WANT, W-CN-EMPLOYEE-ID, W-CN-LOCAL-PCT,
               W-CN-TOLL-PCT, W-CN-EQUIP-PCT, W-CN-DATE.
           IF STATUS-OK THEN
               DISPLAY "  Employee concession on file."
           ELSE
               DISPLAY "  Concession update failed."
           END-IF.
       CONCESSION-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    MARKETING CONSENT -- the customer's answer to whether we
      *    may use their calling records and services (CPNI) to
      *    market to them, with when and how they gave it: Phone,
      *    Mail, Web, or in the Store.  Do-not-solicit is separate
      *    and stronger -- no offers at all.  A customer never asked
      *    has not consented.
      *----------------------------------------------------------------
       MARKETING-CONSENT-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO MARKETING-CONSENT-ENTRY-EXIT.
           CALL 'GET-MARKETING-CONSENT' USING L-POSITION, W-MK-CONSENT,
               W-MK-DATE, W-MK-CHANNEL, W-MK-DNS, W-MKTCONS-FILENAME.
           MOVE W-MK-CONSENT TO W-MK-OLD-CONSENT.
           MOVE W-MK-DNS TO W-MK-OLD-DNS.
           IF W-MK-CONSENT = SPACE THEN
               DISPLAY "  CPNI marketing consent: never asked."
           ELSE
               DISPLAY "  CPNI marketing consent: ", W-MK-CONSENT,
                   "  given ", W-MK-DATE, "  by ", W-MK-CHANNEL
           END-IF.
           DISPLAY "  Do not solicit: ", W-MK-DNS.
           DISPLAY "  CPNI consent - I opt in, O opt out: "
               WITH NO ADVANCING.
           ACCEPT W-MK-CONSENT.
           IF NOT W-MK-CONSENT-VALID THEN
               DISPLAY "  Not a valid answer."
               GO TO MARKETING-CONSENT-ENTRY-EXIT.
           DISPLAY "  Do not solicit (Y/N): " WITH NO ADVANCING.
           ACCEPT W-MK-DNS.
           IF NOT W-MK-DNS-VALID THEN
               DISPLAY "  Not a valid answer."
               GO TO MARKETING-CONSENT-ENTRY-EXIT.
           IF W-MK-CONSENT = W-MK-OLD-CONSENT AND
                   W-MK-DNS = W-MK-OLD-DNS THEN
               DISPLAY "  Nothing changed."
               GO TO MARKETING-CONSENT-ENTRY-EXIT.
           DISPLAY "  Channel - P phone, M mail, W web, S store: "
               WITH NO ADVANCING.
           ACCEPT W-MK-CHANNEL.
           IF NOT W-MK-CHANNEL-VALID THEN
               DISPLAY "  Not a valid channel."
               GO TO MARKETING-CONSENT-ENTRY-EXIT.
           DISPLAY "  Date given (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-MK-DATE.
           IF W-MK-DATE = 0 THEN
               ACCEPT W-MK-DATE FROM DATE YYYYMMDD
           END-IF.
           CALL 'WRITE-MARKETING-CONSENT' USING L-POSITION,
               W-MK-CONSENT, W-MK-DATE, W-MK-CHANNEL, W-MK-DNS,
               W-OPERATOR-ID, W-MKTCONS-FILENAME.
           DISPLAY "  Marketing consent updated.".
       MARKETING-CONSENT-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    HUNT GROUP -- a call to the pilot rings the pilot first,
      *    then each member in the order entered here.  The pilot and
      *    every member must be lines on this account, and a line
      *    hunts in one group only.  The whole member list is entered
      *    each time, like the calling circle; entering none removes
      *    the group.
      *----------------------------------------------------------------
       HUNT-GROUP-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO HUNT-GROUP-ENTRY-EXIT.
           MOVE 0 TO W-HG-SHOWN.
           PERFORM SHOW-ONE-HUNT-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT.
           IF W-HG-SHOWN = 0 THEN
               DISPLAY "  No hunt groups on this account."
           END-IF.
           DISPLAY "  Pilot number (10 digits, 0 = done): "
               WITH NO ADVANCING.
           ACCEPT W-HG-PILOT-ENTRY.
           IF W-HG-PILOT-ENTRY = 0 THEN
               GO TO HUNT-GROUP-ENTRY-EXIT.
           MOVE W-HG-PILOT-ENTRY TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-HG-OWNER-POS, W-PHONE.
           IF W-HG-OWNER-POS NOT = L-POSITION THEN
               DISPLAY "  The pilot must be a line on this account."
               GO TO HUNT-GROUP-ENTRY-EXIT.
      *    W-HG-HIT is the group this pilot already heads, or zero
           MOVE 0 TO W-HG-HIT.
           PERFORM MATCH-HUNT-PILOT
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT OR W-HG-HIT NOT = 0.
           MOVE W-HG-PILOT-ENTRY TO W-HG-ENTRY.
           PERFORM CHECK-HUNT-CONFLICT.
           IF W-HG-CONFLICT THEN
               DISPLAY "  That line already hunts in another group."
               GO TO HUNT-GROUP-ENTRY-EXIT.
           DISPLAY "  Member lines in hunt order after the pilot, up",
               " to 20 (0 to finish; none removes the group):".
           MOVE 0 TO W-HG-LIST-COUNT.
           MOVE 1 TO W-HG-ENTRY.
           PERFORM TAKE-ONE-HUNT-MEMBER THRU TAKE-ONE-HUNT-MEMBER-EXIT
               UNTIL W-HG-LIST-COUNT >= 20 OR W-HG-ENTRY = 0.
           IF W-HG-LIST-COUNT = 0 AND W-HG-HIT = 0 THEN
               DISPLAY "  No members entered; nothing saved."
               GO TO HUNT-GROUP-ENTRY-EXIT.
           CALL 'SET-HUNT-GROUP' USING L-STATUS, W-HG-PILOT-ENTRY,
               L-POSITION, W-HG-LIST.
           EVALUATE TRUE
               WHEN NOT STATUS-OK
                   DISPLAY "  Hunt group table is full; nothing saved."
               WHEN W-HG-LIST-COUNT = 0
                   DISPLAY "  Hunt group removed."
               WHEN OTHER
                   DISPLAY "  Hunt group saved (", W-HG-LIST-COUNT,
                       " members)."
           END-EVALUATE.
       HUNT-GROUP-ENTRY-EXIT.
           CONTINUE.

       SHOW-ONE-HUNT-GROUP.
           IF W-HG-MASTER-POS(W-HG-SUB) = L-POSITION THEN
               ADD 1 TO W-HG-SHOWN
               DISPLAY "  Hunt group pilot ", W-HG-PILOT(W-HG-SUB),
                   " hunts to:"
               PERFORM SHOW-ONE-HUNT-MEMBER
                   VARYING W-HG-MSUB FROM 1 BY 1
                   UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB)
           END-IF.

       SHOW-ONE-HUNT-MEMBER.
           DISPLAY "    ", W-HG-MEMBER(W-HG-SUB, W-HG-MSUB).

       MATCH-HUNT-PILOT.
           IF W-HG-PILOT(W-HG-SUB) = W-HG-PILOT-ENTRY THEN
               MOVE W-HG-SUB TO W-HG-HIT
           END-IF.

      *    a line already in some other group, as pilot or member,
      *    sets W-HG-CONFLICT; the group being edited doesn't count
       CHECK-HUNT-CONFLICT.
           MOVE 'N' TO W-HG-CONFLICT-SW.
           PERFORM CHECK-ONE-HUNT-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT OR W-HG-CONFLICT.

       CHECK-ONE-HUNT-GROUP.
           IF W-HG-SUB NOT = W-HG-HIT THEN
               IF W-HG-PILOT(W-HG-SUB) = W-HG-ENTRY THEN
                   SET W-HG-CONFLICT TO TRUE
               END-IF
               PERFORM CHECK-ONE-HUNT-MEMBER
                   VARYING W-HG-MSUB FROM 1 BY 1
                   UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB)
                       OR W-HG-CONFLICT
           END-IF.

       CHECK-ONE-HUNT-MEMBER.
           IF W-HG-MEMBER(W-HG-SUB, W-HG-MSUB) = W-HG-ENTRY THEN
               SET W-HG-CONFLICT TO TRUE
           END-IF.

       TAKE-ONE-HUNT-MEMBER.
           DISPLAY "  Member: " WITH NO ADVANCING.
           ACCEPT W-HG-ENTRY.
           IF W-HG-ENTRY = 0 THEN
               GO TO TAKE-ONE-HUNT-MEMBER-EXIT.
           IF W-HG-ENTRY = W-HG-PILOT-ENTRY THEN
               DISPLAY "  The pilot always rings first; skipped."
               GO TO TAKE-ONE-HUNT-MEMBER-EXIT.
           MOVE W-HG-ENTRY TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-HG-OWNER-POS, W-PHONE.
           IF W-HG-OWNER-POS NOT = L-POSITION THEN
               DISPLAY "  Not a line on this account; skipped."
               GO TO TAKE-ONE-HUNT-MEMBER-EXIT.
           MOVE 'N' TO W-HG-CONFLICT-SW.
           PERFORM MATCH-LISTED-MEMBER
               VARYING W-HG-MSUB FROM 1 BY 1
               UNTIL W-HG-MSUB > W-HG-LIST-COUNT OR W-HG-CONFLICT.
           IF W-HG-CONFLICT THEN
               DISPLAY "  Already entered; skipped."
               GO TO TAKE-ONE-HUNT-MEMBER-EXIT.
           PERFORM CHECK-HUNT-CONFLICT.
           IF W-HG-CONFLICT THEN
               DISPLAY "  Already hunts in another group; skipped."
               GO TO TAKE-ONE-HUNT-MEMBER-EXIT.
           ADD 1 TO W-HG-LIST-COUNT.
           MOVE W-HG-ENTRY TO W-HG-LIST-MEMBER(W-HG-LIST-COUNT).
       TAKE-ONE-HUNT-MEMBER-EXIT.
           CONTINUE.

       MATCH-LISTED-MEMBER.
           IF W-HG-LIST-MEMBER(W-HG-MSUB) = W-HG-ENTRY THEN
               SET W-HG-CONFLICT TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    CALLING CARD -- a card places calls from any phone and
      *    bills them to this account, on the line named when it was
      *    issued.  A new card takes a PIN and a daily spend limit
      *    and needs an active account.  A card already on the
      *    account can be cancelled or have its limit changed; one
      *    the mediation run suspended goes back in service only on a
      *    supervisor's sign-on.  A cancelled card stays cancelled.
      *----------------------------------------------------------------
       CALLING-CARD-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO CALLING-CARD-ENTRY-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  Not found."
               GO TO CALLING-CARD-ENTRY-EXIT.
           MOVE 0 TO W-CARD-SHOWN.
           PERFORM SHOW-ONE-CALLING-CARD
               VARYING W-CARD-SUB FROM 1 BY 1
               UNTIL W-CARD-SUB > W-CALLING-CARD-COUNT.
           IF W-CARD-SHOWN = 0 THEN
               DISPLAY "  No calling cards on this account."
           END-IF.
           DISPLAY "  Card number (10 digits, 0 = done): "
               WITH NO ADVANCING.
           ACCEPT W-CARD-ENTRY.
           IF W-CARD-ENTRY = 0 THEN
               GO TO CALLING-CARD-ENTRY-EXIT.
           MOVE 0 TO W-CARD-HIT.
           PERFORM MATCH-CALLING-CARD
               VARYING W-CARD-SUB FROM 1 BY 1
               UNTIL W-CARD-SUB > W-CALLING-CARD-COUNT
                   OR W-CARD-HIT NOT = 0.
           IF W-CARD-HIT = 0 THEN
               PERFORM ISSUE-CALLING-CARD
                   THRU ISSUE-CALLING-CARD-EXIT
           ELSE
               PERFORM CHANGE-CALLING-CARD
                   THRU CHANGE-CALLING-CARD-EXIT
           END-IF.
       CALLING-CARD-ENTRY-EXIT.
           CONTINUE.

       SHOW-ONE-CALLING-CARD.
           IF W-CC-MASTER-POS(W-CARD-SUB) = L-POSITION THEN
               ADD 1 TO W-CARD-SHOWN
               MOVE W-CC-DAILY-LIMIT(W-CARD-SUB) TO W-CARD-SHOW-LIMIT
               DISPLAY "  Card ", W-CC-CARD-NUMBER(W-CARD-SUB),
                   " bills ", W-CC-BILL-PHONE(W-CARD-SUB),
                   " status ", W-CC-STATUS(W-CARD-SUB),
                   " limit ", W-CARD-SHOW-LIMIT,
                   " issued ", W-CC-ISSUE-DATE(W-CARD-SUB)
           END-IF.

       MATCH-CALLING-CARD.
           IF W-CC-CARD-NUMBER(W-CARD-SUB) = W-CARD-ENTRY THEN
               MOVE W-CARD-SUB TO W-CARD-HIT
           END-IF.

       ISSUE-CALLING-CARD.
           IF W-STATUS-CODE NOT = 'A' THEN
               DISPLAY "  Cards are issued only on an active account."
               GO TO ISSUE-CALLING-CARD-EXIT.
           DISPLAY "  PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT W-CARD-PIN.
           IF W-CARD-PIN = 0 THEN
               DISPLAY "  No PIN entered; nothing saved."
               GO TO ISSUE-CALLING-CARD-EXIT.
           DISPLAY "  Line the card bills to: " WITH NO ADVANCING.
           ACCEPT W-CARD-PHONE.
           MOVE W-CARD-PHONE TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-CARD-OWNER-POS,
               W-PHONE.
           IF W-CARD-OWNER-POS NOT = L-POSITION THEN
               DISPLAY "  The card must bill a line on this account."
               GO TO ISSUE-CALLING-CARD-EXIT.
           MOVE W-CARD-DEFAULT-LIMIT TO W-CARD-SHOW-LIMIT.
           DISPLAY "  Daily spend limit (0 = ", W-CARD-SHOW-LIMIT,
               "): " WITH NO ADVANCING.
           ACCEPT W-CARD-LIMIT.
           IF W-CARD-LIMIT = 0 THEN
               MOVE W-CARD-DEFAULT-LIMIT TO W-CARD-LIMIT
           END-IF.
           MOVE 'A' TO W-CARD-STATUS.
           CALL 'SET-CALLING-CARD' USING L-STATUS, W-CARD-ENTRY,
               W-CARD-PIN, L-POSITION, W-CARD-PHONE, W-CARD-STATUS,
               W-CARD-LIMIT.
           IF STATUS-OK THEN
               DISPLAY "  Card issued."
           ELSE
               DISPLAY "  Calling card table is full; nothing saved."
           END-IF.
       ISSUE-CALLING-CARD-EXIT.
           CONTINUE.

       CHANGE-CALLING-CARD.
           IF W-CC-MASTER-POS(W-CARD-HIT) NOT = L-POSITION THEN
               DISPLAY "  That card belongs to another account."
               GO TO CHANGE-CALLING-CARD-EXIT.
           IF W-CC-STATUS(W-CARD-HIT) = 'C' THEN
               DISPLAY "  That card is cancelled."
               GO TO CHANGE-CALLING-CARD-EXIT.
           MOVE W-CC-PIN(W-CARD-HIT) TO W-CARD-PIN.
           MOVE W-CC-BILL-PHONE(W-CARD-HIT) TO W-CARD-PHONE.
           MOVE W-CC-STATUS(W-CARD-HIT) TO W-CARD-STATUS.
           MOVE W-CC-DAILY-LIMIT(W-CARD-HIT) TO W-CARD-LIMIT.
           DISPLAY "  C = cancel, L = change limit, R = reinstate: "
               WITH NO ADVANCING.
           MOVE SPACE TO W-CARD-ACTION.
           ACCEPT W-CARD-ACTION.
           EVALUATE W-CARD-ACTION
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO W-CARD-STATUS
               WHEN 'L'
               WHEN 'l'
                   DISPLAY "  New daily spend limit: "
                       WITH NO ADVANCING
                   ACCEPT W-CARD-LIMIT
                   IF W-CARD-LIMIT = 0 THEN
                       DISPLAY "  No limit entered; nothing saved."
                       GO TO CHANGE-CALLING-CARD-EXIT
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   IF W-CARD-STATUS NOT = 'S' THEN
                       DISPLAY "  That card is not suspended."
                       GO TO CHANGE-CALLING-CARD-EXIT
                   END-IF
                   IF NOT W-SUPERVISOR-LEVEL THEN
                       DISPLAY "  Reinstating a card needs",
                           " supervisor sign-on."
                       GO TO CHANGE-CALLING-CARD-EXIT
                   END-IF
                   IF W-STATUS-CODE NOT = 'A' THEN
                       DISPLAY "  The account is not active."
                       GO TO CHANGE-CALLING-CARD-EXIT
                   END-IF
                   MOVE 'A' TO W-CARD-STATUS
               WHEN OTHER
                   DISPLAY "  Nothing changed."
                   GO TO CHANGE-CALLING-CARD-EXIT
           END-EVALUATE.
           CALL 'SET-CALLING-CARD' USING L-STATUS, W-CARD-ENTRY,
               W-CARD-PIN, L-POSITION, W-CARD-PHONE, W-CARD-STATUS,
               W-CARD-LIMIT.
           DISPLAY "  Card updated.".
       CHANGE-CALLING-CARD-EXIT.
           CONTINUE.

       PROSPECT-QUOTE-ENTRY.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           DISPLAY "  1. New prospect".
           DISPLAY "  2. Price a quote".
           DISPLAY "  3. View a prospect and its quotes".
           DISPLAY "  4. Accept a quote (open the account)".
           DISPLAY "  5. Mark a quote lost".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-PQ-CHOICE.
           EVALUATE W-PQ-CHOICE
               WHEN 1
                   PERFORM NEW-PROSPECT
               WHEN 2
                   PERFORM PRICE-QUOTE THRU PRICE-QUOTE-EXIT
               WHEN 3
                   PERFORM VIEW-PROSPECT THRU VIEW-PROSPECT-EXIT
               WHEN 4
                   PERFORM ACCEPT-QUOTE THRU ACCEPT-QUOTE-EXIT
               WHEN 5
                   PERFORM LOSE-QUOTE THRU LOSE-QUOTE-EXIT
               WHEN OTHER
                   DISPLAY "  Nothing done."
           END-EVALUATE.
       PROSPECT-QUOTE-ENTRY-EXIT.
           CONTINUE.

       NEW-PROSPECT.
           MOVE 0 TO W-PQP-PROSPECT-ID.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-PQP-NAME.
           DISPLAY "  Street: " WITH NO ADVANCING.
           ACCEPT W-STREET.
           DISPLAY "  City: " WITH NO ADVANCING.
           ACCEPT W-CITY.
           DISPLAY "  State: " WITH NO ADVANCING.
           ACCEPT W-STATE.
           DISPLAY "  ZIP: " WITH NO ADVANCING.
           ACCEPT W-ZIP.
           MOVE W-ADDRESS TO W-PQP-ADDRESS.
           DISPLAY "  Contact: " WITH NO ADVANCING.
           ACCEPT W-PQP-CONTACT.
           DISPLAY "  Contact phone: " WITH NO ADVANCING.
           ACCEPT W-PQP-CONTACT-PHONE.
           DISPLAY "  Selling agent code (blank = house): "
               WITH NO ADVANCING.
           ACCEPT W-PQP-AGENT-CODE.
           MOVE 0 TO W-PQP-ENTERED-DATE.
           MOVE 0 TO W-PQP-MASTER-POS.
           CALL 'SET-PROSPECT' USING W-PQ-SET-STATUS, W-PQ-PROSPECT.
           IF W-PQ-SET-STATUS = 0 THEN
               DISPLAY "  Prospect ", W-PQP-PROSPECT-ID, " entered."
           ELSE
               DISPLAY "  Prospect table is full; nothing saved."
           END-IF.

      *    finds the prospect keyed in and copies it to W-PQ-PROSPECT;
      *    W-PQ-HIT stays 0 when there is no such prospect
       FIND-PROSPECT.
           DISPLAY "  Prospect number: " WITH NO ADVANCING.
           ACCEPT W-PQ-PROSPECT-ID.
           PERFORM LOOK-UP-PROSPECT.
           IF W-PQ-HIT = 0 THEN
               DISPLAY "  No such prospect."
           END-IF.

       LOOK-UP-PROSPECT.
           MOVE 0 TO W-PQ-HIT.
           PERFORM MATCH-PROSPECT
               VARYING W-PQ-SUB FROM 1 BY 1
               UNTIL W-PQ-SUB > W-PROSPECT-COUNT OR W-PQ-HIT NOT = 0.
           IF W-PQ-HIT NOT = 0 THEN
               MOVE W-PROSPECT-ENTRY(W-PQ-HIT) TO W-PQ-PROSPECT
           END-IF.

       MATCH-PROSPECT.
           IF W-PR-PROSPECT-ID(W-PQ-SUB) = W-PQ-PROSPECT-ID THEN
               MOVE W-PQ-SUB TO W-PQ-HIT
           END-IF.

      *    finds the quote keyed in, copies it to W-PQ-QUOTE with its
      *    standing, and looks up the prospect it was priced for
       FIND-QUOTE.
           DISPLAY "  Quote number: " WITH NO ADVANCING.
           ACCEPT W-PQ-QUOTE-ID.
           MOVE 0 TO W-PQ-QHIT.
           PERFORM MATCH-QUOTE
               VARYING W-PQ-SUB FROM 1 BY 1
               UNTIL W-PQ-SUB > W-QUOTE-COUNT OR W-PQ-QHIT NOT = 0.
           IF W-PQ-QHIT = 0 THEN
               DISPLAY "  No such quote."
               GO TO FIND-QUOTE-EXIT.
           MOVE W-QUOTE-ENTRY(W-PQ-QHIT) TO W-PQ-QUOTE.
           MOVE W-PQ-QHIT TO W-PQ-SUB.
           PERFORM QUOTE-STANDING.
           MOVE W-PQQ-PROSPECT-ID TO W-PQ-PROSPECT-ID.
           PERFORM LOOK-UP-PROSPECT.
       FIND-QUOTE-EXIT.
           CONTINUE.

       MATCH-QUOTE.
           IF W-QT-QUOTE-ID(W-PQ-SUB) = W-PQ-QUOTE-ID THEN
               MOVE W-PQ-SUB TO W-PQ-QHIT
           END-IF.

      *    an open quote past its expiry date is expired; nothing
      *    writes that back, it is simply no longer good
       QUOTE-STANDING.
           EVALUATE W-QT-STATUS(W-PQ-SUB)
               WHEN 'W'
                   MOVE 'WON' TO W-PQ-STANDING
               WHEN 'L'
                   MOVE 'LOST' TO W-PQ-STANDING
               WHEN OTHER
                   IF W-QT-EXPIRY-DATE(W-PQ-SUB) < W-TODAY THEN
                       MOVE 'EXPIRED' TO W-PQ-STANDING
                   ELSE
                       MOVE 'OPEN' TO W-PQ-STANDING
                   END-IF
           END-EVALUATE.

       PRICE-QUOTE.
           PERFORM FIND-PROSPECT.
           IF W-PQ-HIT = 0 THEN
               GO TO PRICE-QUOTE-EXIT.
           IF W-PQP-MASTER-POS NOT = 0 THEN
               DISPLAY "  That prospect is already a customer at",
                   " position ", W-PQP-MASTER-POS, "."
               GO TO PRICE-QUOTE-EXIT.
           MOVE 0 TO W-PQQ-QUOTE-ID.
           MOVE W-PQP-PROSPECT-ID TO W-PQQ-PROSPECT-ID.
           MOVE W-PQP-AGENT-CODE TO W-PQQ-AGENT-CODE.
           DISPLAY "  Plan code: " WITH NO ADVANCING.
           ACCEPT W-PQQ-PLAN.
           CALL 'VALIDATE-PLAN-CODE' USING W-PQQ-PLAN, W-PLAN-VALID.
           IF NOT PLAN-VALID THEN
               DISPLAY "  Not a plan on the plan master."
               GO TO PRICE-QUOTE-EXIT.
           DISPLAY "  Expected credit class (A-D): " WITH NO ADVANCING.
           ACCEPT W-PQQ-CREDIT-CLASS.
           IF W-PQQ-CREDIT-CLASS < 'A' OR W-PQQ-CREDIT-CLASS > 'D'
                   THEN
               DISPLAY "  Credit class must be A through D."
               GO TO PRICE-QUOTE-EXIT.
           CALL 'GET-DEPOSIT-POLICY' USING L-CC-STATUS,
               W-PQQ-CREDIT-CLASS, W-PQQ-DEPOSIT, W-CREDPOL-FILENAME.
           IF NOT CC-STATUS-OK THEN
               DISPLAY "  No policy row for class ", W-PQQ-CREDIT-CLASS,
                   "; fix CREDPOL before quoting this class."
               GO TO PRICE-QUOTE-EXIT.

           MOVE 0 TO W-PQQ-FEATURE-COUNT.
           MOVE 0 TO W-PQQ-MONTHLY.
           PERFORM CLEAR-QUOTE-FEATURE
               VARYING W-PQ-FSUB FROM 1 BY 1 UNTIL W-PQ-FSUB > 5.
           PERFORM PRICE-ONE-FEATURE THRU PRICE-ONE-FEATURE-EXIT
               VARYING W-PQ-FSUB FROM 1 BY 1
               UNTIL W-PQ-FSUB > 5
                   OR W-PQ-FSUB > W-PQQ-FEATURE-COUNT + 1.

           MOVE 'CONN' TO W-OTC-CODE.
           CALL 'GET-ONE-TIME-CHARGE' USING W-PQ-OTC-STATUS,
               W-OTC-CODE, W-PQQ-INSTALL, W-OTCCAT-FILENAME.
           IF W-PQ-OTC-STATUS NOT = 0 THEN
               MOVE 0 TO W-PQQ-INSTALL
           END-IF.

      *    taxes are estimated on the first month's features and the
      *    installation at the service address's rates
           MOVE W-PQP-ADDRESS TO W-ADDRESS.
           ADD W-PQQ-MONTHLY, W-PQQ-INSTALL GIVING W-PQ-TAXABLE.
           CALL 'COMPUTE-TAXES' USING W-STATE, W-PQ-TAXABLE,
               W-PQ-TAX-LIST, W-PQ-TAX-TOTAL, W-PQ-NO-POSITION,
               W-TODAY.
           MOVE W-PQ-TAX-TOTAL TO W-PQQ-TAX.

           ACCEPT W-PQ-QUOTE-DAYS FROM ENVIRONMENT "DL100_QUOTE_DAYS".
           IF W-PQ-QUOTE-DAYS = 0 THEN
               MOVE 30 TO W-PQ-QUOTE-DAYS
           END-IF.
           COMPUTE W-PQQ-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(W-TODAY) + W-PQ-QUOTE-DAYS).
           MOVE 'O' TO W-PQQ-STATUS.
           CALL 'SET-QUOTE' USING W-PQ-SET-STATUS, W-PQ-QUOTE.
           IF W-PQ-SET-STATUS NOT = 0 THEN
               DISPLAY "  Quote table is full; nothing saved."
               GO TO PRICE-QUOTE-EXIT.
           PERFORM SHOW-QUOTE-DETAIL.
       PRICE-QUOTE-EXIT.
           CONTINUE.

       CLEAR-QUOTE-FEATURE.
           MOVE SPACES TO W-PQQ-FEATURE-CODE(W-PQ-FSUB).
           MOVE 0 TO W-PQQ-FEATURE-RATE(W-PQ-FSUB).

      *    features are priced at the going rate -- the latest rate
      *    anyone subscribed at -- unless none is on file yet
       PRICE-ONE-FEATURE.
           DISPLAY "  Feature code (blank = done): " WITH NO ADVANCING.
           MOVE SPACES TO W-PQ-FEATURE-CODE.
           ACCEPT W-PQ-FEATURE-CODE.
           IF W-PQ-FEATURE-CODE = SPACES THEN
               GO TO PRICE-ONE-FEATURE-EXIT.
           CALL 'GET-FEATURE-RATE' USING W-PQ-FEATURE-CODE,
               W-PQ-FEATURE-FOUND, W-PQ-FEATURE-RATE,
               W-FEATSUB-FILENAME.
           IF W-PQ-FEATURE-FOUND = 'Y' THEN
               MOVE W-PQ-FEATURE-RATE TO W-SHOW-FEA-RATE
               DISPLAY "    Going rate ", W-SHOW-FEA-RATE, " a month."
           ELSE
               DISPLAY "    No rate on file; monthly rate: "
                   WITH NO ADVANCING
               ACCEPT W-PQ-FEATURE-RATE
           END-IF.
           ADD 1 TO W-PQQ-FEATURE-COUNT.
           MOVE W-PQ-FEATURE-CODE TO W-PQQ-FEATURE-CODE(W-PQ-FSUB).
           MOVE W-PQ-FEATURE-RATE TO W-PQQ-FEATURE-RATE(W-PQ-FSUB).
           ADD W-PQ-FEATURE-RATE TO W-PQQ-MONTHLY.
       PRICE-ONE-FEATURE-EXIT.
           CONTINUE.

       SHOW-QUOTE-DETAIL.
           DISPLAY "  Quote ", W-PQQ-QUOTE-ID, " for prospect ",
               W-PQQ-PROSPECT-ID, " ", W-PQP-NAME.
           DISPLAY "    Plan ", W-PQQ-PLAN, "  credit class ",
               W-PQQ-CREDIT-CLASS, "  agent ", W-PQQ-AGENT-CODE.
           PERFORM SHOW-QUOTE-FEATURE
               VARYING W-PQ-FSUB FROM 1 BY 1
               UNTIL W-PQ-FSUB > W-PQQ-FEATURE-COUNT.
           MOVE W-PQQ-MONTHLY TO W-PQ-SHOW-AMOUNT.
           DISPLAY "    Monthly features ", W-PQ-SHOW-AMOUNT.
           MOVE W-PQQ-INSTALL TO W-PQ-SHOW-AMOUNT.
           DISPLAY "    Installation     ", W-PQ-SHOW-AMOUNT.
           MOVE W-PQQ-DEPOSIT TO W-PQ-SHOW-AMOUNT.
           DISPLAY "    Deposit          ", W-PQ-SHOW-AMOUNT.
           MOVE W-PQQ-TAX TO W-PQ-SHOW-TAX.
           DISPLAY "    Estimated taxes ", W-PQ-SHOW-TAX.
           DISPLAY "    Quoted ", W-PQQ-QUOTE-DATE, ", good through ",
               W-PQQ-EXPIRY-DATE.

       SHOW-QUOTE-FEATURE.
           MOVE W-PQQ-FEATURE-RATE(W-PQ-FSUB) TO W-PQ-SHOW-AMOUNT.
           DISPLAY "    Feature ", W-PQQ-FEATURE-CODE(W-PQ-FSUB),
               "    ", W-PQ-SHOW-AMOUNT.

       VIEW-PROSPECT.
           PERFORM FIND-PROSPECT.
           IF W-PQ-HIT = 0 THEN
               GO TO VIEW-PROSPECT-EXIT.
           MOVE W-PQP-ADDRESS TO W-ADDRESS.
           DISPLAY "  Prospect ", W-PQP-PROSPECT-ID, " ", W-PQP-NAME.
           DISPLAY "    ", W-STREET, " ", W-CITY, " ", W-STATE, " ",
               W-ZIP.
           DISPLAY "    Contact ", W-PQP-CONTACT, " ",
               W-PQP-CONTACT-PHONE.
           DISPLAY "    Agent ", W-PQP-AGENT-CODE, "  entered ",
               W-PQP-ENTERED-DATE.
           IF W-PQP-MASTER-POS NOT = 0 THEN
               DISPLAY "    Customer at position ", W-PQP-MASTER-POS
           END-IF.
           MOVE 0 TO W-PQ-SHOWN.
           PERFORM SHOW-PROSPECT-QUOTE
               VARYING W-PQ-SUB FROM 1 BY 1
               UNTIL W-PQ-SUB > W-QUOTE-COUNT.
           IF W-PQ-SHOWN = 0 THEN
               DISPLAY "  No quotes for this prospect."
           END-IF.
       VIEW-PROSPECT-EXIT.
           CONTINUE.

       SHOW-PROSPECT-QUOTE.
           IF W-QT-PROSPECT-ID(W-PQ-SUB) = W-PQP-PROSPECT-ID THEN
               ADD 1 TO W-PQ-SHOWN
               PERFORM QUOTE-STANDING
               MOVE W-QT-MONTHLY(W-PQ-SUB) TO W-PQ-SHOW-AMOUNT
               DISPLAY "  Quote ", W-QT-QUOTE-ID(W-PQ-SUB),
                   " plan ", W-QT-PLAN(W-PQ-SUB),
                   " monthly ", W-PQ-SHOW-AMOUNT,
                   " quoted ", W-QT-QUOTE-DATE(W-PQ-SUB),
                   " expires ", W-QT-EXPIRY-DATE(W-PQ-SUB),
                   " ", W-PQ-STANDING
           END-IF.

      *    accepting a quote is an account add with the prospect's
      *    name and address and the quote's plan, agent, class,
      *    deposit and features already filled in
       ACCEPT-QUOTE.
           PERFORM FIND-QUOTE THRU FIND-QUOTE-EXIT.
           IF W-PQ-QHIT = 0 THEN
               GO TO ACCEPT-QUOTE-EXIT.
           IF W-PQ-STANDING NOT = 'OPEN' THEN
               DISPLAY "  That quote is ", W-PQ-STANDING,
                   "; only an open quote can be accepted."
               GO TO ACCEPT-QUOTE-EXIT.
           IF W-PQ-HIT = 0 THEN
               DISPLAY "  The prospect for that quote is not on file."
               GO TO ACCEPT-QUOTE-EXIT.
           IF W-PQP-MASTER-POS NOT = 0 THEN
               DISPLAY "  That prospect is already a customer at",
                   " position ", W-PQP-MASTER-POS, "."
               GO TO ACCEPT-QUOTE-EXIT.
           CALL 'VALIDATE-PLAN-CODE' USING W-PQQ-PLAN, W-PLAN-VALID.
           IF NOT PLAN-VALID THEN
               DISPLAY "  Plan ", W-PQQ-PLAN, " is no longer on the",
                   " plan master; price a new quote."
               GO TO ACCEPT-QUOTE-EXIT.
           PERFORM SHOW-QUOTE-DETAIL.
           MOVE W-PQP-NAME TO W-NAME.
           MOVE W-PQP-ADDRESS TO W-ADDRESS.
           MOVE W-PQQ-PLAN TO W-PLAN.
           MOVE W-PQQ-AGENT-CODE TO W-AGENT-CODE.
           MOVE W-PQQ-CREDIT-CLASS TO W-CREDIT-CLASS.
           MOVE W-PQQ-DEPOSIT TO W-REQUIRED-DEPOSIT.
           DISPLAY "  Account number: " WITH NO ADVANCING.
           ACCEPT W-ACCOUNT.
           CALL 'FIND-SIMILAR-NAMES' USING W-NAME, W-SIMILAR-COUNT,
               W-SIMILAR-LIST.
           IF W-SIMILAR-COUNT > 0 THEN
               DISPLAY "  Possible duplicate(s) already on file:"
               PERFORM SHOW-SIMILAR-NAME
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-SIMILAR-COUNT
               DISPLAY "  Add anyway? (Y/N): " WITH NO ADVANCING
               ACCEPT W-CONFIRM
               IF NOT W-CONFIRMED THEN
                   DISPLAY "  Add cancelled."
                   GO TO ACCEPT-QUOTE-EXIT
               END-IF
           END-IF.
           DISPLAY "  Account PIN (4 digits): " WITH NO ADVANCING.
           ACCEPT W-CPNI-PIN.
           IF W-REQUIRED-DEPOSIT NOT = 0 THEN
               MOVE W-REQUIRED-DEPOSIT TO W-SHOW-REQ-DEP
               DISPLAY "  The quote carries a ", W-SHOW-REQ-DEP,
                   " deposit.  Collected? (Y/N): " WITH NO ADVANCING
               ACCEPT W-CONFIRM
               IF NOT W-CONFIRMED THEN
                   DISPLAY "  Add cancelled - required deposit not",
                       " taken."
                   GO TO ACCEPT-QUOTE-EXIT
               END-IF
           END-IF.
           DISPLAY "  Phone (0 = next from inventory): "
               WITH NO ADVANCING.
           ACCEPT W-PHONE.
           MOVE 'N' TO W-PICKED-SW.
           IF W-PHONE = 0 THEN
               CALL 'PICK-NEXT-NUMBER' USING L-STATUS, W-PICKED-NUMBER
               IF NOT STATUS-OK THEN
                   DISPLAY "  No numbers available in the inventory."
                   GO TO ACCEPT-QUOTE-EXIT
               END-IF
               SET W-NUMBER-WAS-PICKED TO TRUE
               MOVE W-PICKED-NUMBER TO W-PHONE
               DISPLAY "  Assigned number ", W-PICKED-NUMBER
           END-IF.

           CALL 'ADD-CUSTOMER-MASTER' USING L-STATUS, W-ACCOUNT, W-NAME,
               W-ADDRESS, W-PLAN, L-POSITION.
           IF STATUS-OK THEN
               CALL 'ADD-CUSTOMER-NAME' USING L-STATUS, W-NAME,
                   L-POSITION
           END-IF.
           IF STATUS-OK THEN
               CALL 'ADD-CUSTOMER-PHONE' USING L-STATUS, W-PHONE,
                   L-POSITION
           END-IF.
           IF STATUS-OK THEN
               DISPLAY "  Added at position ", L-POSITION
               IF W-BRANCH-CODE NOT = SPACES THEN
                   CALL 'SET-HOME-BRANCH' USING L-BRANCH-STATUS,
                       L-POSITION, W-BRANCH-CODE
               END-IF
               IF W-AGENT-CODE NOT = SPACES THEN
                   CALL 'SET-AGENT-CODE' USING L-AGENT-STATUS,
                       L-POSITION, W-AGENT-CODE
               END-IF
               IF W-CPNI-PIN NOT = SPACES THEN
                   CALL 'SET-ACCOUNT-PIN' USING L-PIN-STATUS,
                       L-POSITION, W-CPNI-PIN
               END-IF
               CALL 'SET-CREDIT-CLASS' USING L-CC-STATUS,
                   L-POSITION, W-CREDIT-CLASS
               IF W-REQUIRED-DEPOSIT NOT = 0 THEN
                   MOVE W-REQUIRED-DEPOSIT TO W-DEP-AMOUNT
                   MOVE W-CREDIT-CLASS TO W-DEP-CLASS
                   CALL 'TAKE-DEPOSIT' USING L-STATUS, L-POSITION,
                       W-DEP-AMOUNT, W-DEP-CLASS
                   DISPLAY "  Required deposit recorded."
                   MOVE 0 TO L-STATUS
               END-IF
               PERFORM START-QUOTED-FEATURE
                   VARYING W-PQ-FSUB FROM 1 BY 1
                   UNTIL W-PQ-FSUB > W-PQQ-FEATURE-COUNT
               MOVE 'CONN' TO W-OTC-CODE
               PERFORM APPLY-CATALOG-CHARGE
               MOVE 'W' TO W-PQQ-STATUS
               MOVE L-POSITION TO W-PQQ-MASTER-POS
               CALL 'SET-QUOTE' USING W-PQ-SET-STATUS, W-PQ-QUOTE
               MOVE L-POSITION TO W-PQP-MASTER-POS
               CALL 'SET-PROSPECT' USING W-PQ-SET-STATUS,
                   W-PQ-PROSPECT
               DISPLAY "  Quote ", W-PQQ-QUOTE-ID, " marked won."
           ELSE IF STATUS-DUPLICATE-ACCOUNT THEN
               DISPLAY "  That account number is already on file."
           ELSE IF STATUS-INVALID-FORMAT THEN
               DISPLAY "  Not a valid phone number."
           ELSE IF STATUS-LIMIT-EXCEEDED THEN
               DISPLAY "  Account already has the maximum number",
                   " of phones allowed."
           ELSE
               DISPLAY "  Add failed."
           END-IF.
           IF NOT STATUS-OK AND W-NUMBER-WAS-PICKED THEN
               MOVE 'A' TO W-INV-STATE
               CALL 'MARK-NUMBER-STATE' USING W-INV-STATUS,
                   W-PICKED-NUMBER, W-INV-STATE
               DISPLAY "  Number ", W-PICKED-NUMBER,
                   " returned to the inventory."
           END-IF.
       ACCEPT-QUOTE-EXIT.
           CONTINUE.

       SHOW-SIMILAR-NAME.
           DISPLAY "    ", W-SIMILAR-NAME(W-SUB),
               " at position ", W-SIMILAR-POS(W-SUB).

      *    quoted features start today on the new line at the rate
      *    the customer was quoted
       START-QUOTED-FEATURE.
           MOVE W-PHONE TO W-FEA-PHONE10.
           MOVE W-PQQ-FEATURE-CODE(W-PQ-FSUB) TO W-FEA-CODE.
           MOVE W-PQQ-FEATURE-RATE(W-PQ-FSUB) TO W-FEA-RATE.
           MOVE W-TODAY TO W-FEA-EFFECTIVE.
           MOVE 'A' TO W-FEA-ACTION.
           CALL 'WRITE-FEATURE-SUB' USING W-FEA-PHONE10, W-FEA-CODE,
               W-FEA-RATE, W-FEA-EFFECTIVE, W-FEA-ACTION,
               W-FEATSUB-FILENAME.

       LOSE-QUOTE.
           PERFORM FIND-QUOTE THRU FIND-QUOTE-EXIT.
           IF W-PQ-QHIT = 0 THEN
               GO TO LOSE-QUOTE-EXIT.
           IF W-PQQ-STATUS NOT = 'O' THEN
               DISPLAY "  That quote is already ", W-PQ-STANDING, "."
               GO TO LOSE-QUOTE-EXIT.
           MOVE 'L' TO W-PQQ-STATUS.
           CALL 'SET-QUOTE' USING W-PQ-SET-STATUS, W-PQ-QUOTE.
           DISPLAY "  Quote ", W-PQQ-QUOTE-ID, " marked lost.".
       LOSE-QUOTE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    USAGE ALERT LIMIT -- the nightly alert run warns the
      *    customer when unbilled usage reaches 75% and again at 100%
      *    of this figure.  Zero leaves it to the credit class
      *    default.
      *----------------------------------------------------------------
       USAGE-ALERT-LIMIT.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO USAGE-ALERT-LIMIT-EXIT.
           CALL 'GET-USAGE-ALERT' USING L-POSITION, W-ALERT-LIMIT,
               W-ALERT-MARK, W-ALERT-LEVEL.
           IF W-ALERT-LIMIT = 0 THEN
               DISPLAY "  Current limit: credit class default"
           ELSE
               MOVE W-ALERT-LIMIT TO W-SHOW-ALERT-LIMIT
               DISPLAY "  Current limit: ", W-SHOW-ALERT-LIMIT
           END-IF.
           DISPLAY "  New limit in dollars (0 = class default): "
               WITH NO ADVANCING.
           ACCEPT W-ALERT-LIMIT.
           CALL 'SET-ALERT-LIMIT' USING L-ALERT-STATUS, L-POSITION,
               W-ALERT-LIMIT.
           IF ALERT-STATUS-OK THEN
               DISPLAY "  Usage alert limit updated."
           ELSE
               DISPLAY "  Update failed."
           END-IF.
       USAGE-ALERT-LIMIT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CALL BLOCKING -- international, 900/976 pay-per-call, and
      *    incoming collect (third-number billing too) per number.
      *    A change goes to the switch on the nightly recent-change
      *    file, and until it takes, mediation holds any call in a
      *    blocked category from the bill as a dispute.
      *----------------------------------------------------------------
       CALL-BLOCKING-ENTRY.
           DISPLAY "  Phone (10 digits): " WITH NO ADVANCING.
           ACCEPT W-BLK-PHONE10.
           MOVE W-BLK-PHONE10 TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE.
           IF L-POSITION = 0 THEN
               DISPLAY "  That number is not on any account."
               GO TO CALL-BLOCKING-ENTRY-EXIT.
           CALL 'GET-CALL-BLOCKS' USING W-BLK-PHONE10, W-BLK-OPTIONS,
               W-CALLBLK-FILENAME.
           MOVE W-BLK-OPTIONS TO W-BLK-OLD-OPTIONS.
           DISPLAY "  Block international (Y/N, now ", W-BLK-INTL,
               "): " WITH NO ADVANCING.
           ACCEPT W-BLK-ANSWER.
           IF NOT W-BLK-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO CALL-BLOCKING-ENTRY-EXIT.
           MOVE W-BLK-ANSWER TO W-BLK-INTL.
           DISPLAY "  Block 900/976 pay-per-call (Y/N, now ",
               W-BLK-PAY-CALL, "): " WITH NO ADVANCING.
           ACCEPT W-BLK-ANSWER.
           IF NOT W-BLK-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO CALL-BLOCKING-ENTRY-EXIT.
           MOVE W-BLK-ANSWER TO W-BLK-PAY-CALL.
           DISPLAY "  Block collect and third-number (Y/N, now ",
               W-BLK-COLLECT, "): " WITH NO ADVANCING.
           ACCEPT W-BLK-ANSWER.
           IF NOT W-BLK-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO CALL-BLOCKING-ENTRY-EXIT.
           MOVE W-BLK-ANSWER TO W-BLK-COLLECT.
           IF W-BLK-OPTIONS = W-BLK-OLD-OPTIONS THEN
               DISPLAY "  No change."
               GO TO CALL-BLOCKING-ENTRY-EXIT.
           CALL 'WRITE-CALL-BLOCKS' USING W-BLK-PHONE10,
               W-BLK-OPTIONS, W-CALLBLK-FILENAME.
           DISPLAY "  Blocking updated; the switch order goes out",
               " tonight.".
       CALL-BLOCKING-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    NUMBER SEARCH / RESERVATION -- available numbers matching
      *    an NPA-NXX and a pattern (letters match their keypad
      *    digit, '?' any digit, the pattern lines up with the end of
      *    the number), and a hold on the one the customer picks.
      *    The hold keeps the number out of the pool until the date
      *    given (DL100_RESERVE_DAYS from today when none is keyed,
      *    7 if unset); the nightly NUMBER-RESERVATION-SWEEP frees it
      *    after that, and adding it to an account claims it.
      *----------------------------------------------------------------
       NUMBER-RESERVATION-ENTRY.
           DISPLAY "  NPA-NXX (0 = any): " WITH NO ADVANCING.
           ACCEPT W-RSV-NPANXX.
           DISPLAY "  Pattern (digits/letters, ? = any): "
               WITH NO ADVANCING.
           ACCEPT W-RSV-MASK.
           CALL 'SEARCH-AVAILABLE-NUMBERS' USING W-RSV-NPANXX,
               W-RSV-MASK, W-RSV-LIST.
           IF W-RSV-FOUND-COUNT = 0 THEN
               DISPLAY "  No available number matches."
               GO TO NUMBER-RESERVATION-ENTRY-EXIT.
           PERFORM SHOW-ONE-FOUND-NUMBER
               VARYING W-RSV-SUB FROM 1 BY 1
               UNTIL W-RSV-SUB > W-RSV-FOUND-COUNT.
           DISPLAY "  Hold which (0 = none): " WITH NO ADVANCING.
           ACCEPT W-RSV-PICK.
           IF W-RSV-PICK = 0 THEN
               GO TO NUMBER-RESERVATION-ENTRY-EXIT.
           IF W-RSV-PICK > W-RSV-FOUND-COUNT THEN
               DISPLAY "  Not on the list."
               GO TO NUMBER-RESERVATION-ENTRY-EXIT.
           MOVE W-RSV-FOUND-NUMBER(W-RSV-PICK) TO W-RSV-PHONE10.

           DISPLAY "  Hold for account (0 = prospect): "
               WITH NO ADVANCING.
           ACCEPT W-RSV-ACCOUNT.
           MOVE SPACES TO W-RSV-PROSPECT.
           IF W-RSV-ACCOUNT = 0 THEN
               DISPLAY "  Prospect name: " WITH NO ADVANCING
               ACCEPT W-RSV-PROSPECT
               IF W-RSV-PROSPECT = SPACES THEN
                   DISPLAY "  A hold needs an account or a name."
                   GO TO NUMBER-RESERVATION-ENTRY-EXIT
               END-IF
           ELSE
               MOVE W-RSV-ACCOUNT TO W-ACCOUNT
               CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION,
                   W-ACCOUNT
               IF L-POSITION = 0 THEN
                   DISPLAY "  No such account."
                   GO TO NUMBER-RESERVATION-ENTRY-EXIT
               END-IF
           END-IF.

           DISPLAY "  Hold until (YYYYMMDD, 0 = default): "
               WITH NO ADVANCING.
           ACCEPT W-RSV-EXPIRES.
           IF W-RSV-EXPIRES = 0 THEN
               ACCEPT W-RSV-HOLD-DAYS FROM ENVIRONMENT
                   "DL100_RESERVE_DAYS"
               IF W-RSV-HOLD-DAYS = 0 THEN
                   MOVE 7 TO W-RSV-HOLD-DAYS
               END-IF
               COMPUTE W-RSV-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(W-TODAY) + W-RSV-HOLD-DAYS
               COMPUTE W-RSV-EXPIRES =
                   FUNCTION DATE-OF-INTEGER(W-RSV-DAY-INT)
           END-IF.
           IF W-RSV-EXPIRES < W-TODAY THEN
               DISPLAY "  That date has already passed."
               GO TO NUMBER-RESERVATION-ENTRY-EXIT.

           CALL 'RESERVE-NUMBER' USING L-RSV-STATUS, W-RSV-PHONE10,
               W-RSV-ACCOUNT, W-RSV-PROSPECT, W-RSV-EXPIRES,
               W-OPERATOR-ID, W-NUMRSV-FILENAME.
           IF RSV-STATUS-OK THEN
               DISPLAY "  ", W-RSV-PHONE10, " held until ",
                   W-RSV-EXPIRES, "."
           ELSE
               IF RSV-STATUS-NOT-FOUND THEN
                   DISPLAY "  That number is not in inventory."
               ELSE
                   DISPLAY "  That number is no longer available."
               END-IF
           END-IF.
       NUMBER-RESERVATION-ENTRY-EXIT.
           CONTINUE.

       SHOW-ONE-FOUND-NUMBER.
           MOVE W-RSV-SUB TO W-RSV-SHOW-SUB.
           DISPLAY "  ", W-RSV-SHOW-SUB, ". ",
               W-RSV-FOUND-NUMBER(W-RSV-SUB).

      *----------------------------------------------------------------
      *    LINE FEATURES -- call waiting at $2/month on a specific
      *    line, not per activation: the subscription file feeds the
               W-NOTE-TIME(W-NOTE-SUB), " ",
               W-NOTE-WHO(W-NOTE-SUB), " ",
               W-NOTE-BODY(W-NOTE-SUB).

      *----------------------------------------------------------------
      *    CHANGED-NUMBER INTERCEPT -- what callers to a number hear
      *    once it leaves service.  On a working line the choice
      *    waits for the retirement; on a retired number it changes
      *    the intercept standing, which keeps its quarantine date.
      *----------------------------------------------------------------
       INTERCEPT-ENTRY.
           DISPLAY "  Phone (10 digits): " WITH NO ADVANCING.
           ACCEPT W-ICP-PHONE10.
           CALL 'GET-INTERCEPT' USING W-ICP-PHONE10,
               W-ICP-OLD-TREATMENT, W-ICP-OLD-NEW-PHONE,
               W-ICP-OLD-EXPIRES, W-ICP-STAMP-DATE,
               W-INTERCEPT-FILENAME.
           IF W-ICP-STANDING THEN
               MOVE W-ICP-OLD-TREATMENT TO W-ICP-TREATMENT
               MOVE W-ICP-OLD-EXPIRES TO W-ICP-EXPIRES
               PERFORM SHOW-INTERCEPT-CHOICE
               IF W-ICP-OLD-TREATMENT = 'R' THEN
                   DISPLAY "  Referring to ", W-ICP-OLD-NEW-PHONE
               END-IF
           END-IF.
           MOVE W-ICP-PHONE10 TO W-PHONE.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE.
           IF L-POSITION NOT = 0 THEN
               MOVE 0 TO W-ICP-EXPIRES
           ELSE
               IF NOT W-ICP-STANDING OR W-ICP-OLD-EXPIRES = 0 OR
                       W-ICP-OLD-EXPIRES < W-TODAY THEN
                   DISPLAY "  That number is not in service and has",
                       " no intercept standing."
                   GO TO INTERCEPT-ENTRY-EXIT
               END-IF
               MOVE W-ICP-OLD-EXPIRES TO W-ICP-EXPIRES
           END-IF.
           DISPLAY "  R refer to a new number, N not-in-service",
               " recording, X no referral: " WITH NO ADVANCING.
           ACCEPT W-ICP-TREATMENT.
           IF NOT W-ICP-VALID THEN
               DISPLAY "  Not a valid treatment."
               GO TO INTERCEPT-ENTRY-EXIT.
           MOVE 0 TO W-ICP-NEW-PHONE10.
           IF W-ICP-TREATMENT = 'R' THEN
               DISPLAY "  Refer callers to (10 digits): "
                   WITH NO ADVANCING
               ACCEPT W-ICP-NEW-PHONE10
               IF W-ICP-NEW-PHONE10 = 0 OR
                       W-ICP-NEW-PHONE10 = W-ICP-PHONE10 THEN
                   DISPLAY "  Not a usable referral number."
                   GO TO INTERCEPT-ENTRY-EXIT
               END-IF
           END-IF.
           CALL 'WRITE-INTERCEPT' USING W-ICP-PHONE10,
               W-ICP-TREATMENT, W-ICP-NEW-PHONE10, W-ICP-EXPIRES,
               W-INTERCEPT-FILENAME.
           PERFORM SHOW-INTERCEPT-CHOICE.
       INTERCEPT-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    REGULATORY COMPLAINT -- a PUC or FCC case, by the agency's
      *    case number.  A new case is logged against the account
      *    with the date the agency wants our answer by (default
      *    DL100_COMPLAINT_DUE_DAYS after receipt, 15 if unset); a
      *    case on file takes its next step -- responded, closed, or
      *    an extension the agency granted.  Every step notes the
      *    account, and a new or extended due date queues a tickler
      *    DL100_COMPLAINT_TICKLER_DAYS ahead of it (5 if unset).
      *----------------------------------------------------------------
       COMPLAINT-ENTRY.
           DISPLAY "  Agency (PUC/FCC): " WITH NO ADVANCING.
           ACCEPT W-CMP-AGENCY.
           IF NOT W-CMP-AGENCY-VALID THEN
               DISPLAY "  Not a valid agency."
               GO TO COMPLAINT-ENTRY-EXIT.
           DISPLAY "  Agency case number: " WITH NO ADVANCING.
           ACCEPT W-CMP-CASE.
           IF W-CMP-CASE = SPACES THEN
               DISPLAY "  A case number is needed."
               GO TO COMPLAINT-ENTRY-EXIT.
           CALL 'GET-COMPLAINT' USING W-CMP-AGENCY, W-CMP-CASE,
               W-CMP-FOUND, W-COMPLAINT, W-COMPLAINT-FILENAME.
           IF W-CMP-ON-FILE THEN
               PERFORM COMPLAINT-STEP THRU COMPLAINT-STEP-EXIT
               GO TO COMPLAINT-ENTRY-EXIT.
           DISPLAY "  New case.  Customer name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO COMPLAINT-ENTRY-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           MOVE W-CMP-AGENCY TO W-CM-AGENCY.
           MOVE W-CMP-CASE TO W-CM-CASE.
           MOVE L-POSITION TO W-CM-MASTER-POS.
           MOVE W-ACCOUNT TO W-CM-ACCOUNT.
           DISPLAY "  Received (YYYYMMDD, 0 = today): "
               WITH NO ADVANCING.
           ACCEPT W-CM-RECEIVED.
           IF W-CM-RECEIVED = 0 THEN
               MOVE W-TODAY TO W-CM-RECEIVED
           END-IF.
           DISPLAY "  Answer due (YYYYMMDD, 0 = standard): "
               WITH NO ADVANCING.
           ACCEPT W-CM-DUE.
           IF W-CM-DUE = 0 THEN
               ACCEPT W-CMP-DUE-DAYS FROM ENVIRONMENT
                   "DL100_COMPLAINT_DUE_DAYS"
               IF W-CMP-DUE-DAYS = 0 THEN
                   MOVE 15 TO W-CMP-DUE-DAYS
               END-IF
               COMPUTE W-CMP-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(W-CM-RECEIVED)
                   + W-CMP-DUE-DAYS
               COMPUTE W-CM-DUE =
                   FUNCTION DATE-OF-INTEGER(W-CMP-DAY-INT)
           END-IF.
           IF W-CM-DUE < W-CM-RECEIVED THEN
               DISPLAY "  The answer cannot be due before the case",
                   " arrived."
               GO TO COMPLAINT-ENTRY-EXIT.
           DISPLAY "  Category (B billing, S service, L slamming,",
               " P privacy): " WITH NO ADVANCING.
           ACCEPT W-CM-CATEGORY.
           IF NOT W-CM-CATEGORY-VALID THEN
               DISPLAY "  Not a valid category."
               GO TO COMPLAINT-ENTRY-EXIT.
           SET W-CM-OPEN TO TRUE.
           MOVE SPACES TO W-CM-RESOLUTION.
           MOVE W-OPERATOR-ID TO W-CM-OPERATOR.
           CALL 'WRITE-COMPLAINT' USING W-COMPLAINT,
               W-COMPLAINT-FILENAME.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING W-CM-AGENCY DELIMITED BY SIZE
               ' COMPLAINT ' DELIMITED BY SIZE
               W-CM-CASE DELIMITED BY SPACE
               ' LOGGED, ANSWER DUE ' DELIMITED BY SIZE
               W-CM-DUE DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Complaint logged; answer due ", W-CM-DUE, ".".
           PERFORM QUEUE-COMPLAINT-TICKLER.
       COMPLAINT-ENTRY-EXIT.
           CONTINUE.

       COMPLAINT-STEP.
           PERFORM SHOW-COMPLAINT.
           IF W-CM-CLOSED THEN
               DISPLAY "  That case is closed."
               GO TO COMPLAINT-STEP-EXIT.
           DISPLAY "  R responded, C closed, E extension granted: "
               WITH NO ADVANCING.
           ACCEPT W-CMP-STEP.
           IF NOT W-CMP-STEP-VALID THEN
               DISPLAY "  No change."
               GO TO COMPLAINT-STEP-EXIT.
           MOVE W-CM-MASTER-POS TO L-POSITION.
           MOVE SPACES TO W-NOTE-TEXT.
           IF W-CMP-STEP = 'E' THEN
               DISPLAY "  New answer due date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT W-CMP-NEW-DUE
               IF W-CMP-NEW-DUE NOT > W-CM-DUE THEN
                   DISPLAY "  An extension must move the date out."
                   GO TO COMPLAINT-STEP-EXIT
               END-IF
               MOVE W-CMP-NEW-DUE TO W-CM-DUE
               STRING W-CM-AGENCY DELIMITED BY SIZE
                   ' COMPLAINT ' DELIMITED BY SIZE
                   W-CM-CASE DELIMITED BY SPACE
                   ' EXTENDED, ANSWER DUE ' DELIMITED BY SIZE
                   W-CM-DUE DELIMITED BY SIZE
                   INTO W-NOTE-TEXT
           ELSE
               DISPLAY "  Resolution: " WITH NO ADVANCING
               ACCEPT W-CM-RESOLUTION
               IF W-CM-RESOLUTION = SPACES THEN
                   DISPLAY "  A resolution is needed."
                   GO TO COMPLAINT-STEP-EXIT
               END-IF
               MOVE W-CMP-STEP TO W-CM-STATUS
               PERFORM SHOW-COMPLAINT-STATUS
               STRING W-CM-AGENCY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   W-CM-CASE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   W-CMP-SHOW-STATUS DELIMITED BY SPACE
                   ': ' DELIMITED BY SIZE
                   W-CM-RESOLUTION DELIMITED BY SIZE
                   INTO W-NOTE-TEXT
           END-IF.
           MOVE W-OPERATOR-ID TO W-CM-OPERATOR.
           CALL 'WRITE-COMPLAINT' USING W-COMPLAINT,
               W-COMPLAINT-FILENAME.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Complaint updated; noted on the account.".
           IF W-CMP-STEP = 'E' THEN
               PERFORM QUEUE-COMPLAINT-TICKLER
           END-IF.
       COMPLAINT-STEP-EXIT.
           CONTINUE.

       SHOW-COMPLAINT.
           EVALUATE W-CM-CATEGORY
               WHEN 'B'
                   MOVE 'BILLING' TO W-CMP-SHOW-CATEGORY
               WHEN 'S'
                   MOVE 'SERVICE' TO W-CMP-SHOW-CATEGORY
               WHEN 'L'
                   MOVE 'SLAMMING' TO W-CMP-SHOW-CATEGORY
               WHEN 'P'
                   MOVE 'PRIVACY' TO W-CMP-SHOW-CATEGORY
               WHEN OTHER
                   MOVE SPACES TO W-CMP-SHOW-CATEGORY
           END-EVALUATE.
           PERFORM SHOW-COMPLAINT-STATUS.
           DISPLAY "  ", W-CM-AGENCY, " CASE ", W-CM-CASE,
               "  ACCOUNT ", W-CM-ACCOUNT, "  ", W-CMP-SHOW-CATEGORY.
           DISPLAY "  RECEIVED ", W-CM-RECEIVED, "  DUE ", W-CM-DUE,
               "  ", W-CMP-SHOW-STATUS.
           IF W-CM-RESOLUTION NOT = SPACES THEN
               DISPLAY "  ", W-CM-RESOLUTION
           END-IF.

       SHOW-COMPLAINT-STATUS.
           EVALUATE TRUE
               WHEN W-CM-OPEN
                   MOVE 'OPEN' TO W-CMP-SHOW-STATUS
               WHEN W-CM-RESPONDED
                   MOVE 'RESPONDED' TO W-CMP-SHOW-STATUS
               WHEN W-CM-CLOSED
                   MOVE 'CLOSED' TO W-CMP-SHOW-STATUS
               WHEN OTHER
                   MOVE SPACES TO W-CMP-SHOW-STATUS
           END-EVALUATE.

      *    the reminder goes to whoever took the step, the lead days
      *    ahead of the due date -- or today, if that is already past
       QUEUE-COMPLAINT-TICKLER.
           ACCEPT W-CMP-LEAD-DAYS FROM ENVIRONMENT
               "DL100_COMPLAINT_TICKLER_DAYS".
           IF W-CMP-LEAD-DAYS = 0 THEN
               MOVE 5 TO W-CMP-LEAD-DAYS
           END-IF.
           COMPUTE W-CMP-DAY-INT = FUNCTION INTEGER-OF-DATE(W-CM-DUE)
               - W-CMP-LEAD-DAYS.
           COMPUTE W-TKL-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(W-CMP-DAY-INT).
           IF W-TKL-DUE-DATE < W-TODAY THEN
               MOVE W-TODAY TO W-TKL-DUE-DATE
           END-IF.
           MOVE W-OPERATOR-ID TO W-TKL-OWNER.
           MOVE SPACES TO W-CMP-TICKLER-TEXT.
           STRING W-CM-AGENCY DELIMITED BY SIZE
               ' COMPLAINT ' DELIMITED BY SIZE
               W-CM-CASE DELIMITED BY SPACE
               ' -- ANSWER DUE ' DELIMITED BY SIZE
               W-CM-DUE DELIMITED BY SIZE
               INTO W-CMP-TICKLER-TEXT.
           CALL 'WRITE-TICKLER' USING W-TKL-DUE-DATE, W-TKL-OWNER,
               L-POSITION, W-CMP-TICKLER-TEXT, W-TICKLER-FILENAME.
           DISPLAY "  Reminder queued for ", W-TKL-DUE-DATE, ".".

      *----------------------------------------------------------------
      *    CARD ON FILE / CARD PAYMENT -- the customer's card as the
      *    processor's token, keyed from the processor's terminal
      *    after the clerk enters the card there; the card number
      *    never comes into this system.  From here the clerk can
      *    change or remove the card, turn card auto-pay on or off
      *    (not while the account drafts by ACH -- one auto-pay at a
      *    time), or take a one-time payment, which queues for the
      *    night's authorization file and posts on settlement.
      *----------------------------------------------------------------
       CARD-PAYMENT-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO CARD-PAYMENT-ENTRY-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  Not found."
               GO TO CARD-PAYMENT-ENTRY-EXIT.
           CALL 'GET-CARD-ON-FILE' USING L-POSITION, W-CRD-TOKEN,
               W-CRD-LAST-FOUR, W-CRD-EXPIRES, W-CRD-AUTOPAY,
               W-CARDFILE-FILENAME.
           PERFORM SHOW-CARD-ON-FILE.
           DISPLAY "  C change card, A card auto-pay, P one-time ",
               "payment, R remove card: " WITH NO ADVANCING.
           ACCEPT W-CRD-ACTION.
           EVALUATE TRUE
               WHEN W-CRD-CHANGE-CARD
                   PERFORM CHANGE-CARD-ON-FILE
                       THRU CHANGE-CARD-ON-FILE-EXIT
               WHEN W-CRD-SET-AUTOPAY
                   PERFORM SET-CARD-AUTOPAY
                       THRU SET-CARD-AUTOPAY-EXIT
               WHEN W-CRD-ONE-TIME
                   PERFORM QUEUE-CARD-PAYMENT
                       THRU QUEUE-CARD-PAYMENT-EXIT
               WHEN W-CRD-REMOVE-CARD
                   PERFORM REMOVE-CARD-ON-FILE
                       THRU REMOVE-CARD-ON-FILE-EXIT
               WHEN OTHER
                   DISPLAY "  Nothing changed."
           END-EVALUATE.
       CARD-PAYMENT-ENTRY-EXIT.
           CONTINUE.

       SHOW-CARD-ON-FILE.
           IF W-CRD-TOKEN = SPACES THEN
               DISPLAY "  No card on file."
           ELSE
               DISPLAY "  Card on file ending ", W-CRD-LAST-FOUR,
                   ", expires ", W-CRD-EXPIRES(5:2), "/",
                   W-CRD-EXPIRES(1:4), ", auto-pay ", W-CRD-AUTOPAY
               IF W-CRD-RETURNED THEN
                   DISPLAY "  Card auto-pay stopped after a decline ",
                       "or chargeback."
               END-IF
           END-IF.

      *    a new card clears a stopped auto-pay back to off; the
      *    clerk turns it on again once the customer asks
       CHANGE-CARD-ON-FILE.
           DISPLAY "  Processor token: " WITH NO ADVANCING.
           ACCEPT W-CRD-TOKEN.
           IF W-CRD-TOKEN = SPACES THEN
               DISPLAY "  Nothing changed."
               GO TO CHANGE-CARD-ON-FILE-EXIT.
           DISPLAY "  Last four digits: " WITH NO ADVANCING.
           ACCEPT W-CRD-LAST-FOUR.
           IF W-CRD-LAST-FOUR IS NOT NUMERIC THEN
               DISPLAY "  Last four must be four digits."
               GO TO CHANGE-CARD-ON-FILE-EXIT.
           DISPLAY "  Expires (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-CRD-EXPIRES.
           MOVE W-TODAY(1:6) TO W-CRD-MONTH.
           IF W-CRD-EXPIRES(5:2) < '01' OR W-CRD-EXPIRES(5:2) > '12'
                   OR W-CRD-EXPIRES < W-CRD-MONTH THEN
               DISPLAY "  Not a good expiry month."
               GO TO CHANGE-CARD-ON-FILE-EXIT.
           IF W-CRD-RETURNED THEN
               MOVE 'N' TO W-CRD-AUTOPAY
           END-IF.
           CALL 'WRITE-CARD-ON-FILE' USING L-POSITION, W-CRD-TOKEN,
               W-CRD-LAST-FOUR, W-CRD-EXPIRES, W-CRD-AUTOPAY,
               W-CARDFILE-FILENAME.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'CARD ON FILE CHANGED TO CARD ENDING '
               DELIMITED BY SIZE
               W-CRD-LAST-FOUR DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Card on file updated.".
       CHANGE-CARD-ON-FILE-EXIT.
           CONTINUE.

       SET-CARD-AUTOPAY.
           IF W-CRD-TOKEN = SPACES THEN
               DISPLAY "  No card on file -- add one first."
               GO TO SET-CARD-AUTOPAY-EXIT.
           DISPLAY "  Card auto-pay (Y/N): " WITH NO ADVANCING.
           ACCEPT W-CRD-ANSWER.
           IF W-CRD-YES THEN
               CALL 'GET-AUTOPAY' USING L-POSITION, W-CRD-BANK-AUTOPAY,
                   W-CRD-BANK-ROUTING, W-CRD-BANK-ACCOUNT
               IF W-CRD-BANK-ENROLLED THEN
                   DISPLAY "  Account drafts by ACH auto-pay; end ",
                       "that first (option 7)."
                   GO TO SET-CARD-AUTOPAY-EXIT
               END-IF
               MOVE 'Y' TO W-CRD-AUTOPAY
               MOVE 'CARD AUTO-PAY STARTED' TO W-NOTE-TEXT
           ELSE
               MOVE 'N' TO W-CRD-AUTOPAY
               MOVE 'CARD AUTO-PAY ENDED' TO W-NOTE-TEXT
           END-IF.
           CALL 'WRITE-CARD-ON-FILE' USING L-POSITION, W-CRD-TOKEN,
               W-CRD-LAST-FOUR, W-CRD-EXPIRES, W-CRD-AUTOPAY,
               W-CARDFILE-FILENAME.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Card auto-pay settings updated.".
       SET-CARD-AUTOPAY-EXIT.
           CONTINUE.

      *    the card on file unless the customer gives another card
      *    at the processor's terminal for this payment only
       QUEUE-CARD-PAYMENT.
           CALL 'GET-AR-BALANCE' USING L-POSITION, W-CRD-BALANCE,
               W-CRD-PERIOD-PAY.
           MOVE W-CRD-BALANCE TO W-SHOW-BALANCE.
           DISPLAY "  Balance due: ", W-SHOW-BALANCE.
           DISPLAY "  Amount: " WITH NO ADVANCING.
           ACCEPT W-CRD-AMOUNT.
           IF W-CRD-AMOUNT = 0 THEN
               DISPLAY "  Nothing to pay."
               GO TO QUEUE-CARD-PAYMENT-EXIT.
           DISPLAY "  Processor token (blank = card on file): "
               WITH NO ADVANCING.
           ACCEPT W-CRD-PAY-TOKEN.
           IF W-CRD-PAY-TOKEN = SPACES THEN
               MOVE W-CRD-TOKEN TO W-CRD-PAY-TOKEN
           END-IF.
           IF W-CRD-PAY-TOKEN = SPACES THEN
               DISPLAY "  No card on file -- a token is needed."
               GO TO QUEUE-CARD-PAYMENT-EXIT.
           CALL 'WRITE-CARD-REQUEST' USING L-POSITION, W-ACCOUNT,
               W-CRD-PAY-TOKEN, W-CRD-AMOUNT, W-OPERATOR-ID,
               W-CARDQUE-FILENAME.
           MOVE W-CRD-AMOUNT TO W-CRD-SHOW-AMOUNT.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'CARD PAYMENT ' DELIMITED BY SIZE
               W-CRD-SHOW-AMOUNT DELIMITED BY SIZE
               ' QUEUED FOR AUTHORIZATION' DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Payment queued; it posts when the card settles.".
       QUEUE-CARD-PAYMENT-EXIT.
           CONTINUE.

       REMOVE-CARD-ON-FILE.
           IF W-CRD-TOKEN = SPACES THEN
               DISPLAY "  No card on file."
               GO TO REMOVE-CARD-ON-FILE-EXIT.
           DISPLAY "  Remove the card ending ", W-CRD-LAST-FOUR,
               " (Y/N): " WITH NO ADVANCING.
           ACCEPT W-CRD-ANSWER.
           IF NOT W-CRD-YES THEN
               DISPLAY "  Nothing changed."
               GO TO REMOVE-CARD-ON-FILE-EXIT.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'CARD ENDING ' DELIMITED BY SIZE
               W-CRD-LAST-FOUR DELIMITED BY SIZE
               ' REMOVED FROM FILE' DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           MOVE SPACES TO W-CRD-TOKEN, W-CRD-LAST-FOUR.
           MOVE 0 TO W-CRD-EXPIRES.
           MOVE 'N' TO W-CRD-AUTOPAY.
           CALL 'WRITE-CARD-ON-FILE' USING L-POSITION, W-CRD-TOKEN,
               W-CRD-LAST-FOUR, W-CRD-EXPIRES, W-CRD-AUTOPAY,
               W-CARDFILE-FILENAME.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Card removed.".
       REMOVE-CARD-ON-FILE-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CASH-ONLY PAYMENT RESTRICTION -- an account held to cash or
      *    certified funds has its personal checks routed to suspense
      *    by POST-PAYMENTS and LOCKBOX-INTAKE.  The returned-check
      *    intake sets the hold on the second bounce in a year; a
      *    supervisor can set it or lift it here.
      *----------------------------------------------------------------
       CASH-ONLY-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO CASH-ONLY-ENTRY-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  Not found."
               GO TO CASH-ONLY-ENTRY-EXIT.
           CALL 'GET-CASH-ONLY' USING L-POSITION, W-CSH-FLAG,
               W-CASHONLY-FILENAME.
           IF W-CSH-HELD THEN
               DISPLAY "  Account is held to cash or certified funds."
           ELSE
               DISPLAY "  Account takes personal checks."
           END-IF.
           DISPLAY "  Cash or certified funds only (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-CSH-ANSWER.
           IF W-CSH-YES AND NOT W-CSH-HELD THEN
               MOVE 'Y' TO W-CSH-FLAG
               MOVE 'CASH OR CERTIFIED FUNDS ONLY - SET BY SUPERVISOR'
                   TO W-NOTE-TEXT
           ELSE
               IF W-CSH-NO AND W-CSH-HELD THEN
                   MOVE 'N' TO W-CSH-FLAG
                   MOVE 'CASH-ONLY HOLD LIFTED - CHECKS ACCEPTED'
                       TO W-NOTE-TEXT
               ELSE
                   DISPLAY "  Nothing changed."
                   GO TO CASH-ONLY-ENTRY-EXIT
               END-IF
           END-IF.
           CALL 'WRITE-CASH-ONLY' USING L-POSITION, W-CSH-FLAG,
               W-OPERATOR-ID, W-CASHONLY-FILENAME.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Payment restriction updated.".
       CASH-ONLY-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    ADDITIONAL NAMES -- "Joe's Diner" is Joseph Smith's
      *    business, and his wife calls about the same line.  Each
      *    extra name is its own key in this branch's name book,
      *    pointing at the same master position, and is typed DBA,
      *    alias, or authorized user on the additional-names file;
      *    the purge and the merge take the keys back out again.
      *----------------------------------------------------------------
       ADDITIONAL-NAMES-ENTRY.
           DISPLAY "  Name: " WITH NO ADVANCING.
           ACCEPT W-NAME.
           CALL 'SEARCH-CUSTOMER-NAME' USING L-POSITION, W-NAME.
           IF L-POSITION = 0 THEN
               DISPLAY "  Not found."
               GO TO ADDITIONAL-NAMES-ENTRY-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               DISPLAY "  Not found."
               GO TO ADDITIONAL-NAMES-ENTRY-EXIT.
           DISPLAY "  Account: ", W-ACCOUNT, "  ", W-NAME.
           CALL 'GET-ALT-NAMES' USING L-POSITION, W-ALT-LIST,
               W-ALTNAME-FILENAME.
           IF W-ALT-COUNT = 0 THEN
               DISPLAY "  No additional names on the account."
           ELSE
               PERFORM SHOW-ONE-ALT-NAME
                   VARYING W-ALT-SUB FROM 1 BY 1
                   UNTIL W-ALT-SUB > W-ALT-COUNT
           END-IF.
           DISPLAY "  1. Add a name  2. Remove a name  0. Done".
           DISPLAY "  Choice: " WITH NO ADVANCING.
           ACCEPT W-ALT-CHOICE.
           EVALUATE W-ALT-CHOICE
               WHEN 1
                   PERFORM ADD-ALT-NAME THRU ADD-ALT-NAME-EXIT
               WHEN 2
                   PERFORM REMOVE-ALT-NAME THRU REMOVE-ALT-NAME-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       ADDITIONAL-NAMES-ENTRY-EXIT.
           CONTINUE.

       SHOW-ONE-ALT-NAME.
           MOVE W-ALT-TYPE(W-ALT-SUB) TO W-ALT-KEY-TYPE.
           PERFORM DESCRIBE-ALT-TYPE.
           IF W-ALT-BRANCH(W-ALT-SUB) = SPACES THEN
               DISPLAY "    ", W-ALT-NAME(W-ALT-SUB), "  ", W-ALT-KIND
           ELSE
               DISPLAY "    ", W-ALT-NAME(W-ALT-SUB), "  ", W-ALT-KIND,
                   "  (BRANCH ", W-ALT-BRANCH(W-ALT-SUB), " BOOK)"
           END-IF.

       ADD-ALT-NAME.
           IF W-ALT-COUNT >= 5 THEN
               DISPLAY "  The account already carries five additional",
                   " names; remove one first."
               GO TO ADD-ALT-NAME-EXIT.
           DISPLAY "  Additional name: " WITH NO ADVANCING.
           ACCEPT W-ALT-KEY-NAME.
           IF W-ALT-KEY-NAME = SPACES THEN
               GO TO ADD-ALT-NAME-EXIT.
           DISPLAY "  D = DBA, A = alias, U = authorized user: "
               WITH NO ADVANCING.
           ACCEPT W-ALT-KEY-TYPE.
           IF NOT W-ALT-TYPE-VALID THEN
               DISPLAY "  Not a valid name type."
               GO TO ADD-ALT-NAME-EXIT.
           CALL 'ADD-CUSTOMER-NAME' USING L-STATUS, W-ALT-KEY-NAME,
               L-POSITION.
           IF STATUS-DUPLICATE-KEY THEN
               DISPLAY "  That name is already on file."
               GO TO ADD-ALT-NAME-EXIT.
           IF NOT STATUS-OK THEN
               DISPLAY "  Name index entry failed."
               GO TO ADD-ALT-NAME-EXIT.
           CALL 'WRITE-ALT-NAME' USING L-POSITION, W-ALT-KEY-NAME,
               W-ALT-KEY-TYPE, W-BRANCH-CODE, W-OPERATOR-ID,
               W-ALTNAME-FILENAME.
           PERFORM DESCRIBE-ALT-TYPE.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'ADDED ' DELIMITED BY SIZE
               W-ALT-KIND DELIMITED BY '  '
               ': ' DELIMITED BY SIZE
               W-ALT-KEY-NAME DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Name added; a search on it finds this account.".
       ADD-ALT-NAME-EXIT.
           CONTINUE.

      *    a key can only come out of the book it went into; a name
      *    added at another branch is removed at that branch
       REMOVE-ALT-NAME.
           DISPLAY "  Name to remove: " WITH NO ADVANCING.
           ACCEPT W-ALT-KEY-NAME.
           MOVE 0 TO W-ALT-HIT.
           PERFORM MATCH-ALT-NAME
               VARYING W-ALT-SUB FROM 1 BY 1
               UNTIL W-ALT-SUB > W-ALT-COUNT OR W-ALT-HIT NOT = 0.
           IF W-ALT-HIT = 0 THEN
               DISPLAY "  That is not an additional name on this",
                   " account."
               GO TO REMOVE-ALT-NAME-EXIT.
           MOVE W-ALT-NAME(W-ALT-HIT) TO W-ALT-KEY-NAME.
           IF W-ALT-BRANCH(W-ALT-HIT) NOT = W-BRANCH-CODE THEN
               DISPLAY "  That name is keyed in branch ",
                   W-ALT-BRANCH(W-ALT-HIT), "'s book; remove it there."
               GO TO REMOVE-ALT-NAME-EXIT.
           CALL 'DELETE-CUSTOMER-NAME' USING L-STATUS, W-ALT-KEY-NAME,
               L-POSITION.
           IF NOT STATUS-OK THEN
               DISPLAY "  NOTE: the name key was not in the index."
           END-IF.
           MOVE W-ALT-TYPE(W-ALT-HIT) TO W-ALT-KEY-TYPE.
           CALL 'WRITE-ALT-NAME' USING L-POSITION, W-ALT-KEY-NAME,
               W-ALT-NO-TYPE, W-BRANCH-CODE, W-OPERATOR-ID,
               W-ALTNAME-FILENAME.
           PERFORM DESCRIBE-ALT-TYPE.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'REMOVED ' DELIMITED BY SIZE
               W-ALT-KIND DELIMITED BY '  '
               ': ' DELIMITED BY SIZE
               W-ALT-KEY-NAME DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           DISPLAY "  Name removed.".
       REMOVE-ALT-NAME-EXIT.
           CONTINUE.

      *    expects L-POSITION and W-ALT-KEY-NAME; leaves W-ALT-HIT on
      *    the matching additional name (0 when the name is not one),
      *    its type in W-ALT-KEY-TYPE, and the name as it was added
      *    back in W-ALT-KEY-NAME
       FIND-KEYED-ALT-NAME.
           CALL 'GET-ALT-NAMES' USING L-POSITION, W-ALT-LIST,
               W-ALTNAME-FILENAME.
           MOVE 0 TO W-ALT-HIT.
           MOVE SPACE TO W-ALT-KEY-TYPE.
           PERFORM MATCH-ALT-NAME
               VARYING W-ALT-SUB FROM 1 BY 1
               UNTIL W-ALT-SUB > W-ALT-COUNT OR W-ALT-HIT NOT = 0.
           IF W-ALT-HIT NOT = 0 THEN
               MOVE W-ALT-TYPE(W-ALT-HIT) TO W-ALT-KEY-TYPE
               MOVE W-ALT-NAME(W-ALT-HIT) TO W-ALT-KEY-NAME
           END-IF.

      *    by name key, the way the index itself matches
       MATCH-ALT-NAME.
           CALL 'STANDARDIZE-NAME' USING W-ALT-KEY-NAME,
               W-ALT-MATCH-KEY.
           CALL 'STANDARDIZE-NAME' USING W-ALT-NAME(W-ALT-SUB),
               W-ALT-LIST-KEY.
           IF W-ALT-LIST-KEY = W-ALT-MATCH-KEY THEN
               MOVE W-ALT-SUB TO W-ALT-HIT
           END-IF.

       DESCRIBE-ALT-TYPE.
           EVALUATE TRUE
               WHEN W-ALT-DBA
                   MOVE 'DBA NAME' TO W-ALT-KIND
               WHEN W-ALT-ALIAS
                   MOVE 'ALIAS' TO W-ALT-KIND
               WHEN W-ALT-AUTH-USER
                   MOVE 'AUTHORIZED USER' TO W-ALT-KIND
               WHEN OTHER
                   MOVE 'ADDITIONAL NAME' TO W-ALT-KIND
           END-EVALUATE.
