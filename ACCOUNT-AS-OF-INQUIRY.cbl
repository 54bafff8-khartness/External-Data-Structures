       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ACCOUNT-AS-OF-INQUIRY.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Point-in-time inquiry for a case file: given an account
      *    number and a date, prints the account as it stood at the
      *    close of that day.  Nothing on the files is dated in
      *    place, so each part is rebuilt from the history the
      *    system already keeps:
      *        the master record -- the current record, unwound
      *          through the before-image file: the first image of
      *          the position captured after the date is its content
      *          on the date (the same images JOURNAL-BACKOUT
      *          restores from)
      *        the phone list -- the account's numbers today, the
      *          ADD-CUST-PHONE entries on the journal and the
      *          numbers retired to PHONEHST.DAT, each number taken
      *          as on the account when its last event on or before
      *          the date was an add
      *        the AR balance -- the same sources AR-RECONCILE
      *          proves the subledger from (invoice, void, tax and
      *          credit registers, payments, drafts and returns,
      *          adjustments, write-offs, refund checks and their
      *          voids and escheats, and the journal's LATE-FEE and
      *          ONE-TIME-CHG entries), taken up to the date, with
      *          any account merged into this one by then brought
      *          along and a merge of this one into another zeroing
      *          it
      *    and the account's journal entries up to the date are
      *    listed under them.  The journal is read oldest rolled-off
      *    generation first, so history JOURNAL-ROLLOVER has moved
      *    off the live file still counts.  Closed and purged
      *    accounts are found as well as open ones.  The report
      *    goes to the print file headed with the case reference,
      *    the requesting operator, the run date and time and the
      *    files read, so it stands on its own in the folder.
      *    Read-only throughout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO W-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-MASTER-POS.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO W-BIMG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT PHONE-HISTORY-IN ASSIGN TO W-PHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT INVREG-FILE ASSIGN TO W-INVREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT VOIDREG-FILE ASSIGN TO W-VOIDREG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TAXREMIT-FILE ASSIGN TO W-TAXREMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT LIFECRED-FILE ASSIGN TO W-LIFECRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT PROMOCRED-FILE ASSIGN TO W-PROMOCRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO W-PAYHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT DRAFT-FILE ASSIGN TO W-DRAFT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT RETURN-REGISTER-FILE ASSIGN TO W-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT ADJUST-FILE ASSIGN TO W-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT WOLEDGER-FILE ASSIGN TO W-WOLEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT CHECK-REGISTER-FILE ASSIGN TO W-CHECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT CHECK-STATUS-FILE ASSIGN TO W-CHKSTAT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT CATALOG-FILE ASSIGN TO W-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-IN-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.

           SELECT PRODUCTION-FILE ASSIGN TO W-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER EXTERNAL.
       01  MASTER-REC.
           05  CM-ACCOUNT-NUMBER   PIC 9(9) COMP.
           05  CM-NAME             PIC X(30).
           05  CM-ADDRESS          PIC X(40).
           05  CM-ADDRESS-PARTS REDEFINES CM-ADDRESS.
               10  CM-STREET       PIC X(20).
               10  CM-CITY         PIC X(13).
               10  CM-STATE        PIC XX.
               10  CM-ZIP          PIC X(5).
           05  CM-PLAN-CODE        PIC X(4).
           05  CM-STATUS           PIC X.
               88  CM-ACTIVE           VALUE 'A'.
               88  CM-INACTIVE         VALUE 'I'.
               88  CM-PURGED           VALUE 'P'.
               88  CM-SUSPENDED        VALUE 'S'.
           05  CM-CLOSE-DATE       PIC 9(8).
           05  CM-PHONE-LIMIT      PIC 99.
           05  CM-SHARED-LINE      PIC X.
               88  CM-ALLOW-SHARED-LINE   VALUE 'Y'.
           05  CM-BILL-CYCLE       PIC 99.
           05  CM-AUTOPAY          PIC X.
               88  CM-AUTOPAY-ENROLLED    VALUE 'Y'.
               88  CM-AUTOPAY-RETURNED    VALUE 'R'.
           05  CM-BANK-ROUTING     PIC 9(9).
           05  CM-BANK-ACCOUNT     PIC X(17).
           05  CM-TREATMENT        PIC X.
               88  CM-TRT-NONE            VALUE ' ' '0'.
               88  CM-TRT-NOTICE          VALUE '1'.
               88  CM-TRT-WARNING         VALUE '2'.
               88  CM-TRT-DISCONNECT      VALUE '3'.
           05  CM-MERGED-INTO      PIC 9(9).
           05  CM-RESTORE-DATE     PIC 9(8).
           05  CM-PARENT-POS       PIC 9(9).
           05  CM-REVIEW-FLAG      PIC X.
               88  CM-UNDER-REVIEW        VALUE 'Y'.
           05  FILLER              PIC X(53).

       FD  BEFORE-IMAGE-FILE.
       01  BEFORE-IMAGE-REC.
           05  BI-DATE         PIC 9(8).
           05  BI-TIME         PIC 9(6).
           05  BI-OPERATION    PIC X(15).
           05  BI-MASTER-POS   PIC 9(9).
           05  BI-OPERATOR     PIC X(8).
           05  BI-RECORD       PIC X(200).

       FD  PHONE-HISTORY-IN.
       01  PHONE-HISTORY-IN-REC.
           05  PI-OLD-PHONE    PIC 9(15).
           05  PI-POSITION     PIC 9(9).
           05  PI-DATE         PIC 9(8).
           05  PI-TIME         PIC 9(6).

       FD  INVREG-FILE.
       01  INVREG-REC.
           05  IR-INVOICE-NUMBER   PIC 9(9).
           05  IR-INVOICE-DATE     PIC 9(8).
           05  IR-ACCOUNT-NUMBER   PIC 9(9).
           05  IR-MASTER-POS       PIC 9(9).
           05  IR-AMOUNT           PIC 9(9)V99.

       FD  VOIDREG-FILE.
       01  VOIDREG-REC.
           05  VR-VOID-INVOICE     PIC 9(9).
           05  VR-NEW-INVOICE      PIC 9(9).
           05  VR-ACCOUNT          PIC 9(9).
           05  VR-MASTER-POS       PIC 9(9).
           05  VR-VOID-DATE        PIC 9(8).
           05  VR-OPERATOR         PIC X(8).
           05  VR-REASON           PIC X(30).

       FD  TAXREMIT-FILE.
       01  TAXREMIT-REC.
           05  TR-STATE            PIC XX.
           05  TR-LEVY-CODE        PIC X(4).
           05  TR-AMOUNT           PIC 9(7)V99.
           05  TR-INVOICE-NUMBER   PIC 9(9).
           05  TR-INVOICE-DATE     PIC 9(8).

       FD  LIFECRED-FILE.
       01  LIFECRED-REC.
           05  LC-INVOICE-DATE     PIC 9(8).
           05  LC-INVOICE-NUMBER   PIC 9(9).
           05  LC-MASTER-POS       PIC 9(9).
           05  LC-ACCOUNT-NUMBER   PIC 9(9).
           05  LC-PROGRAM          PIC X(4).
           05  LC-AMOUNT           PIC 9(5)V99.

       FD  PROMOCRED-FILE.
       01  PROMOCRED-REC.
           05  PC-INVOICE-DATE     PIC 9(8).
           05  PC-INVOICE-NUMBER   PIC 9(9).
           05  PC-MASTER-POS       PIC 9(9).
           05  PC-ACCOUNT-NUMBER   PIC 9(9).
           05  PC-PROMO-CODE       PIC X(6).
           05  PC-CYCLE            PIC 99.
           05  PC-AMOUNT           PIC 9(5)V99.

       FD  PAYHIST-FILE.
       01  PAYHIST-REC.
           05  PH-MASTER-POS       PIC 9(9).
           05  PH-ACCOUNT          PIC 9(9).
           05  PH-PAY-DATE         PIC 9(8).
           05  PH-AMOUNT           PIC 9(7)V99.
           05  PH-METHOD           PIC X.
           05  PH-OPERATOR         PIC X(8).
           05  PH-POSTED-DATE      PIC 9(8).

       FD  DRAFT-FILE.
       01  DRAFT-REC.
           05  DR-TRACE-NUMBER     PIC 9(15).
           05  DR-MASTER-POS       PIC 9(9).
           05  DR-ACCOUNT          PIC 9(9).
           05  DR-AMOUNT           PIC 9(7)V99.
           05  DR-DRAFT-DATE       PIC 9(8).

       FD  RETURN-REGISTER-FILE.
       01  RETURN-REGISTER-REC.
           05  RR-ACCOUNT          PIC 9(9).
           05  RR-MASTER-POS       PIC 9(9).
           05  RR-AMOUNT           PIC 9(7)V99.
           05  RR-RETURN-CODE      PIC X(3).
           05  RR-RETURN-DATE      PIC 9(8).

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

       FD  WOLEDGER-FILE.
       01  WOLEDGER-REC.
           05  WL-DATE         PIC 9(8).
           05  WL-TIME         PIC 9(6).
           05  WL-TYPE         PIC X.
               88  WL-WRITEOFF-ROW     VALUE 'W'.
               88  WL-RECOVERY-ROW     VALUE 'R'.
           05  WL-MASTER-POS   PIC 9(9).
           05  WL-AMOUNT       PIC 9(9)V99.
           05  WL-OPERATOR     PIC X(8).
           05  WL-APPROVER     PIC X(8).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC.
           05  CK-CHECK-NUMBER     PIC 9(9).
           05  CK-CHECK-DATE       PIC 9(8).
           05  CK-ACCOUNT          PIC 9(9).
           05  CK-MASTER-POS       PIC 9(9).
           05  CK-AMOUNT           PIC 9(9)V99.

       FD  CHECK-STATUS-FILE.
       01  CHECK-STATUS-REC.
           05  CS-CHECK-NUMBER     PIC 9(9).
           05  CS-STATUS           PIC X.
               88  CS-CHECK-VOIDED     VALUE 'V'.
               88  CS-CHECK-ESCHEATED  VALUE 'E'.
           05  CS-STATUS-DATE      PIC 9(8).
           05  CS-MASTER-POS       PIC 9(9).
           05  CS-AMOUNT           PIC 9(9)V99.

       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  OC-CODE             PIC X(4).
           05  OC-DESCRIPTION      PIC X(30).
           05  OC-AMOUNT           PIC 9(5)V99.
           05  OC-GL-SOURCE        PIC X(8).

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

       FD  PRODUCTION-FILE.
       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-BIMG-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\BEFORIMG.DAT'.
       01  W-PHIST-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-INVREG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\INVREG.DAT'.
       01  W-VOIDREG-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\VOIDREG.DAT'.
       01  W-TAXREMIT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\TAXREMIT.DAT'.
       01  W-LIFECRED-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\LIFECRED.DAT'.
       01  W-PROMOCRED-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROMOCRD.DAT'.
       01  W-PAYHIST-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PAYHIST.DAT'.
       01  W-DRAFT-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\ACHDRAFT.DAT'.
       01  W-RETURN-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ACHRTRN.DAT'.
       01  W-ADJUST-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.
       01  W-WOLEDGER-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\WOLEDGER.DAT'.
       01  W-CHECK-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\CHKREG.DAT'.
       01  W-CHKSTAT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CHKSTAT.DAT'.
       01  W-CATALOG-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-JOURNAL-IN-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-PRINT-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\ASOFACCT.PRT'.

       01  W-IN-STATUS         PIC XX.
       01  W-JOURNAL-IN-STATUS PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.

       01  W-MASTER-POS EXTERNAL   PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-WANT-ACCOUNT      PIC 9(9).
       01  W-ASOF-DATE         PIC 9(8).
       01  W-ASOF-STAMP        PIC 9(14).
       01  W-CASE-REFERENCE    PIC X(30).
       01  W-OPERATOR          PIC X(8).
       01  W-RUN-DATE          PIC 9(8).
       01  W-RUN-TIME          PIC 9(6).

       01  W-POSITION          PIC 9(9) COMP.
       01  W-ACCOUNT-POS       PIC 9(9) COMP VALUE 0.
       01  W-CURRENT-RECORD    PIC X(200).
       01  W-ASOF-RECORD       PIC X(200).

      *    the before-image the as-of record came from, if any
       01  W-IMAGE-COUNT       PIC 9(9) COMP VALUE 0.
       01  W-IMAGE-DATE        PIC 9(8) VALUE 0.
       01  W-IMAGE-TIME        PIC 9(6) VALUE 0.
       01  W-IMAGE-OPERATION   PIC X(15) VALUE SPACES.
       01  W-IMAGE-OPERATOR    PIC X(8) VALUE SPACES.

      *    every rolled-off journal generation, oldest first, ahead
      *    of the live file
       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

      *    which pass over the journal: the account's history, or
      *    the charges it posted to the balance
       01  W-PASS-SW               PIC X.
           88  W-HISTORY-PASS          VALUE 'H'.
           88  W-CHARGE-PASS           VALUE 'C'.

       01  W-OPENED-DATE       PIC 9(8) VALUE 0.
       01  W-LATER-ENTRIES     PIC 9(9) COMP VALUE 0.
       01  W-HIST-TABLE.
           05  W-HS-COUNT      PIC 9(4) COMP VALUE 0.
           05  W-HS-ENTRY OCCURS 300 TIMES.
               10  W-HS-DATE       PIC 9(8).
               10  W-HS-TIME       PIC 9(6).
               10  W-HS-OPERATION  PIC X(15).
               10  W-HS-KEY        PIC X(30).
               10  W-HS-OPERATOR   PIC X(8).
       01  W-HS-LIMIT          PIC 9(4) COMP VALUE 300.
       01  W-HS-OVERFLOW       PIC 9(9) COMP VALUE 0.
       01  W-HS-SUB            PIC 9(4) COMP.

      *    merges on or before the date, in journal order; followed
      *    back to front so a chain of merges into this account
      *    brings every account in it along
       01  W-MERGE-TABLE.
           05  W-MERGE-COUNT       PIC 999 COMP VALUE 0.
           05  W-MERGE-ENTRY OCCURS 200 TIMES.
               10  W-MG-DATE       PIC 9(8).
               10  W-MG-DUP-POS    PIC 9(9) COMP.
               10  W-MG-SURV-POS   PIC 9(9) COMP.
               10  W-MG-DUP-ACCOUNT PIC 9(9).
       01  W-MERGE-LIMIT           PIC 999 COMP VALUE 200.
       01  W-MERGE-OVERFLOW        PIC 9(9) COMP VALUE 0.
       01  W-MERGE-SUB             PIC 999 COMP.
       01  W-AWAY-DATE             PIC 9(8) VALUE 0.
       01  W-AWAY-SURV-POS         PIC 9(9) COMP VALUE 0.

      *    the positions whose AR makes up this account's balance:
      *    its own, and those merged into it by the date
       01  W-SET-TABLE.
           05  W-SET-COUNT         PIC 99 COMP VALUE 0.
           05  W-SET-POS           PIC 9(9) COMP OCCURS 50 TIMES.
       01  W-SET-SUB               PIC 99 COMP.
       01  W-CHECK-POS             PIC 9(9) COMP.
       01  W-SET-SW                PIC X.
           88  W-IN-AR-SET             VALUE 'Y'.

       01  W-PHONE-LIST.
           02  W-LIST-LENGTH       PIC 999 COMP.
           02  W-LIST-PHONE        PIC 9(15) OCCURS 50 TIMES.
       01  W-LIST-SUB              PIC 999 COMP.

      *    every number the account has held: on it today or not,
      *    its last add/retire on or before the date, and its first
      *    after
       01  W-PT-TABLE.
           05  W-PT-COUNT          PIC 999 COMP VALUE 0.
           05  W-PT-ENTRY OCCURS 100 TIMES.
               10  W-PT-PHONE      PIC 9(15).
               10  W-PT-CURRENT    PIC X.
               10  W-PT-LAST-TYPE  PIC X.
               10  W-PT-LAST-STAMP PIC 9(14).
               10  W-PT-NEXT-TYPE  PIC X.
               10  W-PT-NEXT-STAMP PIC 9(14).
       01  W-PT-LIMIT              PIC 999 COMP VALUE 100.
       01  W-PT-OVERFLOW           PIC 9(9) COMP VALUE 0.
       01  W-PT-SUB                PIC 999 COMP.
       01  W-PT-HIT                PIC 999 COMP.
       01  W-EV-PHONE              PIC 9(15).
       01  W-EV-TYPE               PIC X.
       01  W-EV-STAMP              PIC 9(14).
       01  W-PHONES-ON             PIC 999 COMP VALUE 0.
       01  W-PHONE-ON-SW           PIC X.
           88  W-PHONE-WAS-ON          VALUE 'Y'.

      *    the account's invoices, so a tax row (which carries only
      *    the invoice number) and a void find their account
       01  W-INVOICE-TABLE.
           05  W-INV-COUNT         PIC 9(4) COMP VALUE 0.
           05  W-INV-ENTRY OCCURS 2000 TIMES.
               10  W-IV-NUMBER     PIC 9(9).
               10  W-IV-POS        PIC 9(9) COMP.
               10  W-IV-AMOUNT     PIC 9(9)V99.
       01  W-INV-LIMIT             PIC 9(4) COMP VALUE 2000.
       01  W-INV-OVERFLOW          PIC 9(9) COMP VALUE 0.
       01  W-INV-SUB               PIC 9(4) COMP.
       01  W-INV-HIT               PIC 9(4) COMP.
       01  W-WANT-INVOICE          PIC 9(9).

      *    one-time charge catalog, for pricing ONE-TIME-CHG entries
       01  W-CATALOG-TABLE.
           05  W-CAT-COUNT         PIC 999 COMP VALUE 0.
           05  W-CAT-ENTRY OCCURS 100 TIMES.
               10  W-CAT-CODE      PIC X(4).
               10  W-CAT-AMOUNT    PIC 9(5)V99.
       01  W-CAT-SUB               PIC 999 COMP.
       01  W-CAT-HIT               PIC 999 COMP.
       01  W-OTC-UNPRICED          PIC 9(9) COMP VALUE 0.
       01  W-LATE-FEE-CENTS        PIC 9(5).
       01  W-LATE-FEE              PIC 9(7)V99.

      *    the balance's transactions up to the date, in date order
       01  W-AR-TABLE.
           05  W-AR-COUNT          PIC 9(4) COMP VALUE 0.
           05  W-AR-ENTRY OCCURS 1000 TIMES.
               10  W-AR-DATE       PIC 9(8).
               10  W-AR-LABEL      PIC X(16).
               10  W-AR-REF        PIC 9(9).
               10  W-AR-AMOUNT     PIC S9(9)V99.
               10  W-AR-POS        PIC 9(9) COMP.
       01  W-AR-LIMIT              PIC 9(4) COMP VALUE 1000.
       01  W-AR-OVERFLOW           PIC 9(9) COMP VALUE 0.
       01  W-AR-SUB                PIC 9(4) COMP.
       01  W-INS-SUB               PIC 9(4) COMP.
       01  W-PLACE-SW              PIC X.
           88  W-PLACE-FOUND           VALUE 'Y'.

      *    one source transaction, as TAKE-TRANSACTION sees it
       01  W-TX-POS                PIC 9(9) COMP.
       01  W-TX-AMOUNT             PIC S9(9)V99.
       01  W-TX-LABEL              PIC X(16).
       01  W-TX-DATE               PIC 9(8).
       01  W-TX-REF                PIC 9(9).

       01  W-RUNNING               PIC S9(9)V99 VALUE 0.
       01  W-FILE-BALANCE          PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.
       01  W-MERGED-MARK           PIC X.

       01  W-SHOW-ACCOUNT          PIC 9(9).
       01  W-SHOW-POS              PIC ZZZZZZZZ9.
       01  W-SHOW-REF              PIC ZZZZZZZZ9.
       01  W-SHOW-AMOUNT           PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-BALANCE          PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-LIMIT            PIC Z9.
       01  W-SHOW-CYCLE            PIC Z9.
       01  W-SHOW-TIME             PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "ACCOUNT AS-OF INQUIRY".
           DISPLAY "Account number: " WITH NO ADVANCING.
           ACCEPT W-WANT-ACCOUNT.
           DISPLAY "As of date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-ASOF-DATE.
           DISPLAY "Case reference: " WITH NO ADVANCING.
           ACCEPT W-CASE-REFERENCE.
           DISPLAY "Requesting operator: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W-RUN-TIME FROM TIME.
           IF W-ASOF-DATE = 0 OR W-ASOF-DATE > W-RUN-DATE THEN
               DISPLAY "The as-of date must be today or earlier."
               STOP RUN.
           COMPUTE W-ASOF-STAMP = W-ASOF-DATE * 1000000 + 235959.
           ACCEPT W-LATE-FEE-CENTS FROM ENVIRONMENT "DL100_LATE_FEE".
           IF W-LATE-FEE-CENTS = 0 THEN
               MOVE 500 TO W-LATE-FEE-CENTS
           END-IF.
           COMPUTE W-LATE-FEE = W-LATE-FEE-CENTS / 100.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           PERFORM FIND-THE-ACCOUNT THRU FIND-THE-ACCOUNT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE
                   OR W-ACCOUNT-POS NOT = 0.
           IF W-ACCOUNT-POS = 0 THEN
               DISPLAY "No account ", W-WANT-ACCOUNT,
                   " on the customer master."
               CALL 'CLOSE-CUSTOMER-MASTER'
               STOP RUN.
           MOVE MASTER-REC TO W-CURRENT-RECORD, W-ASOF-RECORD.

           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'FIND-ACCOUNT-PHONES' USING W-ACCOUNT-POS,
               W-PHONE-LIST.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'GET-AR-BALANCE' USING W-ACCOUNT-POS, W-FILE-BALANCE,
               W-PERIOD-PAYMENTS.
           CALL 'CLOSE-AR-BALANCE'.

           PERFORM UNWIND-MASTER-RECORD
               THRU UNWIND-MASTER-RECORD-EXIT.

           PERFORM LOAD-GENERATION-INDEX.
           SET W-HISTORY-PASS TO TRUE.
           PERFORM READ-WHOLE-JOURNAL.

           MOVE 1 TO W-SET-COUNT.
           MOVE W-ACCOUNT-POS TO W-SET-POS(1).
           PERFORM FOLLOW-ONE-MERGE
               VARYING W-MERGE-SUB FROM W-MERGE-COUNT BY -1
               UNTIL W-MERGE-SUB < 1.

           PERFORM NOTE-CURRENT-PHONE
               VARYING W-LIST-SUB FROM 1 BY 1
               UNTIL W-LIST-SUB > W-LIST-LENGTH.
           PERFORM READ-PHONE-HISTORY THRU READ-PHONE-HISTORY-EXIT.

           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.
           PERFORM SUM-INVOICES THRU SUM-INVOICES-EXIT.
           PERFORM SUM-VOIDS THRU SUM-VOIDS-EXIT.
           PERFORM SUM-TAXES THRU SUM-TAXES-EXIT.
           PERFORM SUM-LIFELINE THRU SUM-LIFELINE-EXIT.
           PERFORM SUM-PROMO THRU SUM-PROMO-EXIT.
           PERFORM SUM-PAYMENTS THRU SUM-PAYMENTS-EXIT.
           PERFORM SUM-DRAFTS THRU SUM-DRAFTS-EXIT.
           PERFORM SUM-RETURNS THRU SUM-RETURNS-EXIT.
           PERFORM SUM-ADJUSTMENTS THRU SUM-ADJUSTMENTS-EXIT.
           PERFORM SUM-WRITEOFFS THRU SUM-WRITEOFFS-EXIT.
           PERFORM SUM-CHECKS THRU SUM-CHECKS-EXIT.
           PERFORM SUM-CHECK-VOIDS THRU SUM-CHECK-VOIDS-EXIT.
           SET W-CHARGE-PASS TO TRUE.
           PERFORM READ-WHOLE-JOURNAL.
           IF W-AWAY-DATE NOT = 0 THEN
               MOVE W-ACCOUNT-POS TO W-TX-POS
               MOVE 0 TO W-TX-AMOUNT
               MOVE "MERGED AWAY" TO W-TX-LABEL
               MOVE W-AWAY-DATE TO W-TX-DATE
               MOVE W-AWAY-SURV-POS TO W-TX-REF
               PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-IF.

           MOVE W-ASOF-RECORD TO MASTER-REC.
           OPEN OUTPUT PRODUCTION-FILE.
           PERFORM WRITE-CERTIFICATION-PAGE.
           PERFORM WRITE-MASTER-SECTION.
           PERFORM WRITE-PHONE-SECTION.
           PERFORM WRITE-BALANCE-SECTION.
           PERFORM WRITE-HISTORY-SECTION.
           CLOSE PRODUCTION-FILE.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           MOVE W-RUNNING TO W-SHOW-BALANCE.
           DISPLAY "BALANCE AS OF ", W-ASOF-DATE, ": ",
               W-SHOW-BALANCE.
           DISPLAY "INQUIRY WRITTEN TO ASOFACCT.PRT.".
           STOP RUN.

      *----------------------------------------------------------------
      *    The account is looked for at every position, whatever its
      *    status: a closed or purged account is as much a case-file
      *    subject as an open one.
      *----------------------------------------------------------------
       FIND-THE-ACCOUNT.
           MOVE W-POSITION TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO FIND-THE-ACCOUNT-EXIT
           END-READ.
           IF CM-ACCOUNT-NUMBER = W-WANT-ACCOUNT THEN
               MOVE W-POSITION TO W-ACCOUNT-POS.
       FIND-THE-ACCOUNT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    MASTER RECORD -- images are captured in order as each
      *    rewrite happens, each holding the record as it was just
      *    before; so the first image of the position taken after
      *    the date holds the record as the date closed.  No such
      *    image means the record hasn't changed since.
      *----------------------------------------------------------------
       UNWIND-MASTER-RECORD.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT BEFORE-IMAGE-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO UNWIND-MASTER-RECORD-EXIT.
           PERFORM JUDGE-ONE-IMAGE UNTIL W-INPUT-EOF.
           CLOSE BEFORE-IMAGE-FILE.
       UNWIND-MASTER-RECORD-EXIT.
           CONTINUE.

       JUDGE-ONE-IMAGE.
           READ BEFORE-IMAGE-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF BI-MASTER-POS = W-ACCOUNT-POS AND
                           BI-DATE > W-ASOF-DATE THEN
                       ADD 1 TO W-IMAGE-COUNT
                       IF W-IMAGE-COUNT = 1 THEN
                           MOVE BI-RECORD TO W-ASOF-RECORD
                           MOVE BI-DATE TO W-IMAGE-DATE
                           MOVE BI-TIME TO W-IMAGE-TIME
                           MOVE BI-OPERATION TO W-IMAGE-OPERATION
                           MOVE BI-OPERATOR TO W-IMAGE-OPERATOR
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    JOURNAL -- read whole, oldest generation first, once for
      *    the account's history, phone adds and merges, and again
      *    for the late fees and one-time charges of every position
      *    the first pass found belongs to the balance.
      *----------------------------------------------------------------
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

       READ-WHOLE-JOURNAL.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-IN-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-IN-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-IN-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-IN-STATUS NOT = '00' THEN
               IF W-HISTORY-PASS THEN
                   DISPLAY "  <JOURNAL FILE MISSING: ",
                       W-JOURNAL-IN-FILENAME(1:24), ">"
               END-IF
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM TAKE-ONE-JOURNAL-ENTRY UNTIL W-INPUT-EOF.
           IF W-JOURNAL-IN-STATUS = '00' OR W-JOURNAL-IN-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

       TAKE-ONE-JOURNAL-ENTRY.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-HISTORY-PASS THEN
                       PERFORM NOTE-HISTORY-ENTRY
                           THRU NOTE-HISTORY-ENTRY-EXIT
                   ELSE
                       PERFORM NOTE-CHARGE-ENTRY
                           THRU NOTE-CHARGE-ENTRY-EXIT
                   END-IF
           END-READ.

      *    Entries whose positions are not master positions (call
      *    detail, dispute and suspense rows, batch totals) are
      *    passed over, whatever number they happen to carry.
       NOTE-HISTORY-ENTRY.
           EVALUATE JI-OPERATION
               WHEN 'DISPUTE-FLAG'
               WHEN 'DISPUTE-RES'
               WHEN 'SUSP-RESUBMIT'
               WHEN 'TARIFF-RERATE'
               WHEN 'ADD-CALL-INDEX'
               WHEN 'INDEX-FULL'
                   GO TO NOTE-HISTORY-ENTRY-EXIT
               WHEN 'MERGE-ACCOUNT'
                   PERFORM NOTE-MERGE-ENTRY
           END-EVALUATE.
           IF JI-AFTER-POS NOT = W-ACCOUNT-POS THEN
               IF JI-BEFORE-POS NOT = W-ACCOUNT-POS OR
                       JI-OPERATION(1:6) NOT = 'MERGE-' THEN
                   GO TO NOTE-HISTORY-ENTRY-EXIT.
           IF JI-OPERATION = 'ADD-NAME' AND W-OPENED-DATE = 0 THEN
               MOVE JI-DATE TO W-OPENED-DATE.
           IF JI-OPERATION = 'ADD-CUST-PHONE' THEN
               MOVE JI-KEY(1:15) TO W-EV-PHONE
               MOVE 'A' TO W-EV-TYPE
               COMPUTE W-EV-STAMP = JI-DATE * 1000000 + JI-TIME
               PERFORM NOTE-PHONE-EVENT THRU NOTE-PHONE-EVENT-EXIT.
           IF JI-DATE > W-ASOF-DATE THEN
               ADD 1 TO W-LATER-ENTRIES
               GO TO NOTE-HISTORY-ENTRY-EXIT.
           IF W-HS-COUNT >= W-HS-LIMIT THEN
               ADD 1 TO W-HS-OVERFLOW
               GO TO NOTE-HISTORY-ENTRY-EXIT.
           ADD 1 TO W-HS-COUNT.
           MOVE JI-DATE TO W-HS-DATE(W-HS-COUNT).
           MOVE JI-TIME TO W-HS-TIME(W-HS-COUNT).
           MOVE JI-OPERATION TO W-HS-OPERATION(W-HS-COUNT).
           MOVE JI-KEY TO W-HS-KEY(W-HS-COUNT).
           MOVE JI-OPERATOR TO W-HS-OPERATOR(W-HS-COUNT).
       NOTE-HISTORY-ENTRY-EXIT.
           CONTINUE.

      *    MERGE-ACCOUNT carries the duplicate's position before and
      *    the survivor's after, the duplicate's account in the key.
       NOTE-MERGE-ENTRY.
           IF JI-DATE <= W-ASOF-DATE THEN
               IF JI-BEFORE-POS = W-ACCOUNT-POS THEN
                   MOVE JI-DATE TO W-AWAY-DATE
                   MOVE JI-AFTER-POS TO W-AWAY-SURV-POS
               ELSE IF W-MERGE-COUNT < W-MERGE-LIMIT THEN
                   ADD 1 TO W-MERGE-COUNT
                   MOVE JI-DATE TO W-MG-DATE(W-MERGE-COUNT)
                   MOVE JI-BEFORE-POS TO W-MG-DUP-POS(W-MERGE-COUNT)
                   MOVE JI-AFTER-POS TO W-MG-SURV-POS(W-MERGE-COUNT)
                   MOVE JI-KEY(1:9)
                       TO W-MG-DUP-ACCOUNT(W-MERGE-COUNT)
               ELSE
                   ADD 1 TO W-MERGE-OVERFLOW
               END-IF
           END-IF.

       FOLLOW-ONE-MERGE.
           MOVE W-MG-SURV-POS(W-MERGE-SUB) TO W-CHECK-POS.
           PERFORM CHECK-AR-SET.
           IF W-IN-AR-SET THEN
               MOVE W-MG-DUP-POS(W-MERGE-SUB) TO W-CHECK-POS
               PERFORM CHECK-AR-SET
               IF NOT W-IN-AR-SET AND W-SET-COUNT < 50 THEN
                   ADD 1 TO W-SET-COUNT
                   MOVE W-CHECK-POS TO W-SET-POS(W-SET-COUNT)
               END-IF
           END-IF.

       CHECK-AR-SET.
           MOVE 'N' TO W-SET-SW.
           PERFORM MATCH-ONE-SET-POS
               VARYING W-SET-SUB FROM 1 BY 1
               UNTIL W-SET-SUB > W-SET-COUNT OR W-IN-AR-SET.

       MATCH-ONE-SET-POS.
           IF W-SET-POS(W-SET-SUB) = W-CHECK-POS THEN
               MOVE 'Y' TO W-SET-SW
           END-IF.

       NOTE-CHARGE-ENTRY.
           IF JI-DATE > W-ASOF-DATE THEN
               GO TO NOTE-CHARGE-ENTRY-EXIT.
           IF JI-OPERATION NOT = 'LATE-FEE' AND
                   JI-OPERATION NOT = 'ONE-TIME-CHG' THEN
               GO TO NOTE-CHARGE-ENTRY-EXIT.
           MOVE JI-AFTER-POS TO W-TX-POS.
           MOVE JI-DATE TO W-TX-DATE.
           MOVE 0 TO W-TX-REF.
           IF JI-OPERATION = 'LATE-FEE' THEN
               MOVE W-LATE-FEE TO W-TX-AMOUNT
               MOVE "LATE FEE" TO W-TX-LABEL
               PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
               GO TO NOTE-CHARGE-ENTRY-EXIT.
           MOVE 0 TO W-CAT-HIT.
           PERFORM MATCH-ONE-CATALOG-ROW
               VARYING W-CAT-SUB FROM 1 BY 1
               UNTIL W-CAT-SUB > W-CAT-COUNT OR W-CAT-HIT NOT = 0.
           IF W-CAT-HIT = 0 THEN
               MOVE W-TX-POS TO W-CHECK-POS
               PERFORM CHECK-AR-SET
               IF W-IN-AR-SET THEN
                   ADD 1 TO W-OTC-UNPRICED
               END-IF
               GO TO NOTE-CHARGE-ENTRY-EXIT.
           MOVE W-CAT-AMOUNT(W-CAT-HIT) TO W-TX-AMOUNT.
           MOVE SPACES TO W-TX-LABEL.
           STRING "ONE-TIME " DELIMITED BY SIZE
               JI-KEY(1:4) DELIMITED BY SIZE
               INTO W-TX-LABEL.
           PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT.
       NOTE-CHARGE-ENTRY-EXIT.
           CONTINUE.

       MATCH-ONE-CATALOG-ROW.
           IF W-CAT-CODE(W-CAT-SUB) = JI-KEY(1:4) THEN
               MOVE W-CAT-SUB TO W-CAT-HIT
           END-IF.

      *----------------------------------------------------------------
      *    PHONES -- a number counts as on the account at the date
      *    when its last event on or before the date was an add, or
      *    when it has nothing on or before the date but was retired
      *    after it (added before the history began), or when it has
      *    no events at all and is on the account today.
      *----------------------------------------------------------------
       NOTE-CURRENT-PHONE.
           MOVE W-LIST-PHONE(W-LIST-SUB) TO W-EV-PHONE.
           PERFORM FIND-PHONE-ENTRY THRU FIND-PHONE-ENTRY-EXIT.
           IF W-PT-HIT NOT = 0 THEN
               MOVE 'Y' TO W-PT-CURRENT(W-PT-HIT)
           END-IF.

       READ-PHONE-HISTORY.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PHONE-HISTORY-IN.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO READ-PHONE-HISTORY-EXIT.
           PERFORM TAKE-ONE-RETIREMENT UNTIL W-INPUT-EOF.
           CLOSE PHONE-HISTORY-IN.
       READ-PHONE-HISTORY-EXIT.
           CONTINUE.

       TAKE-ONE-RETIREMENT.
           READ PHONE-HISTORY-IN
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PI-POSITION = W-ACCOUNT-POS THEN
                       MOVE PI-OLD-PHONE TO W-EV-PHONE
                       MOVE 'R' TO W-EV-TYPE
                       COMPUTE W-EV-STAMP =
                           PI-DATE * 1000000 + PI-TIME
                       PERFORM NOTE-PHONE-EVENT
                           THRU NOTE-PHONE-EVENT-EXIT
                   END-IF
           END-READ.

       NOTE-PHONE-EVENT.
           PERFORM FIND-PHONE-ENTRY THRU FIND-PHONE-ENTRY-EXIT.
           IF W-PT-HIT = 0 THEN
               GO TO NOTE-PHONE-EVENT-EXIT.
           IF W-EV-STAMP <= W-ASOF-STAMP THEN
               IF W-PT-LAST-TYPE(W-PT-HIT) = SPACE OR
                       W-EV-STAMP >= W-PT-LAST-STAMP(W-PT-HIT) THEN
                   MOVE W-EV-TYPE TO W-PT-LAST-TYPE(W-PT-HIT)
                   MOVE W-EV-STAMP TO W-PT-LAST-STAMP(W-PT-HIT)
               END-IF
           ELSE
               IF W-PT-NEXT-TYPE(W-PT-HIT) = SPACE OR
                       W-EV-STAMP < W-PT-NEXT-STAMP(W-PT-HIT) THEN
                   MOVE W-EV-TYPE TO W-PT-NEXT-TYPE(W-PT-HIT)
                   MOVE W-EV-STAMP TO W-PT-NEXT-STAMP(W-PT-HIT)
               END-IF
           END-IF.
       NOTE-PHONE-EVENT-EXIT.
           CONTINUE.

       FIND-PHONE-ENTRY.
           MOVE 0 TO W-PT-HIT.
           PERFORM MATCH-ONE-PHONE-ENTRY
               VARYING W-PT-SUB FROM 1 BY 1
               UNTIL W-PT-SUB > W-PT-COUNT OR W-PT-HIT NOT = 0.
           IF W-PT-HIT NOT = 0 THEN
               GO TO FIND-PHONE-ENTRY-EXIT.
           IF W-PT-COUNT >= W-PT-LIMIT THEN
               ADD 1 TO W-PT-OVERFLOW
               GO TO FIND-PHONE-ENTRY-EXIT.
           ADD 1 TO W-PT-COUNT.
           MOVE W-PT-COUNT TO W-PT-HIT.
           MOVE W-EV-PHONE TO W-PT-PHONE(W-PT-HIT).
           MOVE 'N' TO W-PT-CURRENT(W-PT-HIT).
           MOVE SPACE TO W-PT-LAST-TYPE(W-PT-HIT),
               W-PT-NEXT-TYPE(W-PT-HIT).
           MOVE 0 TO W-PT-LAST-STAMP(W-PT-HIT),
               W-PT-NEXT-STAMP(W-PT-HIT).
       FIND-PHONE-ENTRY-EXIT.
           CONTINUE.

       MATCH-ONE-PHONE-ENTRY.
           IF W-PT-PHONE(W-PT-SUB) = W-EV-PHONE THEN
               MOVE W-PT-SUB TO W-PT-HIT
           END-IF.

      *----------------------------------------------------------------
      *    AR SOURCES -- each read once, keeping the rows of the
      *    positions in the balance dated on or before the date.
      *----------------------------------------------------------------
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

      *    Every invoice of the balance's positions is kept, dated
      *    after the date or not, since a void or tax row on or
      *    before the date may still need to find it.
       SUM-INVOICES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-INVOICES-EXIT.
           PERFORM TAKE-ONE-INVOICE UNTIL W-INPUT-EOF.
           CLOSE INVREG-FILE.
       SUM-INVOICES-EXIT.
           CONTINUE.

       TAKE-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE IR-MASTER-POS TO W-CHECK-POS
                   PERFORM CHECK-AR-SET
                   IF W-IN-AR-SET THEN
                       PERFORM KEEP-ONE-INVOICE
                   END-IF
           END-READ.

       KEEP-ONE-INVOICE.
           IF W-INV-COUNT < W-INV-LIMIT THEN
               ADD 1 TO W-INV-COUNT
               MOVE IR-INVOICE-NUMBER TO W-IV-NUMBER(W-INV-COUNT)
               MOVE IR-MASTER-POS TO W-IV-POS(W-INV-COUNT)
               MOVE IR-AMOUNT TO W-IV-AMOUNT(W-INV-COUNT)
           ELSE
               ADD 1 TO W-INV-OVERFLOW
           END-IF.
           MOVE IR-MASTER-POS TO W-TX-POS.
           MOVE IR-AMOUNT TO W-TX-AMOUNT.
           MOVE "INVOICE" TO W-TX-LABEL.
           MOVE IR-INVOICE-DATE TO W-TX-DATE.
           MOVE IR-INVOICE-NUMBER TO W-TX-REF.
           PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT.

       FIND-INVOICE.
           MOVE 0 TO W-INV-HIT.
           PERFORM MATCH-ONE-INVOICE
               VARYING W-INV-SUB FROM 1 BY 1
               UNTIL W-INV-SUB > W-INV-COUNT OR W-INV-HIT NOT = 0.

       MATCH-ONE-INVOICE.
           IF W-IV-NUMBER(W-INV-SUB) = W-WANT-INVOICE THEN
               MOVE W-INV-SUB TO W-INV-HIT
           END-IF.

      *    An invoice voided after the date was still owed on it, so
      *    the void comes off on its own date rather than taking the
      *    invoice out.
       SUM-VOIDS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT VOIDREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-VOIDS-EXIT.
           PERFORM TAKE-ONE-VOID UNTIL W-INPUT-EOF.
           CLOSE VOIDREG-FILE.
       SUM-VOIDS-EXIT.
           CONTINUE.

       TAKE-ONE-VOID.
           READ VOIDREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE VR-VOID-INVOICE TO W-WANT-INVOICE
                   PERFORM FIND-INVOICE
                   IF W-INV-HIT NOT = 0 THEN
                       MOVE W-IV-POS(W-INV-HIT) TO W-TX-POS
                       COMPUTE W-TX-AMOUNT =
                           0 - W-IV-AMOUNT(W-INV-HIT)
                       MOVE "INVOICE VOIDED" TO W-TX-LABEL
                       MOVE VR-VOID-DATE TO W-TX-DATE
                       MOVE VR-VOID-INVOICE TO W-TX-REF
                       PERFORM TAKE-TRANSACTION
                           THRU TAKE-TRANSACTION-EXIT
                   END-IF
           END-READ.

       SUM-TAXES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TAXREMIT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-TAXES-EXIT.
           PERFORM TAKE-ONE-TAX-ROW UNTIL W-INPUT-EOF.
           CLOSE TAXREMIT-FILE.
       SUM-TAXES-EXIT.
           CONTINUE.

       TAKE-ONE-TAX-ROW.
           READ TAXREMIT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE TR-INVOICE-NUMBER TO W-WANT-INVOICE
                   PERFORM FIND-INVOICE
                   IF W-INV-HIT NOT = 0 THEN
                       MOVE W-IV-POS(W-INV-HIT) TO W-TX-POS
                       MOVE TR-AMOUNT TO W-TX-AMOUNT
                       MOVE SPACES TO W-TX-LABEL
                       STRING "TAX " DELIMITED BY SIZE
                           TR-STATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TR-LEVY-CODE DELIMITED BY SIZE
                           INTO W-TX-LABEL
                       MOVE TR-INVOICE-DATE TO W-TX-DATE
                       MOVE TR-INVOICE-NUMBER TO W-TX-REF
                       PERFORM TAKE-TRANSACTION
                           THRU TAKE-TRANSACTION-EXIT
                   END-IF
           END-READ.

       SUM-LIFELINE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT LIFECRED-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-LIFELINE-EXIT.
           PERFORM TAKE-ONE-LIFELINE UNTIL W-INPUT-EOF.
           CLOSE LIFECRED-FILE.
       SUM-LIFELINE-EXIT.
           CONTINUE.

       TAKE-ONE-LIFELINE.
           READ LIFECRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE LC-MASTER-POS TO W-TX-POS
                   COMPUTE W-TX-AMOUNT = 0 - LC-AMOUNT
                   MOVE "LIFELINE CREDIT" TO W-TX-LABEL
                   MOVE LC-INVOICE-DATE TO W-TX-DATE
                   MOVE LC-INVOICE-NUMBER TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

       SUM-PROMO.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PROMOCRED-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-PROMO-EXIT.
           PERFORM TAKE-ONE-PROMO UNTIL W-INPUT-EOF.
           CLOSE PROMOCRED-FILE.
       SUM-PROMO-EXIT.
           CONTINUE.

       TAKE-ONE-PROMO.
           READ PROMOCRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE PC-MASTER-POS TO W-TX-POS
                   COMPUTE W-TX-AMOUNT = 0 - PC-AMOUNT
                   MOVE SPACES TO W-TX-LABEL
                   STRING "PROMO " DELIMITED BY SIZE
                       PC-PROMO-CODE DELIMITED BY SIZE
                       INTO W-TX-LABEL
                   MOVE PC-INVOICE-DATE TO W-TX-DATE
                   MOVE PC-INVOICE-NUMBER TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

      *    a payment reaches the balance the day it is posted, which
      *    for mail and lockbox can be after the day it was paid
       SUM-PAYMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PAYHIST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-PAYMENTS-EXIT.
           PERFORM TAKE-ONE-PAYMENT UNTIL W-INPUT-EOF.
           CLOSE PAYHIST-FILE.
       SUM-PAYMENTS-EXIT.
           CONTINUE.

       TAKE-ONE-PAYMENT.
           READ PAYHIST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE PH-MASTER-POS TO W-TX-POS
                   COMPUTE W-TX-AMOUNT = 0 - PH-AMOUNT
                   MOVE SPACES TO W-TX-LABEL
                   STRING "PAYMENT " DELIMITED BY SIZE
                       PH-METHOD DELIMITED BY SIZE
                       INTO W-TX-LABEL
                   IF PH-POSTED-DATE = 0 THEN
                       MOVE PH-PAY-DATE TO W-TX-DATE
                   ELSE
                       MOVE PH-POSTED-DATE TO W-TX-DATE
                   END-IF
                   MOVE 0 TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

       SUM-DRAFTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT DRAFT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-DRAFTS-EXIT.
           PERFORM TAKE-ONE-DRAFT UNTIL W-INPUT-EOF.
           CLOSE DRAFT-FILE.
       SUM-DRAFTS-EXIT.
           CONTINUE.

       TAKE-ONE-DRAFT.
           READ DRAFT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE DR-MASTER-POS TO W-TX-POS
                   COMPUTE W-TX-AMOUNT = 0 - DR-AMOUNT
                   MOVE "ACH DRAFT" TO W-TX-LABEL
                   MOVE DR-DRAFT-DATE TO W-TX-DATE
                   MOVE 0 TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

       SUM-RETURNS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT RETURN-REGISTER-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-RETURNS-EXIT.
           PERFORM TAKE-ONE-RETURN UNTIL W-INPUT-EOF.
           CLOSE RETURN-REGISTER-FILE.
       SUM-RETURNS-EXIT.
           CONTINUE.

       TAKE-ONE-RETURN.
           READ RETURN-REGISTER-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE RR-MASTER-POS TO W-TX-POS
                   MOVE RR-AMOUNT TO W-TX-AMOUNT
                   MOVE SPACES TO W-TX-LABEL
                   STRING "ACH RETURN " DELIMITED BY SIZE
                       RR-RETURN-CODE DELIMITED BY SIZE
                       INTO W-TX-LABEL
                   MOVE RR-RETURN-DATE TO W-TX-DATE
                   MOVE 0 TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

       SUM-ADJUSTMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT ADJUST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-ADJUSTMENTS-EXIT.
           PERFORM TAKE-ONE-ADJUSTMENT UNTIL W-INPUT-EOF.
           CLOSE ADJUST-FILE.
       SUM-ADJUSTMENTS-EXIT.
           CONTINUE.

       TAKE-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE AJ-MASTER-POS TO W-TX-POS
                   IF AJ-TYPE = 'C' THEN
                       COMPUTE W-TX-AMOUNT = 0 - AJ-AMOUNT
                   ELSE
                       MOVE AJ-AMOUNT TO W-TX-AMOUNT
                   END-IF
                   MOVE SPACES TO W-TX-LABEL
                   STRING "ADJUST " DELIMITED BY SIZE
                       AJ-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AJ-REASON-CODE DELIMITED BY SIZE
                       INTO W-TX-LABEL
                   MOVE AJ-DATE TO W-TX-DATE
                   MOVE 0 TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

      *    a write-off comes off the balance; a recovery row cancels
      *    the payment-history row the recovered money came in on
       SUM-WRITEOFFS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT WOLEDGER-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-WRITEOFFS-EXIT.
           PERFORM TAKE-ONE-WRITEOFF UNTIL W-INPUT-EOF.
           CLOSE WOLEDGER-FILE.
       SUM-WRITEOFFS-EXIT.
           CONTINUE.

       TAKE-ONE-WRITEOFF.
           READ WOLEDGER-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE WL-MASTER-POS TO W-TX-POS
                   IF WL-WRITEOFF-ROW THEN
                       COMPUTE W-TX-AMOUNT = 0 - WL-AMOUNT
                       MOVE "WRITE-OFF" TO W-TX-LABEL
                   ELSE
                       MOVE WL-AMOUNT TO W-TX-AMOUNT
                       MOVE "RECOVERY" TO W-TX-LABEL
                   END-IF
                   MOVE WL-DATE TO W-TX-DATE
                   MOVE 0 TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

       SUM-CHECKS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-REGISTER-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-CHECKS-EXIT.
           PERFORM TAKE-ONE-CHECK UNTIL W-INPUT-EOF.
           CLOSE CHECK-REGISTER-FILE.
       SUM-CHECKS-EXIT.
           CONTINUE.

       TAKE-ONE-CHECK.
           READ CHECK-REGISTER-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE CK-MASTER-POS TO W-TX-POS
                   MOVE CK-AMOUNT TO W-TX-AMOUNT
                   MOVE "REFUND CHECK" TO W-TX-LABEL
                   MOVE CK-CHECK-DATE TO W-TX-DATE
                   MOVE CK-CHECK-NUMBER TO W-TX-REF
                   PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-READ.

      *    a stale refund check voided puts its amount back on the
      *    account as a credit; remitting that credit to the state
      *    takes it off again.  Paid, letter and used-up rows carry
      *    no posting.
       SUM-CHECK-VOIDS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CHECK-STATUS-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SUM-CHECK-VOIDS-EXIT.
           PERFORM TAKE-ONE-CHECK-STATUS UNTIL W-INPUT-EOF.
           CLOSE CHECK-STATUS-FILE.
       SUM-CHECK-VOIDS-EXIT.
           CONTINUE.

       TAKE-ONE-CHECK-STATUS.
           READ CHECK-STATUS-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CS-CHECK-VOIDED OR CS-CHECK-ESCHEATED THEN
                       MOVE CS-MASTER-POS TO W-TX-POS
                       IF CS-CHECK-VOIDED THEN
                           COMPUTE W-TX-AMOUNT = 0 - CS-AMOUNT
                           MOVE "CHECK VOID" TO W-TX-LABEL
                       ELSE
                           MOVE CS-AMOUNT TO W-TX-AMOUNT
                           MOVE "CHECK ESCHEAT" TO W-TX-LABEL
                       END-IF
                       MOVE CS-STATUS-DATE TO W-TX-DATE
                       MOVE CS-CHECK-NUMBER TO W-TX-REF
                       PERFORM TAKE-TRANSACTION
                           THRU TAKE-TRANSACTION-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    One source transaction: kept when its position is in the
      *    balance and it is dated on or before the date, inserted
      *    after any already kept for the same day so the running
      *    balance reads in date order.
      *----------------------------------------------------------------
       TAKE-TRANSACTION.
           IF W-TX-DATE > W-ASOF-DATE THEN
               GO TO TAKE-TRANSACTION-EXIT.
           MOVE W-TX-POS TO W-CHECK-POS.
           PERFORM CHECK-AR-SET.
           IF NOT W-IN-AR-SET THEN
               GO TO TAKE-TRANSACTION-EXIT.
           IF W-AR-COUNT >= W-AR-LIMIT THEN
               ADD 1 TO W-AR-OVERFLOW
               GO TO TAKE-TRANSACTION-EXIT.
           MOVE W-AR-COUNT TO W-INS-SUB.
           MOVE 'N' TO W-PLACE-SW.
           PERFORM MAKE-ROOM-FOR-TRANSACTION
               UNTIL W-INS-SUB = 0 OR W-PLACE-FOUND.
           ADD 1 TO W-AR-COUNT.
           ADD 1 TO W-INS-SUB.
           MOVE W-TX-DATE TO W-AR-DATE(W-INS-SUB).
           MOVE W-TX-LABEL TO W-AR-LABEL(W-INS-SUB).
           MOVE W-TX-REF TO W-AR-REF(W-INS-SUB).
           MOVE W-TX-AMOUNT TO W-AR-AMOUNT(W-INS-SUB).
           MOVE W-TX-POS TO W-AR-POS(W-INS-SUB).
       TAKE-TRANSACTION-EXIT.
           CONTINUE.

       MAKE-ROOM-FOR-TRANSACTION.
           IF W-AR-DATE(W-INS-SUB) > W-TX-DATE THEN
               MOVE W-AR-ENTRY(W-INS-SUB) TO W-AR-ENTRY(W-INS-SUB + 1)
               SUBTRACT 1 FROM W-INS-SUB
           ELSE
               MOVE 'Y' TO W-PLACE-SW
           END-IF.

      *----------------------------------------------------------------
      *    REPORT
      *----------------------------------------------------------------
       WRITE-CERTIFICATION-PAGE.
           MOVE "ACCOUNT AS-OF INQUIRY" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "ACCOUNT: " DELIMITED BY SIZE
               W-WANT-ACCOUNT DELIMITED BY SIZE
               "   AS OF CLOSE OF " DELIMITED BY SIZE
               W-ASOF-DATE DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CASE REFERENCE: " DELIMITED BY SIZE
               W-CASE-REFERENCE DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "RUN " DELIMITED BY SIZE
               W-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-RUN-TIME DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               W-OPERATOR DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "FILES COVERED: MASTER.DAT, BEFORIMG.DAT, PHONE.DAT,"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "  PHONEHST.DAT, JOURNAL.DAT AND ITS ROLLED-OFF"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "  GENERATIONS, INVREG, VOIDREG, TAXREMIT, LIFECRED,"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "  PROMOCRD, PAYHIST, ACHDRAFT, ACHRTRN, ADJUST,"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "  WOLEDGER, CHKREG, CHKSTAT, OTCCAT, ARBAL"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-GEN-COUNT TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "JOURNAL GENERATIONS READ AHEAD OF THE LIVE FILE: "
               DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-MASTER-SECTION.
           MOVE "MASTER RECORD AS OF THE DATE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF W-IMAGE-COUNT = 0 THEN
               MOVE "  SOURCE: CURRENT RECORD (NO CHANGE SINCE)"
                   TO PRINT-LINE
           ELSE
               MOVE W-IMAGE-COUNT TO W-SHOW-COUNT
               STRING "  SOURCE: BEFORE-IMAGE OF " DELIMITED BY SIZE
                   W-IMAGE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   W-IMAGE-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   W-IMAGE-OPERATION DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   W-IMAGE-OPERATOR DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   W-SHOW-COUNT DELIMITED BY SIZE
                   " LATER CHANGES UNWOUND" DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           IF W-OPENED-DATE = 0 THEN
               MOVE "  OPENED: BEFORE THE JOURNAL ON FILE"
                   TO PRINT-LINE
           ELSE IF W-OPENED-DATE > W-ASOF-DATE THEN
               STRING "  *** NOT YET OPENED ON THE DATE -- OPENED "
                   DELIMITED BY SIZE
                   W-OPENED-DATE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO PRINT-LINE
           ELSE
               STRING "  OPENED: " DELIMITED BY SIZE
                   W-OPENED-DATE DELIMITED BY SIZE
                   INTO PRINT-LINE
           END-IF.
           WRITE PRINT-LINE.
           MOVE W-ACCOUNT-POS TO W-SHOW-POS.
           MOVE CM-ACCOUNT-NUMBER TO W-SHOW-ACCOUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  ACCOUNT  " DELIMITED BY SIZE
               W-SHOW-ACCOUNT DELIMITED BY SIZE
               "   POSITION " DELIMITED BY SIZE
               W-SHOW-POS DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  NAME     " DELIMITED BY SIZE
               CM-NAME DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  ADDRESS  " DELIMITED BY SIZE
               CM-STREET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-CITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CM-ZIP DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE CM-PHONE-LIMIT TO W-SHOW-LIMIT.
           MOVE CM-BILL-CYCLE TO W-SHOW-CYCLE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  PLAN     " DELIMITED BY SIZE
               CM-PLAN-CODE DELIMITED BY SIZE
               "   STATUS " DELIMITED BY SIZE
               CM-STATUS DELIMITED BY SIZE
               "   CLOSED " DELIMITED BY SIZE
               CM-CLOSE-DATE DELIMITED BY SIZE
               "   CYCLE " DELIMITED BY SIZE
               W-SHOW-CYCLE DELIMITED BY SIZE
               "   PHONE LIMIT " DELIMITED BY SIZE
               W-SHOW-LIMIT DELIMITED BY SIZE
               "   SHARED " DELIMITED BY SIZE
               CM-SHARED-LINE DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  AUTOPAY  " DELIMITED BY SIZE
               CM-AUTOPAY DELIMITED BY SIZE
               "   TREATMENT " DELIMITED BY SIZE
               CM-TREATMENT DELIMITED BY SIZE
               "   REVIEW " DELIMITED BY SIZE
               CM-REVIEW-FLAG DELIMITED BY SIZE
               "   RESTORED " DELIMITED BY SIZE
               CM-RESTORE-DATE DELIMITED BY SIZE
               "   PARENT POS " DELIMITED BY SIZE
               CM-PARENT-POS DELIMITED BY SIZE
               "   MERGED INTO " DELIMITED BY SIZE
               CM-MERGED-INTO DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-PHONE-SECTION.
           MOVE "PHONES ON THE ACCOUNT AS OF THE DATE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM WRITE-ONE-PHONE THRU WRITE-ONE-PHONE-EXIT
               VARYING W-PT-SUB FROM 1 BY 1
               UNTIL W-PT-SUB > W-PT-COUNT.
           IF W-PHONES-ON = 0 THEN
               MOVE "  <NONE>" TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF W-PT-OVERFLOW NOT = 0 THEN
               MOVE W-PT-OVERFLOW TO W-SHOW-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  <" DELIMITED BY SIZE
                   W-SHOW-COUNT DELIMITED BY SIZE
                   " PHONE EVENTS PAST THE TABLE NOT WEIGHED>"
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-ONE-PHONE.
           MOVE 'N' TO W-PHONE-ON-SW.
           IF W-PT-LAST-TYPE(W-PT-SUB) = 'A' THEN
               MOVE 'Y' TO W-PHONE-ON-SW
           ELSE IF W-PT-LAST-TYPE(W-PT-SUB) = SPACE THEN
               IF W-PT-NEXT-TYPE(W-PT-SUB) = 'R' THEN
                   MOVE 'Y' TO W-PHONE-ON-SW
               ELSE IF W-PT-NEXT-TYPE(W-PT-SUB) = SPACE AND
                       W-PT-CURRENT(W-PT-SUB) = 'Y' THEN
                   MOVE 'Y' TO W-PHONE-ON-SW
               END-IF
           END-IF.
           IF NOT W-PHONE-WAS-ON THEN
               GO TO WRITE-ONE-PHONE-EXIT.
           ADD 1 TO W-PHONES-ON.
           MOVE SPACES TO PRINT-LINE.
           STRING "  " DELIMITED BY SIZE
               W-PT-PHONE(W-PT-SUB) DELIMITED BY SIZE
               INTO PRINT-LINE.
           IF W-PT-LAST-TYPE(W-PT-SUB) = 'A' THEN
               MOVE "ADDED" TO PRINT-LINE(20:5)
               MOVE W-PT-LAST-STAMP(W-PT-SUB)(1:8)
                   TO PRINT-LINE(26:8)
           ELSE
               MOVE "ADDED BEFORE JOURNAL HISTORY" TO PRINT-LINE(20:28)
           END-IF.
           IF W-PT-NEXT-TYPE(W-PT-SUB) = 'R' THEN
               MOVE "RETIRED" TO PRINT-LINE(50:7)
               MOVE W-PT-NEXT-STAMP(W-PT-SUB)(1:8)
                   TO PRINT-LINE(58:8)
           ELSE IF W-PT-CURRENT(W-PT-SUB) = 'Y' THEN
               MOVE "STILL ON THE ACCOUNT" TO PRINT-LINE(50:20)
           END-IF.
           WRITE PRINT-LINE.
       WRITE-ONE-PHONE-EXIT.
           CONTINUE.

       WRITE-BALANCE-SECTION.
           MOVE "AR BALANCE REBUILT TO THE DATE" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "DATE     TRANSACTION       REFERENCE           AMOUNT"
               TO PRINT-LINE.
           MOVE "         BALANCE" TO PRINT-LINE(55:16).
           WRITE PRINT-LINE.
           MOVE 0 TO W-RUNNING.
           PERFORM WRITE-ONE-TRANSACTION
               VARYING W-AR-SUB FROM 1 BY 1
               UNTIL W-AR-SUB > W-AR-COUNT.
           MOVE W-RUNNING TO W-SHOW-BALANCE.
           MOVE SPACES TO PRINT-LINE.
           STRING "BALANCE AS OF " DELIMITED BY SIZE
               W-ASOF-DATE DELIMITED BY SIZE
               INTO PRINT-LINE.
           MOVE W-SHOW-BALANCE TO PRINT-LINE(55:16).
           WRITE PRINT-LINE.
           MOVE W-FILE-BALANCE TO W-SHOW-BALANCE.
           MOVE SPACES TO PRINT-LINE.
           MOVE "(AR FILE BALANCE TODAY, FOR REFERENCE)"
               TO PRINT-LINE.
           MOVE W-SHOW-BALANCE TO PRINT-LINE(55:16).
           WRITE PRINT-LINE.
           IF W-SET-COUNT > 1 THEN
               MOVE "  * CARRIED FROM AN ACCOUNT MERGED INTO THIS ONE"
                   TO PRINT-LINE
               WRITE PRINT-LINE
               PERFORM WRITE-ONE-MERGE
                   VARYING W-MERGE-SUB FROM 1 BY 1
                   UNTIL W-MERGE-SUB > W-MERGE-COUNT
           END-IF.
           MOVE "  NOT REFLECTED (NOT DATED ON FILE): BUDGET VARIANCE"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "  DEFERRED, BANKRUPTCY FREEZE, DEPOSIT APPLICATION."
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "  LATE FEES AT THE CURRENT FLAT AMOUNT; ONE-TIME "
               DELIMITED BY SIZE
               "CHARGES AT THE CURRENT CATALOG PRICE."
               DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           IF W-OTC-UNPRICED NOT = 0 THEN
               MOVE W-OTC-UNPRICED TO W-SHOW-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  <" DELIMITED BY SIZE
                   W-SHOW-COUNT DELIMITED BY SIZE
                   " ONE-TIME CHARGES NOT ON THE CATALOG, LEFT OUT>"
                   DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           IF W-AR-OVERFLOW NOT = 0 OR W-INV-OVERFLOW NOT = 0 OR
                   W-MERGE-OVERFLOW NOT = 0 THEN
               MOVE "  <TABLE FULL -- BALANCE ABOVE IS INCOMPLETE>"
                   TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.

      *    A merge of this account into another moves its whole
      *    balance there, so its row takes off whatever is running.
       WRITE-ONE-TRANSACTION.
           IF W-AR-LABEL(W-AR-SUB) = "MERGED AWAY" THEN
               COMPUTE W-AR-AMOUNT(W-AR-SUB) = 0 - W-RUNNING
           END-IF.
           ADD W-AR-AMOUNT(W-AR-SUB) TO W-RUNNING.
           IF W-AR-POS(W-AR-SUB) = W-ACCOUNT-POS THEN
               MOVE SPACE TO W-MERGED-MARK
           ELSE
               MOVE '*' TO W-MERGED-MARK
           END-IF.
           MOVE W-AR-REF(W-AR-SUB) TO W-SHOW-REF.
           MOVE W-AR-AMOUNT(W-AR-SUB) TO W-SHOW-AMOUNT.
           MOVE W-RUNNING TO W-SHOW-BALANCE.
           MOVE SPACES TO PRINT-LINE.
           STRING W-AR-DATE(W-AR-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-AR-LABEL(W-AR-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-SHOW-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-AMOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-BALANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-MERGED-MARK DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-ONE-MERGE.
           MOVE W-MG-SURV-POS(W-MERGE-SUB) TO W-CHECK-POS.
           PERFORM CHECK-AR-SET.
           IF W-IN-AR-SET THEN
               MOVE W-MG-DUP-POS(W-MERGE-SUB) TO W-SHOW-POS
               MOVE SPACES TO PRINT-LINE
               STRING "    ACCOUNT " DELIMITED BY SIZE
                   W-MG-DUP-ACCOUNT(W-MERGE-SUB) DELIMITED BY SIZE
                   " (POSITION " DELIMITED BY SIZE
                   W-SHOW-POS DELIMITED BY SIZE
                   ") MERGED IN " DELIMITED BY SIZE
                   W-MG-DATE(W-MERGE-SUB) DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       WRITE-HISTORY-SECTION.
           MOVE "JOURNAL HISTORY OF THE ACCOUNT TO THE DATE"
               TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "DATE     TIME   OPERATION       KEY" TO PRINT-LINE.
           MOVE "OPERATOR" TO PRINT-LINE(64:8).
           WRITE PRINT-LINE.
           PERFORM WRITE-ONE-HISTORY-ENTRY
               VARYING W-HS-SUB FROM 1 BY 1
               UNTIL W-HS-SUB > W-HS-COUNT.
           IF W-HS-OVERFLOW NOT = 0 THEN
               MOVE W-HS-OVERFLOW TO W-SHOW-COUNT
               MOVE SPACES TO PRINT-LINE
               STRING "  <" DELIMITED BY SIZE
                   W-SHOW-COUNT DELIMITED BY SIZE
                   " FURTHER ENTRIES NOT LISTED>" DELIMITED BY SIZE
                   INTO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.
           MOVE W-LATER-ENTRIES TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "  ENTRIES AFTER THE DATE, NOT LISTED: "
               DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "END OF INQUIRY" TO PRINT-LINE.
           WRITE PRINT-LINE.

       WRITE-ONE-HISTORY-ENTRY.
           MOVE W-HS-TIME(W-HS-SUB) TO W-SHOW-TIME.
           MOVE SPACES TO PRINT-LINE.
           STRING W-HS-DATE(W-HS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-HS-OPERATION(W-HS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-HS-KEY(W-HS-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-HS-OPERATOR(W-HS-SUB) DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
