       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           AR-RECONCILE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly proof of the receivable subledger.  Every posting
      *    program keeps its own source record as well as updating
      *    the AR balance file, so each account's balance can be
      *    rebuilt from scratch and checked against what ARBAL.DAT
      *    says it is:
      *        + invoices on the register (a voided invoice drops out;
      *          its replacement is on the register in its own right)
      *        + the tax rows on the remittance file, tied to the
      *          account through the invoice they were billed on
      *        - Lifeline and promotional credits off the bill run's
      *          credit files
      *        - the budget variance still deferred on an enrolled
      *          account, since the bill run posted the level amount
      *        - payments (counter, mail, lockbox, agency) off the
      *          payment history, and ACH drafts off the draft
      *          register; + drafts bounced back on the return
      *          register
      *        + / - adjustments, debits and credits, outage credits
      *        + late fees off the journal's LATE-FEE entries at the
      *          DL100_LATE_FEE flat amount, and one-time charges off
      *          its ONE-TIME-CHG entries at the catalog price
      *        - write-offs off the write-off ledger; a recovery row
      *          cancels the payment-history row the recovered money
      *          came in on, which never reached the balance
      *        - the pre-petition balance frozen under a bankruptcy
      *        - a deposit refunded against the balance, with its
      *          interest
      *        + refund checks cut against a credit balance; - one
      *          voided stale, off the check status file, and + its
      *          credit when remitted to the state
      *    and a merged account's rebuilt balance follows its AR to
      *    the survivor, in journal order.  Every account whose file
      *    balance disagrees is listed with its difference and,
      *    beneath it, the transactions the rebuild found for it and
      *    the open items it is carrying, so the gap can be read off
      *    the page.  An account kept on open items is also checked
      *    item-by-item: its open items must add to its balance.
      *    The whole journal is read, oldest rolled-off generation
      *    first, so history JOURNAL-ROLLOVER has moved off the live
      *    file still counts.
      *    At the foot the total of all balances is tied to the
      *    receivable control account on the GL export -- the
      *    account in DL100_GL_AR_ACCOUNT, or the debit side of
      *    GLMAP's BILLING row when that is not set -- and the
      *    out-of-balance amount printed.  Days not yet through
      *    GL-POSTING show up there as timing, which is the point.
      *    Read-only throughout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT MAP-FILE ASSIGN TO W-MAP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT EXPORT-FILE ASSIGN TO W-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  MAP-FILE.
       01  MAP-REC.
           05  GM-SOURCE       PIC X(8).
           05  GM-DEBIT-ACCT   PIC X(8).
           05  GM-CREDIT-ACCT  PIC X(8).

       FD  EXPORT-FILE.
       01  EXPORT-REC.
           05  EX-DATE         PIC 9(8).
           05  EX-ACCOUNT      PIC X(8).
           05  EX-DC           PIC X.
           05  EX-AMOUNT       PIC 9(11)V99.
           05  EX-SOURCE       PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-BUDGET-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\BUDGET.DAT'.
       01  W-FROZEN-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\FROZENAR.DAT'.
       01  W-DEPOSIT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\DEPOSIT.DAT'.
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
       01  W-MAP-FILENAME      PIC X(512)
                               VALUE 'S:\COBOL\GLMAP.DAT'.
       01  W-EXPORT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\GLEXPORT.DAT'.
       01  W-JOURNAL-IN-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.

       01  W-IN-STATUS         PIC XX.
       01  W-JOURNAL-IN-STATUS PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.

      *    every rolled-off journal generation, oldest first, ahead
      *    of the live file
       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    The rebuilt balance per master position, and whether the
      *    position disagrees with its file balance ('Y') or only
      *    with its own open items ('I').
       01  W-REBUILT-TABLE.
           05  W-REBUILT           PIC S9(9)V99 OCCURS 10000 TIMES.
       01  W-OUT-TABLE.
           05  W-OUT-FLAG          PIC X OCCURS 10000 TIMES.
       01  W-TABLE-LIMIT           PIC 9(9) COMP VALUE 10000.
       01  W-OVERFLOW-COUNT        PIC 9(9) COMP VALUE 0.

      *    Invoice register in invoice-number order, so a tax row
      *    (which carries only the invoice number) finds its account
      *    and a void finds the invoice it cancels.  Invoice numbers
      *    come off one control record and the register is only ever
      *    appended, so the table loads in order; a register that is
      *    somehow out of order is searched end to end instead.
       01  W-INVOICE-TABLE.
           05  W-INV-COUNT         PIC 9(9) COMP VALUE 0.
           05  W-INV-ENTRY OCCURS 60000 TIMES.
               10  W-IV-NUMBER     PIC 9(9).
               10  W-IV-DATE       PIC 9(8).
               10  W-IV-POS        PIC 9(9) COMP.
               10  W-IV-AMOUNT     PIC 9(9)V99.
               10  W-IV-VOID       PIC X.
       01  W-INV-LIMIT             PIC 9(9) COMP VALUE 60000.
       01  W-INV-OVERFLOW          PIC 9(9) COMP VALUE 0.
       01  W-INV-UNORDERED         PIC 9(9) COMP VALUE 0.
       01  W-INV-SUB               PIC 9(9) COMP.
       01  W-WANT-INVOICE          PIC 9(9).
       01  W-INV-HIT               PIC 9(9) COMP.
       01  W-LOW                   PIC 9(9) COMP.
       01  W-HIGH                  PIC 9(9) COMP.
       01  W-MID                   PIC 9(9) COMP.
       01  W-TAX-UNMATCHED         PIC 9(9) COMP VALUE 0.
       01  W-VOID-UNMATCHED        PIC 9(9) COMP VALUE 0.

      *    one-time charge catalog, for pricing ONE-TIME-CHG entries
       01  W-CATALOG-TABLE.
           05  W-CAT-COUNT         PIC 999 COMP VALUE 0.
           05  W-CAT-ENTRY OCCURS 100 TIMES.
               10  W-CAT-CODE      PIC X(4).
               10  W-CAT-AMOUNT    PIC 9(5)V99.
       01  W-CAT-SUB               PIC 999 COMP.
       01  W-CAT-HIT               PIC 999 COMP.
       01  W-OTC-UNPRICED          PIC 9(9) COMP VALUE 0.

      *    account merges, in journal order; the rebuilt balance of
      *    the duplicate moves to the survivor once everything is in
       01  W-MERGE-TABLE.
           05  W-MERGE-COUNT       PIC 999 COMP VALUE 0.
           05  W-MERGE-ENTRY OCCURS 500 TIMES.
               10  W-MG-DATE       PIC 9(8).
               10  W-MG-DUP-POS    PIC 9(9) COMP.
               10  W-MG-SURV-POS   PIC 9(9) COMP.
               10  W-MG-MOVED      PIC S9(9)V99.
       01  W-MERGE-LIMIT           PIC 999 COMP VALUE 500.
       01  W-MERGE-OVERFLOW        PIC 9(9) COMP VALUE 0.
       01  W-MERGE-SUB             PIC 999 COMP.

      *    Transactions of accounts out of balance, gathered on the
      *    second pass and printed grouped under each account.
       01  W-DETAIL-TABLE.
           05  W-DT-COUNT          PIC 9(5) COMP VALUE 0.
           05  W-DT-ENTRY OCCURS 5000 TIMES.
               10  W-DT-POS        PIC 9(9) COMP.
               10  W-DT-LABEL      PIC X(16).
               10  W-DT-DATE       PIC 9(8).
               10  W-DT-REF        PIC 9(9).
               10  W-DT-AMOUNT     PIC S9(9)V99.
       01  W-DETAIL-LIMIT          PIC 9(5) COMP VALUE 5000.
       01  W-DETAIL-OVERFLOW       PIC 9(9) COMP VALUE 0.
       01  W-DT-SUB                PIC 9(5) COMP.

      *    which pass over the sources: totals or detail
       01  W-PASS-SW               PIC X.
           88  W-TOTAL-PASS            VALUE 'T'.
           88  W-DETAIL-PASS           VALUE 'D'.

      *    one source transaction, as TAKE-TRANSACTION sees it
       01  W-TX-POS                PIC 9(9) COMP.
       01  W-TX-AMOUNT             PIC S9(9)V99.
       01  W-TX-LABEL              PIC X(16).
       01  W-TX-DATE               PIC 9(8).
       01  W-TX-REF                PIC 9(9).

       01  W-TODAY                 PIC 9(8).
       01  W-LATE-FEE-CENTS        PIC 9(5).
       01  W-LATE-FEE              PIC 9(7)V99.
       01  W-GL-AR-ACCOUNT         PIC X(8).

       01  W-POSITION              PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-RECORD-FOUND          VALUE 'Y'.
       01  W-ACCOUNT               PIC 9(9) COMP.
       01  W-NAME                  PIC X(30).
       01  W-ADDRESS               PIC X(40).
       01  W-PLAN                  PIC X(4).
       01  W-STATUS-CODE           PIC X.
       01  W-BALANCE               PIC S9(9)V99.
       01  W-PERIOD-PAYMENTS       PIC 9(9)V99.
       01  W-DIFFERENCE            PIC S9(9)V99.

       01  W-BUD-FOUND             PIC X.
           88  W-BUDGET-ON-FILE        VALUE 'Y'.
       01  W-BUD-STATUS            PIC X.
       01  W-BUD-MONTHLY           PIC 9(7)V99.
       01  W-BUD-VARIANCE          PIC S9(9)V99.
       01  W-BUD-CYCLES            PIC 99.
       01  W-FROZEN                PIC S9(9)V99.
       01  W-DEP-FOUND             PIC X.
           88  W-DEPOSIT-ON-FILE       VALUE 'Y'.
       01  W-DEP-AMOUNT            PIC 9(7)V99.
       01  W-DEP-DATE              PIC 9(8).
       01  W-DEP-CLASS             PIC X.
       01  W-DEP-INTEREST          PIC 9(7)V99.
       01  W-DEP-STATUS            PIC X.
           88  W-DEPOSIT-REFUNDED      VALUE 'R'.

      *    open-item check, from GET-AR-AGING
       01  W-ITEMS-KEPT            PIC X.
           88  W-KEPT-BY-ITEM          VALUE 'Y'.
       01  W-OLDEST-DATE           PIC 9(8).
       01  W-ITEM-CURRENT          PIC S9(9)V99.
       01  W-ITEM-30               PIC S9(9)V99.
       01  W-ITEM-60               PIC S9(9)V99.
       01  W-ITEM-90               PIC S9(9)V99.
       01  W-ITEM-UNAPPLIED        PIC S9(9)V99.
       01  W-ITEM-TOTAL            PIC S9(9)V99.
       01  W-ITEM-CURSOR           PIC 9(9) COMP.
       01  W-ITEM-FOUND            PIC X.
           88  W-ITEM-ON-FILE          VALUE 'Y'.
       01  W-ITEM-TYPE             PIC X.
       01  W-ITEM-REFERENCE        PIC 9(9).
       01  W-ITEM-DATE             PIC 9(8).
       01  W-ITEM-ORIGINAL         PIC S9(9)V99.
       01  W-ITEM-OPEN             PIC S9(9)V99.
       01  W-ITEM-CLOSED-DATE      PIC 9(8).
       01  W-ITEM-SOURCE           PIC 9(9) COMP.
       01  W-ITEM-TARGET           PIC 9(9) COMP.

       01  W-ACCOUNTS-CHECKED      PIC 9(9) COMP VALUE 0.
       01  W-ACCOUNTS-OUT          PIC 9(9) COMP VALUE 0.
       01  W-ITEMS-OUT             PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-FILE            PIC S9(11)V99 VALUE 0.
       01  W-TOTAL-REBUILT         PIC S9(11)V99 VALUE 0.
       01  W-TOTAL-DIFFERENCE      PIC S9(11)V99 VALUE 0.
       01  W-GL-DEBITS             PIC 9(11)V99 VALUE 0.
       01  W-GL-CREDITS            PIC 9(11)V99 VALUE 0.
       01  W-GL-BALANCE            PIC S9(11)V99 VALUE 0.
       01  W-GL-OUT                PIC S9(11)V99 VALUE 0.
       01  W-GL-ROWS               PIC 9(9) COMP VALUE 0.

       01  W-SHOW-ACCOUNT          PIC 9(9).
       01  W-SHOW-REF              PIC 9(9).
       01  W-SHOW-SIGNED           PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-REBUILT          PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-DIFF             PIC $$$,$$$,$$9.99CR.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99CR.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-ITEM-MARK             PIC X(6).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-LATE-FEE-CENTS FROM ENVIRONMENT "DL100_LATE_FEE".
           IF W-LATE-FEE-CENTS = 0 THEN
               MOVE 500 TO W-LATE-FEE-CENTS
           END-IF.
           COMPUTE W-LATE-FEE = W-LATE-FEE-CENTS / 100.
           ACCEPT W-GL-AR-ACCOUNT
               FROM ENVIRONMENT "DL100_GL_AR_ACCOUNT".

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-BUDGETS' USING W-BUDGET-FILENAME.
           CALL 'OPEN-FROZEN-AR' USING W-FROZEN-FILENAME.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.

           INITIALIZE W-REBUILT-TABLE.
           MOVE ALL 'N' TO W-OUT-TABLE.
           PERFORM LOAD-INVOICE-TABLE THRU LOAD-INVOICE-TABLE-EXIT.
           PERFORM MARK-VOIDED-INVOICES
               THRU MARK-VOIDED-INVOICES-EXIT.
           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.
           PERFORM LOAD-GENERATION-INDEX.

           SET W-TOTAL-PASS TO TRUE.
           PERFORM READ-ALL-SOURCES.
           PERFORM ADD-HELD-BALANCES
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           PERFORM APPLY-ONE-MERGE
               VARYING W-MERGE-SUB FROM 1 BY 1
               UNTIL W-MERGE-SUB > W-MERGE-COUNT.

           DISPLAY " ".
           DISPLAY "AR SUBLEDGER RECONCILIATION - AS OF ", W-TODAY.
           DISPLAY " ".
           DISPLAY "ACCOUNT    AR FILE BALANCE  REBUILT BALANCE",
               "       DIFFERENCE".
           PERFORM CHECK-ONE-POSITION THRU CHECK-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           IF W-ACCOUNTS-OUT = 0 AND W-ITEMS-OUT = 0 THEN
               DISPLAY "  <EVERY ACCOUNT AGREES WITH ITS SOURCES>"
           ELSE
               SET W-DETAIL-PASS TO TRUE
               PERFORM READ-ALL-SOURCES
               PERFORM NOTE-ONE-MERGE
                   VARYING W-MERGE-SUB FROM 1 BY 1
                   UNTIL W-MERGE-SUB > W-MERGE-COUNT
               DISPLAY " "
               DISPLAY "TRANSACTIONS OF ACCOUNTS OUT OF BALANCE"
               PERFORM EXPLAIN-ONE-POSITION
                   THRU EXPLAIN-ONE-POSITION-EXIT
                   VARYING W-POSITION FROM 2 BY 1
                   UNTIL W-POSITION > W-MASTER-FILE-SIZE
           END-IF.

           PERFORM TIE-TO-GENERAL-LEDGER
               THRU TIE-TO-GENERAL-LEDGER-EXIT.

           CALL 'CLOSE-DEPOSITS'.
           CALL 'CLOSE-FROZEN-AR'.
           CALL 'CLOSE-BUDGETS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           PERFORM PRINT-TOTALS.
           STOP RUN.

      *----------------------------------------------------------------
      *    REFERENCE TABLES -- the register by invoice number (with
      *    voided invoices marked) and the one-time charge catalog.
      *----------------------------------------------------------------
       LOAD-INVOICE-TABLE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INVREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               DISPLAY "  <NO INVOICE REGISTER ON FILE>"
               GO TO LOAD-INVOICE-TABLE-EXIT.
           PERFORM LOAD-ONE-INVOICE UNTIL W-INPUT-EOF.
           CLOSE INVREG-FILE.
       LOAD-INVOICE-TABLE-EXIT.
           CONTINUE.

       LOAD-ONE-INVOICE.
           READ INVREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-INV-COUNT < W-INV-LIMIT THEN
                       IF W-INV-COUNT > 0 THEN
                           IF IR-INVOICE-NUMBER <=
                                   W-IV-NUMBER(W-INV-COUNT) THEN
                               ADD 1 TO W-INV-UNORDERED
                           END-IF
                       END-IF
                       ADD 1 TO W-INV-COUNT
                       MOVE IR-INVOICE-NUMBER
                           TO W-IV-NUMBER(W-INV-COUNT)
                       MOVE IR-INVOICE-DATE TO W-IV-DATE(W-INV-COUNT)
                       MOVE IR-MASTER-POS TO W-IV-POS(W-INV-COUNT)
                       MOVE IR-AMOUNT TO W-IV-AMOUNT(W-INV-COUNT)
                       MOVE 'N' TO W-IV-VOID(W-INV-COUNT)
                   ELSE
                       ADD 1 TO W-INV-OVERFLOW
                   END-IF
           END-READ.

       MARK-VOIDED-INVOICES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT VOIDREG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO MARK-VOIDED-INVOICES-EXIT.
           PERFORM MARK-ONE-VOID UNTIL W-INPUT-EOF.
           CLOSE VOIDREG-FILE.
       MARK-VOIDED-INVOICES-EXIT.
           CONTINUE.

       MARK-ONE-VOID.
           READ VOIDREG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE VR-VOID-INVOICE TO W-WANT-INVOICE
                   PERFORM FIND-INVOICE
                   IF W-INV-HIT NOT = 0 THEN
                       MOVE 'Y' TO W-IV-VOID(W-INV-HIT)
                   ELSE
                       ADD 1 TO W-VOID-UNMATCHED
                   END-IF
           END-READ.

       FIND-INVOICE.
           MOVE 0 TO W-INV-HIT.
           IF W-INV-UNORDERED NOT = 0 THEN
               PERFORM SCAN-ONE-INVOICE
                   VARYING W-INV-SUB FROM 1 BY 1
                   UNTIL W-INV-SUB > W-INV-COUNT OR W-INV-HIT NOT = 0
           ELSE
               MOVE 1 TO W-LOW
               MOVE W-INV-COUNT TO W-HIGH
               PERFORM PROBE-INVOICE-TABLE
                   UNTIL W-LOW > W-HIGH OR W-INV-HIT NOT = 0
           END-IF.

       PROBE-INVOICE-TABLE.
           COMPUTE W-MID = (W-LOW + W-HIGH) / 2.
           IF W-IV-NUMBER(W-MID) = W-WANT-INVOICE THEN
               MOVE W-MID TO W-INV-HIT
           ELSE IF W-IV-NUMBER(W-MID) < W-WANT-INVOICE THEN
               COMPUTE W-LOW = W-MID + 1
           ELSE
               COMPUTE W-HIGH = W-MID - 1.

       SCAN-ONE-INVOICE.
           IF W-IV-NUMBER(W-INV-SUB) = W-WANT-INVOICE THEN
               MOVE W-INV-SUB TO W-INV-HIT
           END-IF.

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

      *----------------------------------------------------------------
      *    SOURCES -- read twice: once to total every position, and
      *    again, only when something disagrees, to pick out the
      *    transactions of the positions that do.
      *----------------------------------------------------------------
       READ-ALL-SOURCES.
           PERFORM TAKE-ONE-INVOICE
               VARYING W-INV-SUB FROM 1 BY 1
               UNTIL W-INV-SUB > W-INV-COUNT.
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
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-IN-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       TAKE-ONE-INVOICE.
           IF W-IV-VOID(W-INV-SUB) NOT = 'Y' THEN
               MOVE W-IV-POS(W-INV-SUB) TO W-TX-POS
               MOVE W-IV-AMOUNT(W-INV-SUB) TO W-TX-AMOUNT
               MOVE "INVOICE" TO W-TX-LABEL
               MOVE W-IV-DATE(W-INV-SUB) TO W-TX-DATE
               MOVE W-IV-NUMBER(W-INV-SUB) TO W-TX-REF
               PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-IF.

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
                   IF W-INV-HIT = 0 THEN
                       IF W-TOTAL-PASS THEN
                           ADD 1 TO W-TAX-UNMATCHED
                       END-IF
                   ELSE
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
                   MOVE PH-PAY-DATE TO W-TX-DATE
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

      *    a write-off comes off the balance; a recovery never goes
      *    on it, so its row cancels the payment-history row the
      *    money was recorded on
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
               IF W-TOTAL-PASS THEN
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
                   EVALUATE JI-OPERATION
                       WHEN 'LATE-FEE'
                           PERFORM TAKE-LATE-FEE
                       WHEN 'ONE-TIME-CHG'
                           PERFORM TAKE-ONE-TIME-CHARGE
                       WHEN 'MERGE-ACCOUNT'
                           IF W-TOTAL-PASS THEN
                               PERFORM NOTE-MERGE
                           END-IF
                   END-EVALUATE
           END-READ.

       TAKE-LATE-FEE.
           MOVE JI-AFTER-POS TO W-TX-POS.
           MOVE W-LATE-FEE TO W-TX-AMOUNT.
           MOVE "LATE FEE" TO W-TX-LABEL.
           MOVE JI-DATE TO W-TX-DATE.
           MOVE 0 TO W-TX-REF.
           PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT.

       TAKE-ONE-TIME-CHARGE.
           MOVE 0 TO W-CAT-HIT.
           PERFORM MATCH-ONE-CATALOG-ROW
               VARYING W-CAT-SUB FROM 1 BY 1
               UNTIL W-CAT-SUB > W-CAT-COUNT OR W-CAT-HIT NOT = 0.
           IF W-CAT-HIT = 0 THEN
               IF W-TOTAL-PASS THEN
                   ADD 1 TO W-OTC-UNPRICED
               END-IF
           ELSE
               MOVE JI-AFTER-POS TO W-TX-POS
               MOVE W-CAT-AMOUNT(W-CAT-HIT) TO W-TX-AMOUNT
               MOVE SPACES TO W-TX-LABEL
               STRING "ONE-TIME " DELIMITED BY SIZE
                   JI-KEY(1:4) DELIMITED BY SIZE
                   INTO W-TX-LABEL
               MOVE JI-DATE TO W-TX-DATE
               MOVE 0 TO W-TX-REF
               PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT
           END-IF.

       MATCH-ONE-CATALOG-ROW.
           IF W-CAT-CODE(W-CAT-SUB) = JI-KEY(1:4) THEN
               MOVE W-CAT-SUB TO W-CAT-HIT
           END-IF.

       NOTE-MERGE.
           IF W-MERGE-COUNT < W-MERGE-LIMIT THEN
               ADD 1 TO W-MERGE-COUNT
               MOVE JI-DATE TO W-MG-DATE(W-MERGE-COUNT)
               MOVE JI-BEFORE-POS TO W-MG-DUP-POS(W-MERGE-COUNT)
               MOVE JI-AFTER-POS TO W-MG-SURV-POS(W-MERGE-COUNT)
               MOVE 0 TO W-MG-MOVED(W-MERGE-COUNT)
           ELSE
               ADD 1 TO W-MERGE-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      *    One source transaction: added into its position on the
      *    totals pass, kept for the report on the detail pass when
      *    its position is one that disagrees.
      *----------------------------------------------------------------
       TAKE-TRANSACTION.
           IF W-TX-POS = 0 THEN
               GO TO TAKE-TRANSACTION-EXIT.
           IF W-TX-POS > W-TABLE-LIMIT THEN
               IF W-TOTAL-PASS THEN
                   ADD 1 TO W-OVERFLOW-COUNT
               END-IF
               GO TO TAKE-TRANSACTION-EXIT.
           IF W-TOTAL-PASS THEN
               ADD W-TX-AMOUNT TO W-REBUILT(W-TX-POS)
               GO TO TAKE-TRANSACTION-EXIT.
           IF W-OUT-FLAG(W-TX-POS) = 'N' THEN
               GO TO TAKE-TRANSACTION-EXIT.
           PERFORM KEEP-DETAIL.
       TAKE-TRANSACTION-EXIT.
           CONTINUE.

       KEEP-DETAIL.
           IF W-DT-COUNT < W-DETAIL-LIMIT THEN
               ADD 1 TO W-DT-COUNT
               MOVE W-TX-POS TO W-DT-POS(W-DT-COUNT)
               MOVE W-TX-LABEL TO W-DT-LABEL(W-DT-COUNT)
               MOVE W-TX-DATE TO W-DT-DATE(W-DT-COUNT)
               MOVE W-TX-REF TO W-DT-REF(W-DT-COUNT)
               MOVE W-TX-AMOUNT TO W-DT-AMOUNT(W-DT-COUNT)
           ELSE
               ADD 1 TO W-DETAIL-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      *    HELD BALANCES -- what the per-account files still hold
      *    back from the balance: deferred budget variance, frozen
      *    pre-petition AR, a deposit already refunded against it.
      *----------------------------------------------------------------
       ADD-HELD-BALANCES.
           IF W-POSITION > W-TABLE-LIMIT THEN
               ADD 1 TO W-OVERFLOW-COUNT
           ELSE
               PERFORM GET-HELD-BALANCES
               SUBTRACT W-BUD-VARIANCE FROM W-REBUILT(W-POSITION)
               SUBTRACT W-FROZEN FROM W-REBUILT(W-POSITION)
               IF W-DEPOSIT-REFUNDED THEN
                   SUBTRACT W-DEP-AMOUNT, W-DEP-INTEREST
                       FROM W-REBUILT(W-POSITION)
               END-IF
           END-IF.

       GET-HELD-BALANCES.
           CALL 'GET-BUDGET' USING W-POSITION, W-BUD-FOUND,
               W-BUD-STATUS, W-BUD-MONTHLY, W-BUD-VARIANCE,
               W-BUD-CYCLES.
           IF NOT W-BUDGET-ON-FILE THEN
               MOVE 0 TO W-BUD-VARIANCE
           END-IF.
           MOVE 0 TO W-FROZEN.
           CALL 'GET-FROZEN-AR' USING W-POSITION, W-FROZEN.
           CALL 'GET-DEPOSIT' USING W-POSITION, W-DEP-FOUND,
               W-DEP-AMOUNT, W-DEP-DATE, W-DEP-CLASS, W-DEP-INTEREST,
               W-DEP-STATUS.
           IF NOT W-DEPOSIT-ON-FILE THEN
               MOVE SPACE TO W-DEP-STATUS
           END-IF.

      *    the duplicate's whole balance went to the survivor when
      *    the merge ran; nothing posts to a merged-away account
      *    after, so its rebuilt balance follows it entire
       APPLY-ONE-MERGE.
           IF W-MG-DUP-POS(W-MERGE-SUB) <= W-TABLE-LIMIT AND
                   W-MG-SURV-POS(W-MERGE-SUB) <= W-TABLE-LIMIT AND
                   W-MG-DUP-POS(W-MERGE-SUB) NOT = 0 AND
                   W-MG-SURV-POS(W-MERGE-SUB) NOT = 0 THEN
               MOVE W-REBUILT(W-MG-DUP-POS(W-MERGE-SUB))
                   TO W-MG-MOVED(W-MERGE-SUB)
               ADD W-MG-MOVED(W-MERGE-SUB)
                   TO W-REBUILT(W-MG-SURV-POS(W-MERGE-SUB))
               MOVE 0 TO W-REBUILT(W-MG-DUP-POS(W-MERGE-SUB))
           END-IF.

       NOTE-ONE-MERGE.
           MOVE W-MG-DATE(W-MERGE-SUB) TO W-TX-DATE.
           MOVE 0 TO W-TX-REF.
           MOVE W-MG-DUP-POS(W-MERGE-SUB) TO W-TX-POS.
           COMPUTE W-TX-AMOUNT = 0 - W-MG-MOVED(W-MERGE-SUB).
           MOVE "MERGED AWAY" TO W-TX-LABEL.
           PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT.
           MOVE W-MG-SURV-POS(W-MERGE-SUB) TO W-TX-POS.
           MOVE W-MG-MOVED(W-MERGE-SUB) TO W-TX-AMOUNT.
           MOVE "MERGED IN" TO W-TX-LABEL.
           PERFORM TAKE-TRANSACTION THRU TAKE-TRANSACTION-EXIT.

      *----------------------------------------------------------------
      *    COMPARE -- file balance against rebuilt balance, and for an
      *    account kept on open items, the items against the balance.
      *----------------------------------------------------------------
       CHECK-ONE-POSITION.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           IF NOT W-RECORD-FOUND AND W-BALANCE = 0 THEN
               GO TO CHECK-ONE-POSITION-EXIT.
           ADD 1 TO W-ACCOUNTS-CHECKED.
           ADD W-BALANCE TO W-TOTAL-FILE.
           IF W-POSITION > W-TABLE-LIMIT THEN
               GO TO CHECK-ONE-POSITION-EXIT.
           ADD W-REBUILT(W-POSITION) TO W-TOTAL-REBUILT.
           COMPUTE W-DIFFERENCE = W-BALANCE - W-REBUILT(W-POSITION).

           MOVE SPACES TO W-ITEM-MARK.
           CALL 'GET-AR-AGING' USING W-POSITION, W-TODAY,
               W-ITEMS-KEPT, W-OLDEST-DATE, W-ITEM-CURRENT, W-ITEM-30,
               W-ITEM-60, W-ITEM-90, W-ITEM-UNAPPLIED.
           IF W-KEPT-BY-ITEM THEN
               COMPUTE W-ITEM-TOTAL = W-ITEM-CURRENT + W-ITEM-30 +
                   W-ITEM-60 + W-ITEM-90 + W-ITEM-UNAPPLIED
               IF W-ITEM-TOTAL NOT = W-BALANCE THEN
                   MOVE 'ITEMS' TO W-ITEM-MARK
                   ADD 1 TO W-ITEMS-OUT
                   MOVE 'I' TO W-OUT-FLAG(W-POSITION)
               END-IF
           END-IF.
           IF W-DIFFERENCE NOT = 0 THEN
               ADD 1 TO W-ACCOUNTS-OUT
               MOVE 'Y' TO W-OUT-FLAG(W-POSITION)
           END-IF.
           IF W-OUT-FLAG(W-POSITION) = 'N' THEN
               GO TO CHECK-ONE-POSITION-EXIT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE W-BALANCE TO W-SHOW-SIGNED.
           MOVE W-REBUILT(W-POSITION) TO W-SHOW-REBUILT.
           MOVE W-DIFFERENCE TO W-SHOW-DIFF.
           DISPLAY W-SHOW-ACCOUNT, "  ", W-SHOW-SIGNED, " ",
               W-SHOW-REBUILT, " ", W-SHOW-DIFF, " ", W-ITEM-MARK.
       CHECK-ONE-POSITION-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    EXPLAIN -- under each account that disagrees, the source
      *    transactions the rebuild counted, the balances still held
      *    back from it, and the open items it is carrying.
      *----------------------------------------------------------------
       EXPLAIN-ONE-POSITION.
           IF W-POSITION > W-TABLE-LIMIT THEN
               GO TO EXPLAIN-ONE-POSITION-EXIT.
           IF W-OUT-FLAG(W-POSITION) = 'N' THEN
               GO TO EXPLAIN-ONE-POSITION-EXIT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           CALL 'GET-AR-BALANCE' USING W-POSITION, W-BALANCE,
               W-PERIOD-PAYMENTS.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           DISPLAY " ".
           DISPLAY "ACCOUNT ", W-SHOW-ACCOUNT, "  ", W-NAME.
           PERFORM PRINT-ONE-DETAIL
               VARYING W-DT-SUB FROM 1 BY 1
               UNTIL W-DT-SUB > W-DT-COUNT.

           PERFORM GET-HELD-BALANCES.
           IF W-BUD-VARIANCE NOT = 0 THEN
               COMPUTE W-TX-AMOUNT = 0 - W-BUD-VARIANCE
               MOVE "BUDGET DEFERRED" TO W-TX-LABEL
               PERFORM PRINT-HELD-LINE
           END-IF.
           IF W-FROZEN NOT = 0 THEN
               COMPUTE W-TX-AMOUNT = 0 - W-FROZEN
               MOVE "BANKRUPTCY FROZEN" TO W-TX-LABEL
               PERFORM PRINT-HELD-LINE
           END-IF.
           IF W-DEPOSIT-REFUNDED THEN
               COMPUTE W-TX-AMOUNT = 0 - W-DEP-AMOUNT - W-DEP-INTEREST
               MOVE "DEPOSIT APPLIED" TO W-TX-LABEL
               PERFORM PRINT-HELD-LINE
           END-IF.

           MOVE W-REBUILT(W-POSITION) TO W-SHOW-SIGNED.
           DISPLAY "    REBUILT BALANCE                      ",
               W-SHOW-SIGNED.
           MOVE W-BALANCE TO W-SHOW-SIGNED.
           DISPLAY "    AR FILE BALANCE                      ",
               W-SHOW-SIGNED.

           MOVE 0 TO W-ITEM-CURSOR.
           MOVE 'Y' TO W-ITEM-FOUND.
           PERFORM PRINT-ONE-OPEN-ITEM THRU PRINT-ONE-OPEN-ITEM-EXIT
               UNTIL NOT W-ITEM-ON-FILE.
       EXPLAIN-ONE-POSITION-EXIT.
           CONTINUE.

       PRINT-ONE-DETAIL.
           IF W-DT-POS(W-DT-SUB) = W-POSITION THEN
               MOVE W-DT-REF(W-DT-SUB) TO W-SHOW-REF
               MOVE W-DT-AMOUNT(W-DT-SUB) TO W-SHOW-SIGNED
               IF W-DT-REF(W-DT-SUB) = 0 THEN
                   DISPLAY "    ", W-DT-LABEL(W-DT-SUB), " ",
                       W-DT-DATE(W-DT-SUB), "           ",
                       W-SHOW-SIGNED
               ELSE
                   DISPLAY "    ", W-DT-LABEL(W-DT-SUB), " ",
                       W-DT-DATE(W-DT-SUB), " ", W-SHOW-REF, " ",
                       W-SHOW-SIGNED
               END-IF
           END-IF.

       PRINT-HELD-LINE.
           MOVE W-TX-AMOUNT TO W-SHOW-SIGNED.
           DISPLAY "    ", W-TX-LABEL, " (HELD)             ",
               W-SHOW-SIGNED.

       PRINT-ONE-OPEN-ITEM.
           CALL 'NEXT-AR-ITEM' USING W-POSITION, W-ITEM-CURSOR,
               W-ITEM-FOUND, W-ITEM-TYPE, W-ITEM-REFERENCE,
               W-ITEM-DATE, W-ITEM-ORIGINAL, W-ITEM-OPEN,
               W-ITEM-CLOSED-DATE, W-ITEM-SOURCE, W-ITEM-TARGET.
           IF NOT W-ITEM-ON-FILE THEN
               GO TO PRINT-ONE-OPEN-ITEM-EXIT.
           IF W-ITEM-OPEN = 0 THEN
               GO TO PRINT-ONE-OPEN-ITEM-EXIT.
           MOVE W-ITEM-REFERENCE TO W-SHOW-REF.
           MOVE W-ITEM-OPEN TO W-SHOW-SIGNED.
           DISPLAY "    OPEN ITEM ", W-ITEM-TYPE, "      ",
               W-ITEM-DATE, " ", W-SHOW-REF, " ", W-SHOW-SIGNED.
       PRINT-ONE-OPEN-ITEM-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    GENERAL LEDGER -- the receivable control account's balance
      *    on the export, debits less credits, against the total of
      *    all balances on file.
      *----------------------------------------------------------------
       TIE-TO-GENERAL-LEDGER.
           IF W-GL-AR-ACCOUNT = SPACES THEN
               PERFORM FIND-CONTROL-ACCOUNT
                   THRU FIND-CONTROL-ACCOUNT-EXIT
           END-IF.
           IF W-GL-AR-ACCOUNT = SPACES THEN
               GO TO TIE-TO-GENERAL-LEDGER-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT EXPORT-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO TIE-TO-GENERAL-LEDGER-EXIT.
           PERFORM TAKE-ONE-EXPORT-LINE UNTIL W-INPUT-EOF.
           CLOSE EXPORT-FILE.
       TIE-TO-GENERAL-LEDGER-EXIT.
           COMPUTE W-GL-BALANCE = W-GL-DEBITS - W-GL-CREDITS.
           COMPUTE W-GL-OUT = W-TOTAL-FILE - W-GL-BALANCE.

       FIND-CONTROL-ACCOUNT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT MAP-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO FIND-CONTROL-ACCOUNT-EXIT.
           PERFORM TAKE-ONE-MAP-ROW UNTIL W-INPUT-EOF.
           CLOSE MAP-FILE.
       FIND-CONTROL-ACCOUNT-EXIT.
           CONTINUE.

       TAKE-ONE-MAP-ROW.
           READ MAP-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF GM-SOURCE = 'BILLING' THEN
                       MOVE GM-DEBIT-ACCT TO W-GL-AR-ACCOUNT
                       SET W-INPUT-EOF TO TRUE
                   END-IF
           END-READ.

       TAKE-ONE-EXPORT-LINE.
           READ EXPORT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF EX-ACCOUNT = W-GL-AR-ACCOUNT THEN
                       ADD 1 TO W-GL-ROWS
                       IF EX-DC = 'D' THEN
                           ADD EX-AMOUNT TO W-GL-DEBITS
                       ELSE
                           ADD EX-AMOUNT TO W-GL-CREDITS
                       END-IF
                   END-IF
           END-READ.

       PRINT-TOTALS.
           DISPLAY " ".
           DISPLAY "RECONCILIATION TOTALS".
           MOVE W-ACCOUNTS-CHECKED TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS CHECKED:        ", W-SHOW-COUNT.
           MOVE W-ACCOUNTS-OUT TO W-SHOW-COUNT.
           DISPLAY "  OUT OF BALANCE:          ", W-SHOW-COUNT.
           MOVE W-ITEMS-OUT TO W-SHOW-COUNT.
           DISPLAY "  OPEN ITEMS DISAGREE:     ", W-SHOW-COUNT.
           MOVE W-TOTAL-FILE TO W-SHOW-TOTAL.
           DISPLAY "  AR FILE TOTAL:       ", W-SHOW-TOTAL.
           MOVE W-TOTAL-REBUILT TO W-SHOW-TOTAL.
           DISPLAY "  REBUILT TOTAL:       ", W-SHOW-TOTAL.
           COMPUTE W-TOTAL-DIFFERENCE = W-TOTAL-FILE - W-TOTAL-REBUILT.
           MOVE W-TOTAL-DIFFERENCE TO W-SHOW-TOTAL.
           DISPLAY "  NET DIFFERENCE:      ", W-SHOW-TOTAL.

           DISPLAY " ".
           IF W-GL-AR-ACCOUNT = SPACES THEN
               DISPLAY "GL TIE-OUT: NO RECEIVABLE CONTROL ACCOUNT",
                   " (SET DL100_GL_AR_ACCOUNT OR A GLMAP BILLING ROW)"
           ELSE
               DISPLAY "GL TIE-OUT - CONTROL ACCOUNT ", W-GL-AR-ACCOUNT
               MOVE W-GL-BALANCE TO W-SHOW-TOTAL
               DISPLAY "  GL CONTROL BALANCE:  ", W-SHOW-TOTAL
               MOVE W-TOTAL-FILE TO W-SHOW-TOTAL
               DISPLAY "  SUBLEDGER TOTAL:     ", W-SHOW-TOTAL
               MOVE W-GL-OUT TO W-SHOW-TOTAL
               DISPLAY "  OUT OF BALANCE:      ", W-SHOW-TOTAL
               IF W-GL-ROWS = 0 THEN
                   DISPLAY "  (NO EXPORT LINES FOR THAT ACCOUNT)"
               END-IF
           END-IF.

           IF W-OVERFLOW-COUNT NOT = 0 THEN
               MOVE W-OVERFLOW-COUNT TO W-SHOW-COUNT
               DISPLAY "  ROWS PAST RECONCILE TABLE: ", W-SHOW-COUNT,
                   " (NOT COUNTED; WIDEN TABLE)"
           END-IF.
           IF W-INV-OVERFLOW NOT = 0 THEN
               MOVE W-INV-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "  INVOICES PAST INVOICE TABLE: ", W-SHOW-COUNT,
                   " (NOT COUNTED; WIDEN TABLE)"
           END-IF.
           IF W-TAX-UNMATCHED NOT = 0 THEN
               MOVE W-TAX-UNMATCHED TO W-SHOW-COUNT
               DISPLAY "  TAX ROWS WITH NO INVOICE: ", W-SHOW-COUNT
           END-IF.
           IF W-VOID-UNMATCHED NOT = 0 THEN
               MOVE W-VOID-UNMATCHED TO W-SHOW-COUNT
               DISPLAY "  VOIDS WITH NO INVOICE:    ", W-SHOW-COUNT
           END-IF.
           IF W-OTC-UNPRICED NOT = 0 THEN
               MOVE W-OTC-UNPRICED TO W-SHOW-COUNT
               DISPLAY "  ONE-TIME CHARGES NOT IN CATALOG: ",
                   W-SHOW-COUNT
           END-IF.
           IF W-MERGE-OVERFLOW NOT = 0 THEN
               MOVE W-MERGE-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "  MERGES PAST MERGE TABLE:  ", W-SHOW-COUNT
           END-IF.
           IF W-DETAIL-OVERFLOW NOT = 0 THEN
               MOVE W-DETAIL-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "  TRANSACTIONS NOT LISTED:  ", W-SHOW-COUNT,
                   " (DETAIL TABLE FULL)"
           END-IF.
