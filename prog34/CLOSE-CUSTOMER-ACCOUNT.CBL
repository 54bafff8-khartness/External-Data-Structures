      *    by name or phone during its retention window (billing
      *    inquiries, disputes, reopening) -- see SEARCH-CUSTOMER-
      *    MASTER and PURGE-CLOSED-CUSTOMERS for how the retention
      *    window is enforced and eventually cleared out.  An
      *    account leaving inside a term contract has its early-
      *    termination fee assessed against the close date here;
      *    FINAL-BILL-RUN charges it on the final bill.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.
       01  W-ETF-AMOUNT        PIC 9(5)V99.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           IF STATUS-OK THEN
               CALL 'WRITE-MASTER-SHADOW' USING W-MASTER-POS,
                   MASTER-REC
               CALL 'ASSESS-CONTRACT-ETF' USING L-POSITION,
                   CM-CLOSE-DATE, W-ETF-AMOUNT
           END-IF.
           GOBACK.
