      *    the change.  Validation against the plan master is the
      *    caller's job, the same way the add paths validate before
      *    ADD-CUSTOMER-MASTER ever sees the code.
      *    An account still inside a term contract that moves to a
      *    plan with fewer included minutes than the one it committed
      *    to gets a warning: the change goes through, but it breaks
      *    the commitment the discount was given for.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  W-TODAY             PIC 9(8).
       01  W-CT-FOUND          PIC X.
           88  W-CONTRACT-FOUND    VALUE 'Y'.
       01  W-CT-STATUS         PIC X.
       01  W-CT-TERM           PIC 99.
       01  W-CT-START          PIC 9(8).
       01  W-CT-END            PIC 9(8).
       01  W-CT-PLAN           PIC X(4).
       01  W-CT-ETF-FLAT       PIC 9(5)V99.
       01  W-CT-ETF-PER-MONTH  PIC 9(5)V99.
       01  W-CT-ETF-DUE        PIC 9(5)V99.
       01  W-COMMITTED-MINUTES PIC 9(5).
       01  W-NEW-MINUTES       PIC 9(5).

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           IF STATUS-OK THEN
               CALL 'WRITE-MASTER-SHADOW' USING W-MASTER-POS,
                   MASTER-REC
               PERFORM CHECK-COMMITMENT
           END-IF.
           GOBACK.

       CHECK-COMMITMENT.
           CALL 'GET-CONTRACT' USING L-POSITION, W-CT-FOUND,
               W-CT-STATUS, W-CT-TERM, W-CT-START, W-CT-END,
               W-CT-PLAN, W-CT-ETF-FLAT, W-CT-ETF-PER-MONTH,
               W-CT-ETF-DUE.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           IF W-CONTRACT-FOUND AND W-CT-STATUS = 'A' AND
                   W-TODAY < W-CT-END AND
                   L-NEW-PLAN NOT = W-CT-PLAN THEN
               CALL 'GET-PLAN-ALLOWANCE' USING W-CT-PLAN,
                   W-COMMITTED-MINUTES
               CALL 'GET-PLAN-ALLOWANCE' USING L-NEW-PLAN,
                   W-NEW-MINUTES
               IF W-NEW-MINUTES < W-COMMITTED-MINUTES THEN
                   DISPLAY "  WARNING: downgrade from committed plan ",
                       W-CT-PLAN, " breaks a ", W-CT-TERM,
                       "-month contract running to ", W-CT-END
               END-IF
           END-IF.
