           05  RQ-PIN          PIC X(4).
           05  RQ-CREDIT-CLASS PIC X.
           05  RQ-DEPOSIT      PIC 9(5)V99.
      *    the date the caller promises to pay by, from the IVR
           05  RQ-PROMISE-DATE PIC 9(8).

       FD  RESPONSE-FILE.
       01  RESPONSE-REC.
           MOVE W-MY-TIME TO RQ-TIME.
           MOVE W-OPERATOR-ID TO RQ-OPERATOR.
           MOVE 0 TO RQ-ACCOUNT, RQ-PHONE, RQ-OLD-PHONE,
               RQ-NEW-PHONE, RQ-DEPOSIT, RQ-PROMISE-DATE.

       SUBMIT-ADD.
           PERFORM STAGE-REQUEST.
