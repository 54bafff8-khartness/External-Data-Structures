       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-PROMOTION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back an account's promotion enrollment: the offer
      *    code, when it signed up, the credit terms it was promised,
      *    and how far through the promised cycles it has got.  No
      *    record (or the file not open) comes back not-found.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-ACCOUNT-FILE ASSIGN TO W-PROMO-ACCT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-PROMO-ACCT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-ACCOUNT-FILE EXTERNAL.
       01  PROMO-ACCOUNT-REC.
           05  PA-STATUS           PIC X.
               88  PA-RUNNING          VALUE 'A'.
               88  PA-COMPLETE         VALUE 'C'.
               88  PA-CANCELLED        VALUE 'X'.
           05  PA-CODE             PIC X(6).
           05  PA-ENROLL-DATE      PIC 9(8).
           05  PA-KIND             PIC X.
               88  PA-FLAT-AMOUNT      VALUE 'A'.
               88  PA-PERCENTAGE       VALUE 'P'.
           05  PA-AMOUNT           PIC 9(5)V99.
           05  PA-PERCENT          PIC 999.
           05  PA-CYCLES-PROMISED  PIC 99.
           05  PA-CYCLES-GIVEN     PIC 99.
           05  PA-CREDITED         PIC 9(7)V99.
           05  PA-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-PROMO-ACCT-POS EXTERNAL   PIC 9(9) COMP.
       01  W-PROMO-ACCT-FILENAME EXTERNAL PIC X(512).
       01  W-PROMO-ACCT-OPEN-SW EXTERNAL PIC X.
           88  W-PROMOTIONS-OPEN           VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-PROMOTION-FOUND   VALUE 'Y'.
       01  L-PA-STATUS     PIC X.
       01  L-CODE          PIC X(6).
       01  L-ENROLL-DATE   PIC 9(8).
       01  L-KIND          PIC X.
       01  L-AMOUNT        PIC 9(5)V99.
       01  L-PERCENT       PIC 999.
       01  L-PROMISED      PIC 99.
       01  L-GIVEN         PIC 99.
       01  L-CREDITED      PIC 9(7)V99.

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-PA-STATUS,
               L-CODE, L-ENROLL-DATE, L-KIND, L-AMOUNT, L-PERCENT,
               L-PROMISED, L-GIVEN, L-CREDITED.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACE TO L-PA-STATUS, L-KIND.
           MOVE SPACES TO L-CODE.
           MOVE 0 TO L-ENROLL-DATE, L-AMOUNT, L-PERCENT, L-PROMISED,
               L-GIVEN, L-CREDITED.
           IF L-POSITION = 0 OR NOT W-PROMOTIONS-OPEN THEN
               GOBACK.
           MOVE L-POSITION TO W-PROMO-ACCT-POS.
           READ PROMO-ACCOUNT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF PA-STATUS = SPACE THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE PA-STATUS TO L-PA-STATUS.
           MOVE PA-CODE TO L-CODE.
           MOVE PA-ENROLL-DATE TO L-ENROLL-DATE.
           MOVE PA-KIND TO L-KIND.
           MOVE PA-AMOUNT TO L-AMOUNT.
           MOVE PA-PERCENT TO L-PERCENT.
           MOVE PA-CYCLES-PROMISED TO L-PROMISED.
           MOVE PA-CYCLES-GIVEN TO L-GIVEN.
           MOVE PA-CREDITED TO L-CREDITED.
           GOBACK.
