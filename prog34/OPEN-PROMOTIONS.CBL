       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-PROMOTIONS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the promotion enrollment file: one record per account
      *    that signed up under a marketing offer, kept at the
      *    customer's master position the way the contract file is.
      *    The offer's terms are copied in at sign-up -- marketing
      *    can change the master next week without changing what
      *    this customer was promised -- along with how many cycles
      *    have been credited so far and the dollars given.  Raises
      *    the open switch GET-PROMOTION and SET-PROMOTION look at,
      *    so a program that never opens the file sees no promotion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-ACCOUNT-FILE ASSIGN TO W-PROMO-ACCT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-PROMO-ACCT-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-PROMO-ACCT-FILENAME.
           OPEN I-O PROMO-ACCOUNT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT PROMO-ACCOUNT-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open promotion enrollment file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE PROMO-ACCOUNT-FILE
               OPEN I-O PROMO-ACCOUNT-FILE
           END-IF.
           SET W-PROMOTIONS-OPEN TO TRUE.
           GOBACK.
