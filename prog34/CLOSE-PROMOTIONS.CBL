       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-PROMOTIONS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the promotion enrollment file.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE PROMO-ACCOUNT-FILE.
           MOVE 'N' TO W-PROMO-ACCT-OPEN-SW.
           GOBACK.
