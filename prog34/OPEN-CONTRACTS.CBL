       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-CONTRACTS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the term-contract file: one record per account on a
      *    12-, 24- or 36-month agreement, kept at the customer's
      *    master position the way the Lifeline file is, carrying
      *    the term, its start and end dates, the committed plan and
      *    the early-termination fee schedule -- a flat amount plus
      *    so much per month left to run.  Raises the open switch
      *    CLOSE-CUSTOMER-ACCOUNT and CHANGE-PLAN-CODE look at, so a
      *    program that never opens the file just never sees a
      *    contract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO W-CONTRACT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONTRACT-POS
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE EXTERNAL.
       01  CONTRACT-REC.
           05  CT-STATUS           PIC X.
               88  CT-IN-TERM          VALUE 'A'.
               88  CT-ETF-ASSESSED     VALUE 'E'.
               88  CT-ETF-BILLED       VALUE 'B'.
               88  CT-RELEASED         VALUE 'X'.
           05  CT-TERM-MONTHS      PIC 99.
           05  CT-START-DATE       PIC 9(8).
           05  CT-END-DATE         PIC 9(8).
           05  CT-COMMITTED-PLAN   PIC X(4).
           05  CT-ETF-FLAT         PIC 9(5)V99.
           05  CT-ETF-PER-MONTH    PIC 9(5)V99.
           05  CT-ETF-DUE          PIC 9(5)V99.
           05  CT-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CONTRACT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-CONTRACT-FILENAME EXTERNAL PIC X(512).
       01  W-CONTRACT-OPEN-SW EXTERNAL PIC X.
           88  W-CONTRACTS-OPEN            VALUE 'Y'.
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-CONTRACT-FILENAME.
           OPEN I-O CONTRACT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CONTRACT-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open contract file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE
           END-IF.
           SET W-CONTRACTS-OPEN TO TRUE.
           GOBACK.
