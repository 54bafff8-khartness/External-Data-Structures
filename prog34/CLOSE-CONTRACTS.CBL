       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-CONTRACTS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the term-contract file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO W-CONTRACT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONTRACT-POS.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE CONTRACT-FILE.
           MOVE 'N' TO W-CONTRACT-OPEN-SW.
           GOBACK.
