       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-WHOLESALE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the wholesale file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHOLESALE-FILE ASSIGN TO W-WHOLESALE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WHOLESALE-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHOLESALE-FILE EXTERNAL.
       01  WHOLESALE-REC.
           05  WH-ROLE             PIC X.
               88  WH-RESELLER         VALUE 'R'.
               88  WH-END-USER         VALUE 'E'.
           05  WH-DISCOUNT-PCT     PIC 99V99.
           05  WH-CONTRACT-REF     PIC X(12).
           05  WH-RESELLER-POS     PIC 9(9).
           05  WH-SINCE-DATE       PIC 9(8).
           05  FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-WHOLESALE-POS EXTERNAL    PIC 9(9) COMP.
       01  W-WHOLESALE-FILENAME EXTERNAL PIC X(512).
       01  W-WHOLESALE-OPEN-SW EXTERNAL PIC X.
           88  W-WHOLESALE-OPEN            VALUE 'Y'.

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE WHOLESALE-FILE.
           MOVE 'N' TO W-WHOLESALE-OPEN-SW.
           GOBACK.
