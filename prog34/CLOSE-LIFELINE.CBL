       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-LIFELINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the Lifeline eligibility file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFELINE-FILE ASSIGN TO W-LIFELINE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-LIFELINE-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIFELINE-FILE EXTERNAL.
       01  LIFELINE-REC.
           05  LL-STATUS           PIC X.
               88  LL-ENROLLED         VALUE 'E'.
               88  LL-DE-ENROLLED      VALUE 'D'.
           05  LL-PROGRAM          PIC X(4).
           05  LL-PROOF-DATE       PIC 9(8).
           05  LL-RECERT-DUE       PIC 9(8).
           05  LL-ENROLL-DATE      PIC 9(8).
           05  LL-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-LIFELINE-POS EXTERNAL     PIC 9(9) COMP.
       01  W-LIFELINE-FILENAME EXTERNAL PIC X(512).

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE LIFELINE-FILE.
           GOBACK.
