       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-LIFELINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the Lifeline eligibility file: one record per
      *    low-income subscriber, kept at the customer's master
      *    position the way the budget file is, carrying the
      *    qualifying program, the date proof of eligibility was
      *    last seen, and the annual recertification due date.  The
      *    bill run credits enrolled accounts off it and the monthly
      *    claim run counts them for the fund.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFELINE-FILE ASSIGN TO W-LIFELINE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-LIFELINE-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-LIFELINE-FILENAME.
           OPEN I-O LIFELINE-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT LIFELINE-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open Lifeline file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE LIFELINE-FILE
               OPEN I-O LIFELINE-FILE
           END-IF.
           GOBACK.
