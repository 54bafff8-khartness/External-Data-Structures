       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-USAGE-ALERT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the usage-alert file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ALERT-FILE ASSIGN TO W-USGALERT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USGALERT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-ALERT-FILE EXTERNAL.
       01  USAGE-ALERT-REC.
           05  UA-LIMIT            PIC 9(5)V99.
           05  UA-CYCLE-MARK       PIC 9(9).
           05  UA-LEVEL-SENT       PIC 9(3).
           05  UA-ALERT-DATE       PIC 9(8).
           05  FILLER              PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-USGALERT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-USGALERT-FILENAME EXTERNAL PIC X(512).

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE USAGE-ALERT-FILE.
           GOBACK.
