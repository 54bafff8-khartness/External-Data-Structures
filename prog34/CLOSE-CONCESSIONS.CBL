       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-CONCESSIONS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the employee concession file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE ASSIGN TO W-CONCESS-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONCESS-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCESSION-FILE EXTERNAL.
       01  CONCESSION-REC.
           05  CN-STATUS           PIC X.
               88  CN-ACTIVE           VALUE 'A'.
               88  CN-ENDED            VALUE 'E'.
           05  CN-EMPLOYEE-ID      PIC X(9).
           05  CN-LOCAL-PCT        PIC 999.
           05  CN-TOLL-PCT         PIC 999.
           05  CN-EQUIP-PCT        PIC 999.
           05  CN-START-DATE       PIC 9(8).
           05  CN-END-DATE         PIC 9(8).
           05  CN-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CONCESS-POS EXTERNAL      PIC 9(9) COMP.
       01  W-CONCESS-FILENAME EXTERNAL PIC X(512).

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE CONCESSION-FILE.
           GOBACK.
