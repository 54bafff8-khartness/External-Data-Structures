       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the rated-usage file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATED-USAGE-FILE ASSIGN TO W-RATED-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-RATED-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATED-USAGE-FILE EXTERNAL.
       01  RATED-USAGE-REC.
           05  RU-STATE            PIC X.
               88  RU-RATED            VALUE 'R'.
               88  RU-RERATE-DUE       VALUE 'Q'.
           05  RU-CALL-DATE        PIC 9(8).
           05  RU-PLAN-CODE        PIC X(4).
           05  RU-CHARGE           PIC 9(7)V99.
           05  RU-PEAK-MINUTES     PIC 9(5) COMP.
           05  RU-OFF-MINUTES      PIC 9(5) COMP.
           05  RU-PEAK-CHARGE      PIC 9(7)V99.
           05  RU-OFF-CHARGE       PIC 9(7)V99.
           05  RU-TARIFF-PLAN      PIC X(4).
           05  RU-TARIFF-DAY-CLASS PIC X.
           05  RU-TARIFF-BAND      PIC X.
           05  RU-TARIFF-EFFECTIVE PIC 9(8).
           05  RU-RATED-DATE       PIC 9(8).
           05  RU-REASON           PIC X.
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-RATED-POS EXTERNAL        PIC 9(9) COMP.
       01  W-RATED-FILENAME EXTERNAL   PIC X(512).
       01  W-RATED-OPEN-SW EXTERNAL    PIC X.
           88  W-RATED-OPEN                VALUE 'Y'.

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE RATED-USAGE-FILE.
           MOVE 'N' TO W-RATED-OPEN-SW.
           GOBACK.
