       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the rated-usage file: one record per call, kept at
      *    the call's CALL-DETAIL position, holding what the call was
      *    rated to when it was captured -- the charge, the
      *    peak/off-peak split, the tariff row it priced under and
      *    the day it was rated -- so billing and the reports read
      *    one stored amount instead of each re-pricing the call.
      *    Raises the open switch the other rated-usage routines look
      *    at; a program that never opens the file rates every call
      *    live the way it always did.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATED-USAGE-FILE ASSIGN TO W-RATED-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-RATED-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-RATED-FILENAME.
           OPEN I-O RATED-USAGE-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT RATED-USAGE-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open rated-usage file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE RATED-USAGE-FILE
               OPEN I-O RATED-USAGE-FILE
           END-IF.
           SET W-RATED-OPEN TO TRUE.
           GOBACK.
