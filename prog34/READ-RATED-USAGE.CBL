       IDENTIFICATION DIVISION.
       PROGRAM-ID.  READ-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the stored rating for the call at L-POSITION
      *    as it stands -- state ('R' rated, 'Q' marked for
      *    re-rating), call date, the plan it was rated under, the
      *    charge, the tariff plan and effective date of the row it
      *    priced under, the day it was rated and why -- without
      *    rating anything.  No record or the file not open comes
      *    back not-found.

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

       LINKAGE SECTION.
       01  L-POSITION          PIC 9(9) COMP.
       01  L-FOUND             PIC X.
       01  L-STATE             PIC X.
       01  L-CALL-DATE         PIC 9(8).
       01  L-PLAN-CODE         PIC X(4).
       01  L-CHARGE            PIC 9(7)V99.
       01  L-TARIFF-PLAN       PIC X(4).
       01  L-TARIFF-EFFECTIVE  PIC 9(8).
       01  L-RATED-DATE        PIC 9(8).
       01  L-REASON            PIC X.

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-STATE,
               L-CALL-DATE, L-PLAN-CODE, L-CHARGE, L-TARIFF-PLAN,
               L-TARIFF-EFFECTIVE, L-RATED-DATE, L-REASON.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACES TO L-STATE, L-PLAN-CODE, L-TARIFF-PLAN,
               L-REASON.
           MOVE 0 TO L-CALL-DATE, L-CHARGE, L-TARIFF-EFFECTIVE,
               L-RATED-DATE.
           IF L-POSITION < 2 OR NOT W-RATED-OPEN THEN
               GOBACK.
           MOVE L-POSITION TO W-RATED-POS.
           READ RATED-USAGE-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF NOT RU-RATED AND NOT RU-RERATE-DUE THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE RU-STATE TO L-STATE.
           MOVE RU-CALL-DATE TO L-CALL-DATE.
           MOVE RU-PLAN-CODE TO L-PLAN-CODE.
           MOVE RU-CHARGE TO L-CHARGE.
           MOVE RU-TARIFF-PLAN TO L-TARIFF-PLAN.
           MOVE RU-TARIFF-EFFECTIVE TO L-TARIFF-EFFECTIVE.
           MOVE RU-RATED-DATE TO L-RATED-DATE.
           MOVE RU-REASON TO L-REASON.
           GOBACK.
