       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the stored charge for the call at L-POSITION,
      *    loading its peak/off-peak split into W-RATE-SPLIT the way
      *    RATE-CALL would, so billing and the reports print the
      *    same figure the call was rated to at capture.  The call is
      *    rated again -- and the stored rating replaced -- only when
      *    something calls for it: no rating on file yet, the account
      *    now bills it under a different plan than it was rated
      *    under, or a tariff correction or dispute marked it for
      *    re-rating.  With the file not open, or no position, the
      *    call is simply rated live.

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

       01  W-RATE-SPLIT EXTERNAL.
           05  W-SPLIT-PEAK-MINUTES PIC 9(5) COMP.
           05  W-SPLIT-OFF-MINUTES  PIC 9(5) COMP.
           05  W-SPLIT-PEAK-CHARGE  PIC 9(7)V99.
           05  W-SPLIT-OFF-CHARGE   PIC 9(7)V99.

       01  W-REASON                    PIC X.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-PLAN-CODE     PIC X(4).
       01  L-CALL-DATE     PIC 9(8).
       01  L-CALL-TIME     PIC 9(6).
       01  L-DURATION      PIC 9(5) COMP.
       01  L-CHARGE        PIC 9(7)V99.

       PROCEDURE DIVISION USING L-POSITION, L-PLAN-CODE, L-CALL-DATE,
               L-CALL-TIME, L-DURATION, L-CHARGE.
       GET-RECORD.
           IF L-POSITION < 2 OR NOT W-RATED-OPEN THEN
               CALL 'RATE-CALL' USING L-PLAN-CODE, L-CALL-DATE,
                   L-CALL-TIME, L-DURATION, L-CHARGE
               GOBACK.
           MOVE L-POSITION TO W-RATED-POS.
           READ RATED-USAGE-FILE
               INVALID KEY
                   MOVE 'B' TO W-REASON
                   PERFORM RERATE-CALL
                   GOBACK
           END-READ.
           IF RU-RATED AND RU-PLAN-CODE = L-PLAN-CODE THEN
               MOVE RU-CHARGE TO L-CHARGE
               MOVE RU-PEAK-MINUTES TO W-SPLIT-PEAK-MINUTES
               MOVE RU-OFF-MINUTES TO W-SPLIT-OFF-MINUTES
               MOVE RU-PEAK-CHARGE TO W-SPLIT-PEAK-CHARGE
               MOVE RU-OFF-CHARGE TO W-SPLIT-OFF-CHARGE
               GOBACK.
      *    marked for re-rating keeps the reason it was marked with
           IF RU-RERATE-DUE THEN
               MOVE RU-REASON TO W-REASON
           ELSE
               MOVE 'P' TO W-REASON
           END-IF.
           PERFORM RERATE-CALL.
           GOBACK.

       RERATE-CALL.
           CALL 'STORE-RATED-USAGE' USING L-POSITION, L-PLAN-CODE,
               L-CALL-DATE, L-CALL-TIME, L-DURATION, W-REASON,
               L-CHARGE.
