       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STORE-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Rates one call through RATE-CALL and keeps the result at
      *    the call's CALL-DETAIL position: the charge, the split
      *    RATE-CALL left in W-RATE-SPLIT, the tariff row it left in
      *    W-RATE-TARIFF, today's date and why it was rated -- 'C'
      *    at capture, 'B' first rated at billing because it was
      *    never rated at capture, 'P' a plan change, 'T' a tariff
      *    correction, 'D' a dispute.  Replaces whatever rating was
      *    there.  The charge comes back in L-CHARGE either way, so
      *    with the file not open this is just RATE-CALL.

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

       01  W-RATE-TARIFF EXTERNAL.
           05  W-TARIFF-PLAN        PIC X(4).
           05  W-TARIFF-DAY-CLASS   PIC X.
           05  W-TARIFF-BAND        PIC X.
           05  W-TARIFF-EFFECTIVE   PIC 9(8).

       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-PLAN-CODE     PIC X(4).
       01  L-CALL-DATE     PIC 9(8).
       01  L-CALL-TIME     PIC 9(6).
       01  L-DURATION      PIC 9(5) COMP.
       01  L-REASON        PIC X.
       01  L-CHARGE        PIC 9(7)V99.

       PROCEDURE DIVISION USING L-POSITION, L-PLAN-CODE, L-CALL-DATE,
               L-CALL-TIME, L-DURATION, L-REASON, L-CHARGE.
       STORE-RECORD.
           CALL 'RATE-CALL' USING L-PLAN-CODE, L-CALL-DATE,
               L-CALL-TIME, L-DURATION, L-CHARGE.
           IF L-POSITION < 2 OR NOT W-RATED-OPEN THEN
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-RATED-POS.
           READ RATED-USAGE-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
           END-READ.
           MOVE SPACES TO RATED-USAGE-REC.
           SET RU-RATED TO TRUE.
           MOVE L-CALL-DATE TO RU-CALL-DATE.
           MOVE L-PLAN-CODE TO RU-PLAN-CODE.
           MOVE L-CHARGE TO RU-CHARGE.
           MOVE W-SPLIT-PEAK-MINUTES TO RU-PEAK-MINUTES.
           MOVE W-SPLIT-OFF-MINUTES TO RU-OFF-MINUTES.
           MOVE W-SPLIT-PEAK-CHARGE TO RU-PEAK-CHARGE.
           MOVE W-SPLIT-OFF-CHARGE TO RU-OFF-CHARGE.
           MOVE W-TARIFF-PLAN TO RU-TARIFF-PLAN.
           MOVE W-TARIFF-DAY-CLASS TO RU-TARIFF-DAY-CLASS.
           MOVE W-TARIFF-BAND TO RU-TARIFF-BAND.
           MOVE W-TARIFF-EFFECTIVE TO RU-TARIFF-EFFECTIVE.
           ACCEPT RU-RATED-DATE FROM DATE YYYYMMDD.
           MOVE L-REASON TO RU-REASON.
           IF W-NEW-RECORD THEN
               WRITE RATED-USAGE-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE RATED-USAGE-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           GOBACK.
