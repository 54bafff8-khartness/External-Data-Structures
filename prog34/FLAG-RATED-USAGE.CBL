       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FLAG-RATED-USAGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Marks the stored rating for the call at L-POSITION for
      *    re-rating, with the reason ('T' tariff correction, 'D'
      *    dispute); the next program that asks GET-RATED-USAGE for
      *    the call rates it again and stores the new figure under
      *    that reason.  A call with no stored rating comes back
      *    not-found -- it gets rated when it is first billed anyway.

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
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION  PIC 9(9) COMP.
       01  L-REASON    PIC X.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-REASON.
       FLAG-RECORD.
           SET STATUS-OK TO TRUE.
           IF L-POSITION < 2 OR NOT W-RATED-OPEN THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE L-POSITION TO W-RATED-POS.
           READ RATED-USAGE-FILE
               INVALID KEY
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
           END-READ.
           IF NOT RU-RATED AND NOT RU-RERATE-DUE THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           SET RU-RERATE-DUE TO TRUE.
           MOVE L-REASON TO RU-REASON.
           REWRITE RATED-USAGE-REC
               INVALID KEY
                   SET STATUS-OTHER TO TRUE
           END-REWRITE.
           GOBACK.
