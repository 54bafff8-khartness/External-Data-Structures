       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CALL-CLASS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up just the distance class ADD-CALL-DETAIL stamped on
      *    a call detail record, another narrow companion to GET-CALL-
      *    DETAIL, for the billing run's usage summary.  Returns 'U'
      *    (unknown) for a position that doesn't resolve, and for a
      *    feature event, which never had a distance to grade.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-DETAIL ASSIGN TO W-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-DETAIL-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-DETAIL EXTERNAL.
       01  CALL-DETAIL-REC.
           05  CD-CALL-DATE        PIC 9(8).
           05  CD-CALL-TIME        PIC 9(6).
           05  CD-DURATION         PIC 9(5) COMP.
           05  CD-CALLING-NUMBER   PIC 9(10).
           05  CD-CALLED-NUMBER    PIC 9(10).
           05  CD-DISPOSITION      PIC X.
               88  CD-COMPLETED        VALUE 'C'.
               88  CD-NO-ANSWER        VALUE 'N'.
               88  CD-BUSY             VALUE 'B'.
               88  CD-FAILED           VALUE 'F'.
           05  CD-TRUNK-CODE       PIC X(6).
           05  CD-DISTANCE-CLASS   PIC X.
           05  CD-DISPUTE          PIC X.
               88  CD-NOT-DISPUTED     VALUE ' '.
               88  CD-IN-DISPUTE       VALUE 'D'.
               88  CD-WRITTEN-OFF      VALUE 'W'.
           05  FILLER              PIC X(2).

       WORKING-STORAGE SECTION.
       01  W-DETAIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-OFFLOADED-THRU EXTERNAL PIC 9(9) COMP.
       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-POSITION  PIC 9(9) COMP.
       01  L-CLASS     PIC X.

       PROCEDURE DIVISION USING L-POSITION, L-CLASS.
       ENTRY-POINT.
           MOVE 'U' TO L-CLASS.
           IF L-POSITION = 0 OR L-POSITION = 1 OR
                   L-POSITION > W-DETAIL-FILE-SIZE OR
                   L-POSITION <= W-OFFLOADED-THRU THEN
               GOBACK.
           IF W-OFFLOADED-THRU = 0 THEN
               MOVE L-POSITION TO W-DETAIL-POS
           ELSE
               COMPUTE W-DETAIL-POS =
                   L-POSITION - W-OFFLOADED-THRU + 1
           END-IF.
           READ CALL-DETAIL
               INVALID KEY
                   GOBACK
           END-READ.
           IF CD-DISTANCE-CLASS NOT = SPACE THEN
               MOVE CD-DISTANCE-CLASS TO L-CLASS
           END-IF.
           GOBACK.
