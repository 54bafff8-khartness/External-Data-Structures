       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RELEASE-FACILITY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Takes a retired number off its cable pair: the working pair
      *    carrying it goes back to spare.  Not-found when no pair
      *    carries the number (a line that predates the plant
      *    records), and quietly a no-op when the facility file isn't
      *    open this session.  Each release journals as FACILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACILITY-FILE ASSIGN TO W-FACIL-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-FACIL-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACILITY-FILE EXTERNAL.
       01  FACILITY-REC.
           05  FA-NPANXX       PIC 9(6).
           05  FA-CABLE        PIC X(6).
           05  FA-PAIR         PIC 9(4).
           05  FA-TERMINAL     PIC X(10).
           05  FA-STATE        PIC X.
               88  FA-SPARE        VALUE 'S'.
               88  FA-WORKING      VALUE 'W'.
               88  FA-DEFECTIVE    VALUE 'D'.
               88  FA-RESERVED     VALUE 'R'.
           05  FA-PHONE        PIC 9(10).
           05  FA-STATE-DATE   PIC 9(8).
           05  FILLER          PIC X(5).

       WORKING-STORAGE SECTION.
       01  W-FACIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-FACIL-STUFF EXTERNAL.
           05  W-FACIL-OPEN        PIC X.
           05  W-FACIL-CHANGED     PIC X.
           05  W-FACIL-HEADER.
               10  W-FACIL-FILE-SIZE   PIC 9(9) COMP.
       01  W-FACIL-FILENAME EXTERNAL PIC X(512).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-HIT-SW            PIC X.
           88  W-PAIR-FOUND        VALUE 'Y'.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'FACILITY'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
       01  L-PHONE     PIC 9(10).

       PROCEDURE DIVISION USING L-STATUS, L-PHONE.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           IF W-FACIL-OPEN NOT = 'Y' THEN
               GOBACK.
           MOVE 'N' TO W-HIT-SW.
           PERFORM FIND-ONE-PAIR THRU FIND-ONE-PAIR-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-FACIL-FILE-SIZE OR W-PAIR-FOUND.
           GOBACK.

       FIND-ONE-PAIR.
           MOVE W-SCAN TO W-FACIL-POS.
           READ FACILITY-FILE
               INVALID KEY
                   GO TO FIND-ONE-PAIR-EXIT
           END-READ.
           IF NOT FA-WORKING OR FA-PHONE NOT = L-PHONE THEN
               GO TO FIND-ONE-PAIR-EXIT.
           SET W-PAIR-FOUND TO TRUE.
           SET FA-SPARE TO TRUE.
           ACCEPT FA-STATE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE FA-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE FA-CABLE TO W-JOURNAL-KEY(12:6).
           MOVE FA-PAIR TO W-JOURNAL-KEY(19:4).
           MOVE FA-STATE TO W-JOURNAL-KEY(24:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-FACIL-POS.
           MOVE 0 TO FA-PHONE.
           REWRITE FACILITY-REC.
           SET STATUS-OK TO TRUE.
       FIND-ONE-PAIR-EXIT.
           CONTINUE.
