       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GET-FACILITY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    The cable, pair and serving terminal a working number is
      *    on, for the trouble ticket and the technician's dispatch
      *    list.  Not-found (cable and terminal spaces, pair zero)
      *    when no pair carries the number or the facility file isn't
      *    open this session.

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

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
       01  L-PHONE     PIC 9(10).
       01  L-CABLE     PIC X(6).
       01  L-PAIR      PIC 9(4).
       01  L-TERMINAL  PIC X(10).

       PROCEDURE DIVISION USING L-STATUS, L-PHONE, L-CABLE, L-PAIR,
               L-TERMINAL.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           MOVE SPACES TO L-CABLE, L-TERMINAL.
           MOVE 0 TO L-PAIR.
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
           IF FA-WORKING AND FA-PHONE = L-PHONE THEN
               SET W-PAIR-FOUND TO TRUE
               MOVE FA-CABLE TO L-CABLE
               MOVE FA-PAIR TO L-PAIR
               MOVE FA-TERMINAL TO L-TERMINAL
               SET STATUS-OK TO TRUE
           END-IF.
       FIND-ONE-PAIR-EXIT.
           CONTINUE.
