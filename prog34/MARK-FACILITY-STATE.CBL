       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           MARK-FACILITY-STATE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Sets one cable pair, named by exchange, cable and pair
      *    number, to a new state -- the plant's own changes: a pair
      *    tested bad goes defective, a repaired one back to spare, a
      *    pair held for a planned job to reserved.  A working pair
      *    cannot be made working or spare here (assignment and
      *    release belong to the add and delete paths); when a
      *    working pair goes defective or reserved the number it
      *    carried is handed back in L-PHONE, off the pair, so the
      *    caller can move the line to a good one with
      *    ASSIGN-FACILITY.  Not-found for a pair not on file, other
      *    for a refused change.  Each change journals as FACILITY.

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
           88  STATUS-OTHER        VALUE 2.
       01  L-NPANXX    PIC 9(6).
       01  L-CABLE     PIC X(6).
       01  L-PAIR      PIC 9(4).
       01  L-STATE     PIC X.
       01  L-PHONE     PIC 9(10).

       PROCEDURE DIVISION USING L-STATUS, L-NPANXX, L-CABLE, L-PAIR,
               L-STATE, L-PHONE.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           MOVE 0 TO L-PHONE.
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
           IF FA-NPANXX NOT = L-NPANXX OR FA-CABLE NOT = L-CABLE
                   OR FA-PAIR NOT = L-PAIR THEN
               GO TO FIND-ONE-PAIR-EXIT.
           SET W-PAIR-FOUND TO TRUE.
           IF L-STATE NOT = 'S' AND L-STATE NOT = 'D' AND
                   L-STATE NOT = 'R' THEN
               SET STATUS-OTHER TO TRUE
               GO TO FIND-ONE-PAIR-EXIT.
           IF FA-WORKING AND L-STATE = 'S' THEN
               SET STATUS-OTHER TO TRUE
               GO TO FIND-ONE-PAIR-EXIT.
           IF FA-WORKING THEN
               MOVE FA-PHONE TO L-PHONE
           END-IF.
           MOVE L-STATE TO FA-STATE.
           MOVE 0 TO FA-PHONE.
           ACCEPT FA-STATE-DATE FROM DATE YYYYMMDD.
           REWRITE FACILITY-REC.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE FA-CABLE TO W-JOURNAL-KEY(12:6).
           MOVE FA-PAIR TO W-JOURNAL-KEY(19:4).
           MOVE FA-STATE TO W-JOURNAL-KEY(24:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-FACIL-POS.
           SET STATUS-OK TO TRUE.
       FIND-ONE-PAIR-EXIT.
           CONTINUE.
