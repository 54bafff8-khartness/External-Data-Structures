       PROGRAM-ID.  CLOSE-CALL-DETAIL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the call detail file, and writing the date
      *    markers back when this run noted any calls against them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS IS RANDOM
               RELATIVE KEY IS W-DETAIL-POS.

           SELECT DATE-MARKER-FILE ASSIGN TO W-MK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-MK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-DETAIL EXTERNAL.
           05  CD-TRUNK-CODE       PIC X(6).
           05  FILLER              PIC X(4).

       FD  DATE-MARKER-FILE.
       01  DATE-MARKER-REC.
           05  MK-DATE         PIC 9(8).
           05  MK-FIRST-POS    PIC 9(9).
           05  MK-LAST-POS     PIC 9(9).
           05  MK-CALLS        PIC 9(9).
      *    the date-zero row up front carries the table's own state
       01  MARKER-CONTROL-REC.
           05  MC-ZERO-DATE    PIC 9(8).
           05  MC-INDEXED-FROM PIC 9(9).
           05  MC-FULL-SW      PIC X.
           05  FILLER          PIC X(17).

       WORKING-STORAGE SECTION.
       01  W-DETAIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.
       01  W-DATE-MARKERS EXTERNAL.
           05  W-MK-CHANGED        PIC X.
           05  W-MK-FULL-SW        PIC X.
               88  W-MK-FULL           VALUE 'Y'.
           05  W-MK-INDEXED-FROM   PIC 9(9) COMP.
           05  W-MK-COUNT          PIC 9(4) COMP.
           05  W-MK-ENTRY          OCCURS 4000 TIMES.
               10  W-MK-DATE       PIC 9(8).
               10  W-MK-FIRST      PIC 9(9) COMP.
               10  W-MK-LAST       PIC 9(9) COMP.
               10  W-MK-CALLS      PIC 9(9) COMP.
       01  W-MK-FILENAME EXTERNAL  PIC X(512).
       01  W-MK-STATUS             PIC XX.
       01  W-MK-SUB                PIC 9(4) COMP.

       PROCEDURE DIVISION.
       CLOSE-FILES.
               REWRITE CALL-DETAIL-REC FROM W-DETAIL-HEADER
           END-IF.
           CLOSE CALL-DETAIL.
           IF W-MK-CHANGED = 'Y' THEN
               PERFORM SAVE-DATE-MARKERS
           END-IF.
           GOBACK.

       SAVE-DATE-MARKERS.
           OPEN OUTPUT DATE-MARKER-FILE.
           IF W-MK-STATUS NOT = '00' THEN
               DISPLAY "Unable to write call date markers: ",
                   W-MK-FILENAME
           ELSE
               MOVE SPACES TO MARKER-CONTROL-REC
               MOVE 0 TO MC-ZERO-DATE
               MOVE W-MK-INDEXED-FROM TO MC-INDEXED-FROM
               MOVE W-MK-FULL-SW TO MC-FULL-SW
               WRITE MARKER-CONTROL-REC
               PERFORM SAVE-ONE-MARKER
                   VARYING W-MK-SUB FROM 1 BY 1
                   UNTIL W-MK-SUB > W-MK-COUNT
               CLOSE DATE-MARKER-FILE
               MOVE 'N' TO W-MK-CHANGED
           END-IF.

       SAVE-ONE-MARKER.
           MOVE W-MK-DATE(W-MK-SUB) TO MK-DATE.
           MOVE W-MK-FIRST(W-MK-SUB) TO MK-FIRST-POS.
           MOVE W-MK-LAST(W-MK-SUB) TO MK-LAST-POS.
           MOVE W-MK-CALLS(W-MK-SUB) TO MK-CALLS.
           WRITE DATE-MARKER-REC.
