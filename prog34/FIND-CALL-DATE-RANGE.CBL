       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FIND-CALL-DATE-RANGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands a date-bounded reader the call detail positions it
      *    has to walk for calls dated L-FROM-DATE through L-TO-DATE:
      *    the lowest first position and the highest last position
      *    the date markers hold for any date in the range.  Every
      *    call in the range lies between the two, late-mediated
      *    stragglers included, so the reader still checks each
      *    record's own date but never reads the years in front of
      *    its range or the traffic after it.  Positions written
      *    before the markers were started are not covered, so the
      *    range then reaches back to position 2 across them; a
      *    table marked full sends the reader over the whole file.
      *    A range with no calls comes back empty (first past last).

       DATA DIVISION.
       WORKING-STORAGE SECTION.
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
       01  W-MK-SUB                PIC 9(4) COMP.
       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-FROM-DATE     PIC 9(8).
       01  L-TO-DATE       PIC 9(8).
       01  L-FIRST-POS     PIC 9(9) COMP.
       01  L-LAST-POS      PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-FROM-DATE, L-TO-DATE, L-FIRST-POS,
               L-LAST-POS.
       FIND-RANGE.
           IF W-MK-FULL THEN
               MOVE 2 TO L-FIRST-POS
               MOVE W-DETAIL-FILE-SIZE TO L-LAST-POS
               GOBACK.
           MOVE 999999999 TO L-FIRST-POS.
           MOVE 0 TO L-LAST-POS.
           PERFORM TRY-ONE-MARKER
               VARYING W-MK-SUB FROM 1 BY 1
               UNTIL W-MK-SUB > W-MK-COUNT.
      *    the stretch nobody marked has to be read the old way
           IF W-MK-INDEXED-FROM > 2 THEN
               MOVE 2 TO L-FIRST-POS
               IF L-LAST-POS < W-MK-INDEXED-FROM - 1 THEN
                   COMPUTE L-LAST-POS = W-MK-INDEXED-FROM - 1
               END-IF
           END-IF.
           IF L-LAST-POS > W-DETAIL-FILE-SIZE THEN
               MOVE W-DETAIL-FILE-SIZE TO L-LAST-POS.
           IF L-LAST-POS = 0 THEN
               MOVE 2 TO L-FIRST-POS
               MOVE 1 TO L-LAST-POS.
           GOBACK.

       TRY-ONE-MARKER.
           IF W-MK-DATE(W-MK-SUB) >= L-FROM-DATE AND
                   W-MK-DATE(W-MK-SUB) <= L-TO-DATE THEN
               IF W-MK-FIRST(W-MK-SUB) < L-FIRST-POS THEN
                   MOVE W-MK-FIRST(W-MK-SUB) TO L-FIRST-POS
               END-IF
               IF W-MK-LAST(W-MK-SUB) > L-LAST-POS THEN
                   MOVE W-MK-LAST(W-MK-SUB) TO L-LAST-POS
               END-IF
           END-IF.
