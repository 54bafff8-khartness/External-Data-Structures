       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NOTE-CALL-DATE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Records one call detail position against its call date in
      *    the date-marker table OPEN-CALL-DETAIL loaded: the date's
      *    first and last position and how many calls carry it.
      *    Positions are append order, so a date's markers bracket
      *    its traffic, and a late-mediated call landing long after
      *    its date has closed simply widens that date's bracket --
      *    it is never lost.  New dates go on the end, where the
      *    backward search finds today's date on the first probe.
      *    A table that fills up is marked full, and from then on
      *    FIND-CALL-DATE-RANGE sends every reader over the whole
      *    file rather than trust markers it could not keep.

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
       01  W-MK-FOUND-SW           PIC X.
           88  W-MK-DATE-FOUND         VALUE 'Y'.

       LINKAGE SECTION.
       01  L-CALL-DATE     PIC 9(8).
       01  L-POSITION      PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-CALL-DATE, L-POSITION.
       NOTE-ONE-POSITION.
           IF W-MK-FULL OR L-POSITION < 2 THEN
               GOBACK.
           MOVE 'Y' TO W-MK-CHANGED.
           MOVE 'N' TO W-MK-FOUND-SW.
           PERFORM TRY-ONE-MARKER
               VARYING W-MK-SUB FROM W-MK-COUNT BY -1
               UNTIL W-MK-SUB < 1 OR W-MK-DATE-FOUND.
           IF W-MK-DATE-FOUND THEN
               GOBACK.
           IF W-MK-COUNT >= 4000 THEN
               SET W-MK-FULL TO TRUE
               GOBACK.
           ADD 1 TO W-MK-COUNT.
           MOVE L-CALL-DATE TO W-MK-DATE(W-MK-COUNT).
           MOVE L-POSITION TO W-MK-FIRST(W-MK-COUNT),
               W-MK-LAST(W-MK-COUNT).
           MOVE 1 TO W-MK-CALLS(W-MK-COUNT).
           GOBACK.

       TRY-ONE-MARKER.
           IF W-MK-DATE(W-MK-SUB) = L-CALL-DATE THEN
               SET W-MK-DATE-FOUND TO TRUE
               IF L-POSITION < W-MK-FIRST(W-MK-SUB) THEN
                   MOVE L-POSITION TO W-MK-FIRST(W-MK-SUB)
               END-IF
               IF L-POSITION > W-MK-LAST(W-MK-SUB) THEN
                   MOVE L-POSITION TO W-MK-LAST(W-MK-SUB)
               END-IF
               ADD 1 TO W-MK-CALLS(W-MK-SUB)
           END-IF.
