       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CABLE-FILL-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Cable fill by serving terminal, for the outside-plant
      *    engineer: for each exchange, cable and terminal on the
      *    facility file, the pairs working, spare, defective and
      *    reserved, and the fill -- working pairs as a percentage of
      *    the pairs that could be working (defective ones can't).  A
      *    terminal down to DL100_SPARE_PAIR_MIN spare pairs or fewer
      *    (default 2) is flagged, so a cable job is planned before
      *    the order desk has a line it cannot put anywhere.  The
      *    totals say how many terminals are flagged.

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
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-FACIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-FACIL-STUFF EXTERNAL.
           05  W-FACIL-OPEN        PIC X.
           05  W-FACIL-CHANGED     PIC X.
           05  W-FACIL-HEADER.
               10  W-FACIL-FILE-SIZE   PIC 9(9) COMP.
       01  W-FACIL-FILENAME EXTERNAL PIC X(512).

       01  W-TODAY             PIC 9(8).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-SPARE-MIN         PIC 9(3).

      *    one entry per exchange, cable and terminal, in the order
      *    the file first shows them
       01  W-TERMINAL-TABLE.
           05  W-TRM-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-TRM-ENTRY     OCCURS 2000 TIMES.
               10  W-TRM-NPANXX    PIC 9(6).
               10  W-TRM-CABLE     PIC X(6).
               10  W-TRM-TERMINAL  PIC X(10).
               10  W-TRM-WORKING   PIC 9(5) COMP.
               10  W-TRM-SPARE     PIC 9(5) COMP.
               10  W-TRM-DEFECTIVE PIC 9(5) COMP.
               10  W-TRM-RESERVED  PIC 9(5) COMP.
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.
       01  W-USABLE            PIC 9(5) COMP.
       01  W-FILL-PCT          PIC 9(3).
       01  W-FLAG              PIC X(16).
       01  W-FLAGGED-COUNT     PIC 9(5) COMP VALUE 0.

       01  W-SHOW-WORKING      PIC ZZZZ9.
       01  W-SHOW-SPARE        PIC ZZZZ9.
       01  W-SHOW-DEFECTIVE    PIC ZZZZ9.
       01  W-SHOW-RESERVED     PIC ZZZZ9.
       01  W-SHOW-FILL         PIC ZZ9.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-SPARE-MIN FROM ENVIRONMENT "DL100_SPARE_PAIR_MIN".
           IF W-SPARE-MIN = 0 THEN
               MOVE 2 TO W-SPARE-MIN
           END-IF.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.
           PERFORM COUNT-ONE-PAIR THRU COUNT-ONE-PAIR-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-FACIL-FILE-SIZE.
           CALL 'CLOSE-FACILITIES'.

           DISPLAY " ".
           DISPLAY "CABLE FILL BY TERMINAL - ", W-TODAY.
           DISPLAY "EXCH    CABLE   TERMINAL    WORKING  SPARE",
               "  DEFECT  RESRVD  FILL%".
           PERFORM PRINT-ONE-TERMINAL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TRM-COUNT.

           DISPLAY " ".
           DISPLAY "CABLE FILL SUMMARY".
           MOVE W-TRM-COUNT TO W-SHOW-COUNT.
           DISPLAY "  TERMINALS:          ", W-SHOW-COUNT.
           MOVE W-FLAGGED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  LOW ON SPARES:      ", W-SHOW-COUNT.
           STOP RUN.

       COUNT-ONE-PAIR.
           MOVE W-SCAN TO W-FACIL-POS.
           READ FACILITY-FILE
               INVALID KEY
                   GO TO COUNT-ONE-PAIR-EXIT
           END-READ.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-TERMINAL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TRM-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               IF W-TRM-COUNT >= 2000 THEN
                   GO TO COUNT-ONE-PAIR-EXIT
               END-IF
               ADD 1 TO W-TRM-COUNT
               MOVE W-TRM-COUNT TO W-HIT
               MOVE FA-NPANXX TO W-TRM-NPANXX(W-HIT)
               MOVE FA-CABLE TO W-TRM-CABLE(W-HIT)
               MOVE FA-TERMINAL TO W-TRM-TERMINAL(W-HIT)
               MOVE 0 TO W-TRM-WORKING(W-HIT), W-TRM-SPARE(W-HIT),
                   W-TRM-DEFECTIVE(W-HIT), W-TRM-RESERVED(W-HIT)
           END-IF.
           EVALUATE TRUE
               WHEN FA-WORKING
                   ADD 1 TO W-TRM-WORKING(W-HIT)
               WHEN FA-SPARE
                   ADD 1 TO W-TRM-SPARE(W-HIT)
               WHEN FA-DEFECTIVE
                   ADD 1 TO W-TRM-DEFECTIVE(W-HIT)
               WHEN FA-RESERVED
                   ADD 1 TO W-TRM-RESERVED(W-HIT)
           END-EVALUATE.
       COUNT-ONE-PAIR-EXIT.
           CONTINUE.

       MATCH-ONE-TERMINAL.
           IF W-TRM-NPANXX(W-SUB) = FA-NPANXX AND
                   W-TRM-CABLE(W-SUB) = FA-CABLE AND
                   W-TRM-TERMINAL(W-SUB) = FA-TERMINAL THEN
               MOVE W-SUB TO W-HIT.

       PRINT-ONE-TERMINAL.
           COMPUTE W-USABLE = W-TRM-WORKING(W-SUB) +
               W-TRM-SPARE(W-SUB) + W-TRM-RESERVED(W-SUB).
           IF W-USABLE = 0 THEN
               MOVE 0 TO W-FILL-PCT
           ELSE
               COMPUTE W-FILL-PCT ROUNDED =
                   W-TRM-WORKING(W-SUB) * 100 / W-USABLE
           END-IF.
           MOVE SPACES TO W-FLAG.
           IF W-TRM-SPARE(W-SUB) <= W-SPARE-MIN THEN
               MOVE "*** SPARES LOW" TO W-FLAG
               ADD 1 TO W-FLAGGED-COUNT
           END-IF.
           MOVE W-TRM-WORKING(W-SUB) TO W-SHOW-WORKING.
           MOVE W-TRM-SPARE(W-SUB) TO W-SHOW-SPARE.
           MOVE W-TRM-DEFECTIVE(W-SUB) TO W-SHOW-DEFECTIVE.
           MOVE W-TRM-RESERVED(W-SUB) TO W-SHOW-RESERVED.
           MOVE W-FILL-PCT TO W-SHOW-FILL.
           DISPLAY W-TRM-NPANXX(W-SUB), "  ", W-TRM-CABLE(W-SUB),
               "  ", W-TRM-TERMINAL(W-SUB), "  ", W-SHOW-WORKING,
               "  ", W-SHOW-SPARE, "   ", W-SHOW-DEFECTIVE, "   ",
               W-SHOW-RESERVED, "    ", W-SHOW-FILL, "  ", W-FLAG.
