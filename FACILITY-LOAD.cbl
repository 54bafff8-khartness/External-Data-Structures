       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           FACILITY-LOAD.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Loads the outside-plant records off the index cards into
      *    the facility file: reads a plant ranges file of exchange
      *    (NPA-NXX), cable, first and last pair, and the serving
      *    terminal those pairs appear at, and writes one spare row
      *    per pair not already on file.  A pair the cards say is
      *    working, bad or held is loaded spare and then set through
      *    REPAIR-BUREAU's pair status, or -- for a working one -- by
      *    the next activation; the duplicate check is a full scan
      *    per pair, the NUMBER-INVENTORY-LOAD way, so a range keyed
      *    twice thickens nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RANGE-FILE ASSIGN TO W-RANGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-RANGE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO W-FACIL-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-FACIL-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  RANGE-FILE.
       01  RANGE-REC.
           05  PR-NPANXX       PIC 9(6).
           05  PR-CABLE        PIC X(6).
           05  PR-START        PIC 9(4).
           05  PR-END          PIC 9(4).
           05  PR-TERMINAL     PIC X(10).

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
       01  W-RANGE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PLANTRNG.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-FACIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-FACIL-STUFF EXTERNAL.
           05  W-FACIL-OPEN        PIC X.
           05  W-FACIL-CHANGED     PIC X.
           05  W-FACIL-HEADER.
               10  W-FACIL-FILE-SIZE   PIC 9(9) COMP.
       01  W-FACIL-FILENAME EXTERNAL PIC X(512).

       01  W-RANGE-STATUS      PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-RANGE-EOF         VALUE 'Y'.
       01  W-PAIR              PIC 9(4).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-DUP-SW            PIC X.
           88  W-ALREADY-LOADED    VALUE 'Y'.
       01  W-TODAY             PIC 9(8).
       01  W-LOADED-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-DUP-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.
           OPEN INPUT RANGE-FILE.
           IF W-RANGE-STATUS NOT = '00' THEN
               DISPLAY "Unable to open range file: ", W-RANGE-FILENAME
               STOP RUN.
           PERFORM READ-ONE-RANGE UNTIL W-RANGE-EOF.
           CLOSE RANGE-FILE.
           CALL 'CLOSE-FACILITIES'.
           DISPLAY " ".
           DISPLAY "FACILITY LOAD SUMMARY".
           MOVE W-LOADED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  PAIRS LOADED:     ", W-SHOW-COUNT.
           MOVE W-DUP-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ALREADY ON FILE:  ", W-SHOW-COUNT.
           STOP RUN.

       READ-ONE-RANGE.
           READ RANGE-FILE
               AT END
                   SET W-RANGE-EOF TO TRUE
               NOT AT END
                   PERFORM LOAD-ONE-PAIR
                       VARYING W-PAIR FROM PR-START BY 1
                       UNTIL W-PAIR > PR-END
           END-READ.

       LOAD-ONE-PAIR.
           MOVE 'N' TO W-DUP-SW.
           PERFORM CHECK-ONE-ROW
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-FACIL-FILE-SIZE OR W-ALREADY-LOADED.
           IF W-ALREADY-LOADED THEN
               ADD 1 TO W-DUP-COUNT
           ELSE
               ADD 1 TO W-FACIL-FILE-SIZE
               MOVE W-FACIL-FILE-SIZE TO W-FACIL-POS
               MOVE SPACES TO FACILITY-REC
               MOVE PR-NPANXX TO FA-NPANXX
               MOVE PR-CABLE TO FA-CABLE
               MOVE W-PAIR TO FA-PAIR
               MOVE PR-TERMINAL TO FA-TERMINAL
               SET FA-SPARE TO TRUE
               MOVE 0 TO FA-PHONE
               MOVE W-TODAY TO FA-STATE-DATE
               WRITE FACILITY-REC
               MOVE 'Y' TO W-FACIL-CHANGED
               ADD 1 TO W-LOADED-COUNT
           END-IF.

       CHECK-ONE-ROW.
           MOVE W-SCAN TO W-FACIL-POS.
           READ FACILITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FA-NPANXX = PR-NPANXX AND FA-CABLE = PR-CABLE
                           AND FA-PAIR = W-PAIR THEN
                       SET W-ALREADY-LOADED TO TRUE
                   END-IF
           END-READ.
