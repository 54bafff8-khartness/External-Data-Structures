       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-FACILITIES.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the outside-plant facility file: one record per cable
      *    pair, carrying its exchange (NPA-NXX), cable, pair number,
      *    the serving terminal it appears at, its state -- spare,
      *    working, defective, or reserved -- the number it serves
      *    when working, and the date it entered that state.
      *    Position 1 is a header holding the highest position
      *    written, the OPEN-NUMBER-INVENTORY convention, and the
      *    open flag it sets is what ASSIGN-FACILITY and
      *    RELEASE-FACILITY check, so the add and delete paths keep
      *    the plant records in step when a session has them open and
      *    quietly skip them when one doesn't.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACILITY-FILE ASSIGN TO W-FACIL-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-FACIL-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE 'N' TO W-FACIL-CHANGED.
           MOVE L-FILENAME TO W-FACIL-FILENAME.
           OPEN I-O FACILITY-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT FACILITY-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open facility file: ",
                           L-FILENAME
                   STOP RUN
               END-IF
               MOVE 1 TO W-FACIL-POS
               MOVE SPACES TO FACILITY-REC
               MOVE 1 TO W-FACIL-FILE-SIZE
               MOVE W-FACIL-HEADER TO FACILITY-REC(1:4)
               WRITE FACILITY-REC
               CLOSE FACILITY-FILE
               OPEN I-O FACILITY-FILE
           END-IF.
           MOVE 1 TO W-FACIL-POS.
           READ FACILITY-FILE.
           MOVE FACILITY-REC(1:4) TO W-FACIL-HEADER.
           MOVE 'Y' TO W-FACIL-OPEN.
           GOBACK.
