       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-FACILITIES.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the facility file -- rewrites the header when
      *    anything grew the file, then clears the open flag the
      *    guarded facility touches test.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           IF W-FACIL-CHANGED = 'Y' THEN
               MOVE 1 TO W-FACIL-POS
               MOVE SPACES TO FACILITY-REC
               MOVE W-FACIL-HEADER TO FACILITY-REC(1:4)
               REWRITE FACILITY-REC
           END-IF.
           MOVE 'N' TO W-FACIL-OPEN.
           CLOSE FACILITY-FILE.
           GOBACK.
