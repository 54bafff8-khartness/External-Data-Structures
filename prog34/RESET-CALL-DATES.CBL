       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESET-CALL-DATES.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Empties the date-marker table ahead of a full pass over
      *    the call detail file that re-notes every position through
      *    NOTE-CALL-DATE (REBUILD-CALL-INDEX does), so the rebuilt
      *    markers cover the file from position 2 and are written
      *    back when the file is closed.

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

       PROCEDURE DIVISION.
       RESET-MARKERS.
           MOVE 0 TO W-MK-COUNT.
           MOVE 2 TO W-MK-INDEXED-FROM.
           MOVE 'N' TO W-MK-FULL-SW.
           MOVE 'Y' TO W-MK-CHANGED.
           GOBACK.
