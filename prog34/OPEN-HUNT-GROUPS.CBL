       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-HUNT-GROUPS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the hunt group file into the table the maintenance
      *    screen, the cycle run and the statement look at.  One row
      *    per group: the pilot number callers dial, the master
      *    position of the account that owns the group, and the
      *    member lines in the order the switch hunts them after the
      *    pilot.  Small enough to hold for the run like the toll-
      *    free table; SET-HUNT-GROUP rewrites it whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HUNT-GROUP-FILE ASSIGN TO W-HUNT-GROUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HUNT-GROUP-FILE.
       01  HUNT-GROUP-REC.
           05  HG-PILOT            PIC 9(10).
           05  HG-MASTER-POS       PIC 9(9).
           05  HG-MEMBER-COUNT     PIC 99.
           05  HG-MEMBER           PIC 9(10) OCCURS 20 TIMES.

       WORKING-STORAGE SECTION.
       01  W-HUNT-GROUP-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-HUNT-GROUP-EOF        VALUE 'Y'.

       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-HUNT-GROUP-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-HUNT-GROUP-FILENAME.
           OPEN INPUT HUNT-GROUP-FILE.
      *    no file yet just means no hunt groups defined
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-HUNT-GROUP-EOF.
           CLOSE HUNT-GROUP-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ HUNT-GROUP-FILE
               AT END
                   SET W-HUNT-GROUP-EOF TO TRUE
               NOT AT END
                   IF W-HUNT-GROUP-COUNT < 200 THEN
                       ADD 1 TO W-HUNT-GROUP-COUNT
                       MOVE HUNT-GROUP-REC
                           TO W-HUNT-GROUP-ENTRY(W-HUNT-GROUP-COUNT)
                   ELSE
                       DISPLAY "Hunt group table full; row ignored."
                   END-IF
           END-READ.
