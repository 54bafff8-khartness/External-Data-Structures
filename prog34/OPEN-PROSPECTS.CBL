       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-PROSPECTS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the prospect file into the table the maintenance
      *    screen and the quote runs look at.  One row per prospect
      *    sales is working: the number the quotes carry, the name
      *    and service address the account will be opened under, who
      *    to talk to and at what number, the selling agent, the day
      *    it was entered, and -- once a quote is accepted -- the
      *    master position of the account it became.  SET-PROSPECT
      *    rewrites it whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROSPECT-FILE ASSIGN TO W-PROSPECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROSPECT-FILE.
       01  PROSPECT-REC.
           05  PR-PROSPECT-ID      PIC 9(6).
           05  PR-NAME             PIC X(30).
           05  PR-ADDRESS          PIC X(40).
           05  PR-CONTACT          PIC X(30).
           05  PR-CONTACT-PHONE    PIC 9(10).
           05  PR-AGENT-CODE       PIC X(4).
           05  PR-ENTERED-DATE     PIC 9(8).
           05  PR-MASTER-POS       PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-PROSPECT-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-PROSPECT-EOF          VALUE 'Y'.

       01  W-PROSPECT-TABLE EXTERNAL.
           05  W-PROSPECT-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-PROSPECT-ENTRY    OCCURS 1000 TIMES.
               10  W-PR-PROSPECT-ID    PIC 9(6).
               10  W-PR-NAME           PIC X(30).
               10  W-PR-ADDRESS        PIC X(40).
               10  W-PR-CONTACT        PIC X(30).
               10  W-PR-CONTACT-PHONE  PIC 9(10).
               10  W-PR-AGENT-CODE     PIC X(4).
               10  W-PR-ENTERED-DATE   PIC 9(8).
               10  W-PR-MASTER-POS     PIC 9(9).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-PROSPECT-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-PROSPECT-FILENAME.
           OPEN INPUT PROSPECT-FILE.
      *    no file yet just means no prospects entered
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-PROSPECT-EOF.
           CLOSE PROSPECT-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ PROSPECT-FILE
               AT END
                   SET W-PROSPECT-EOF TO TRUE
               NOT AT END
                   IF W-PROSPECT-COUNT < 1000 THEN
                       ADD 1 TO W-PROSPECT-COUNT
                       MOVE PROSPECT-REC
                           TO W-PROSPECT-ENTRY(W-PROSPECT-COUNT)
                   ELSE
                       DISPLAY "Prospect table full; row ignored."
                   END-IF
           END-READ.
