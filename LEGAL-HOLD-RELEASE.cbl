       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           LEGAL-HOLD-RELEASE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Lifts the legal holds of one matter once counsel says the
      *    matter is closed.  Lists every hold the matter still has
      *    in force -- numbers and account positions, who placed each
      *    and when -- and on confirmation appends one release row
      *    naming the matter through WRITE-LEGAL-HOLD.  Nothing is
      *    removed from the hold file; a hold placed under the same
      *    matter number later stands on its own until released
      *    again.  Records that were held become subject to the
      *    retention schedule on the next retention run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO W-HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  LH-MATTER       PIC X(12).
           05  LH-EVENT        PIC X.
               88  LH-PLACED       VALUE 'H'.
               88  LH-RELEASED     VALUE 'R'.
           05  LH-MASTER-POS   PIC 9(9).
           05  LH-PHONE        PIC 9(15).
           05  LH-DATE         PIC 9(8).
           05  LH-TIME         PIC 9(6).
           05  LH-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-HOLD-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\LEGALHLD.DAT'.
       01  W-HOLD-STATUS       PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-HOLD-EOF          VALUE 'Y'.

       01  W-MATTER            PIC X(12).
       01  W-OPERATOR          PIC X(8).
       01  W-ANSWER            PIC X.
           88  W-CONFIRMED         VALUE 'Y', 'y'.
       01  W-RELEASE-EVENT     PIC X VALUE 'R'.
       01  W-NO-POSITION       PIC 9(9) COMP VALUE 0.
       01  W-NO-PHONE          PIC 9(15) VALUE 0.

      *    Holds of the matter still in force, in the order placed.
       01  W-ACTIVE-TABLE.
           05  W-ACTIVE-COUNT  PIC 999 COMP VALUE 0.
           05  W-ACTIVE-ENTRY  OCCURS 500 TIMES.
               10  W-ACT-POS       PIC 9(9).
               10  W-ACT-PHONE     PIC 9(15).
               10  W-ACT-DATE      PIC 9(8).
               10  W-ACT-OPERATOR  PIC X(8).
       01  W-ACTIVE-SUB        PIC 999 COMP.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "RELEASE LEGAL HOLD".
           DISPLAY "Matter number: " WITH NO ADVANCING.
           ACCEPT W-MATTER.
           DISPLAY "Releasing operator: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR.

           PERFORM LOAD-MATTER-HOLDS.
           IF W-ACTIVE-COUNT = 0 THEN
               DISPLAY "NO HOLDS IN FORCE FOR MATTER ", W-MATTER
               STOP RUN
           END-IF.

           DISPLAY "HOLDS IN FORCE FOR MATTER ", W-MATTER, ":".
           DISPLAY "POSITION  NUMBER          PLACED   BY".
           PERFORM SHOW-ONE-HOLD
               VARYING W-ACTIVE-SUB FROM 1 BY 1
               UNTIL W-ACTIVE-SUB > W-ACTIVE-COUNT.

           DISPLAY "Release all of these (Y/N)? " WITH NO ADVANCING.
           ACCEPT W-ANSWER.
           IF W-CONFIRMED THEN
               CALL 'WRITE-LEGAL-HOLD' USING W-MATTER,
                   W-RELEASE-EVENT, W-NO-POSITION, W-NO-PHONE,
                   W-OPERATOR
               DISPLAY "MATTER ", W-MATTER, " RELEASED."
           ELSE
               DISPLAY "NOTHING RELEASED."
           END-IF.
           STOP RUN.

      *    Replays the file the same way CHECK-LEGAL-HOLD does, kept
      *    to the one matter: a release empties what came before it.
       LOAD-MATTER-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF W-HOLD-STATUS NOT = '00' THEN
               SET W-HOLD-EOF TO TRUE
           END-IF.
           PERFORM READ-ONE-HOLD-ROW
               THRU READ-ONE-HOLD-ROW-EXIT
               UNTIL W-HOLD-EOF.
           IF W-HOLD-STATUS = '00' OR W-HOLD-STATUS = '10' THEN
               CLOSE HOLD-FILE
           END-IF.

       READ-ONE-HOLD-ROW.
           READ HOLD-FILE
               AT END
                   SET W-HOLD-EOF TO TRUE
                   GO TO READ-ONE-HOLD-ROW-EXIT
           END-READ.
           IF LH-MATTER NOT = W-MATTER THEN
               GO TO READ-ONE-HOLD-ROW-EXIT.
           IF LH-RELEASED THEN
               MOVE 0 TO W-ACTIVE-COUNT
               GO TO READ-ONE-HOLD-ROW-EXIT.
           IF W-ACTIVE-COUNT >= 500 THEN
               GO TO READ-ONE-HOLD-ROW-EXIT.
           ADD 1 TO W-ACTIVE-COUNT.
           MOVE LH-MASTER-POS TO W-ACT-POS(W-ACTIVE-COUNT).
           MOVE LH-PHONE TO W-ACT-PHONE(W-ACTIVE-COUNT).
           MOVE LH-DATE TO W-ACT-DATE(W-ACTIVE-COUNT).
           MOVE LH-OPERATOR TO W-ACT-OPERATOR(W-ACTIVE-COUNT).
       READ-ONE-HOLD-ROW-EXIT.
           CONTINUE.

       SHOW-ONE-HOLD.
           DISPLAY W-ACT-POS(W-ACTIVE-SUB), " ",
               W-ACT-PHONE(W-ACTIVE-SUB), " ",
               W-ACT-DATE(W-ACTIVE-SUB), " ",
               W-ACT-OPERATOR(W-ACTIVE-SUB).
