       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           HUNT-GROUP-OVERFLOW-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Per-hunt-group overflow figures off the call detail file
      *    for a selectable date range, for sales to see which
      *    business customers have outgrown their lines.  The switch
      *    records a call to a group against the line it landed on,
      *    so every call whose called number is the pilot or a
      *    member of a group counts as offered to that group; one
      *    that landed past the pilot hunted, one that landed on the
      *    last line in the hunt order reached the end of the group,
      *    and a busy disposition means every line was busy -- had
      *    one been free the call would have hunted to it.  A group
      *    whose last-line and all-busy calls together reach
      *    DL100_HUNT_OVERFLOW_PCT percent of its offered calls
      *    (default 10) is flagged as a candidate for another line.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-CALL-DETAIL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-HUNT-GROUP-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\HUNTGRP.DAT'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.

       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.
       01  W-HG-SUB            PIC 9(4) COMP.
       01  W-HG-MSUB           PIC 99 COMP.
       01  W-HG-HIT            PIC 9(4) COMP.
      *    where in the hunt order the call landed: 0 the pilot,
      *    otherwise the member's place
       01  W-HG-SLOT           PIC 99 COMP.

      *    Per group, across the range.
       01  W-OVERFLOW-TABLE.
           05  W-OV-ENTRY          OCCURS 200 TIMES.
               10  W-OV-OFFERED        PIC 9(7).
               10  W-OV-HUNTED         PIC 9(7).
               10  W-OV-LAST-LINE      PIC 9(7).
               10  W-OV-ALL-BUSY       PIC 9(7).

       01  W-FROM-DATE         PIC 9(8).
       01  W-TO-DATE           PIC 9(8).
       01  W-DETAIL-POS        PIC 9(9) COMP.
       01  W-SCAN-FIRST        PIC 9(9) COMP.
       01  W-SCAN-LAST         PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-DETAIL-RECORD-FOUND VALUE 'Y'.
       01  W-CALL-DATE         PIC 9(8).
       01  W-CALL-TIME         PIC 9(6).
       01  W-DURATION          PIC 9(5) COMP.
       01  W-CALLING-NUMBER    PIC 9(10).
       01  W-CALLED-NUMBER     PIC 9(10).
       01  W-DISPOSITION       PIC X.
           88  W-CALL-BUSY         VALUE 'B'.
       01  W-TRUNK-CODE        PIC X(6).

       01  W-MASTER-POS        PIC 9(9) COMP.
       01  W-MASTER-FOUND      PIC X.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.

       01  W-FLAG-PCT          PIC 999.
       01  W-OVERFLOW-PCT      PIC 999V99.
       01  W-FLAGGED-COUNT     PIC 9(4) COMP VALUE 0.
       01  W-SHOW-ACCOUNT      PIC 9(9).
       01  W-SHOW-LINES        PIC Z9.
       01  W-SHOW-OFFERED      PIC Z,ZZZ,ZZ9.
       01  W-SHOW-HUNTED       PIC Z,ZZZ,ZZ9.
       01  W-SHOW-LAST         PIC Z,ZZZ,ZZ9.
       01  W-SHOW-BUSY         PIC Z,ZZZ,ZZ9.
       01  W-SHOW-PCT          PIC ZZ9.99.
       01  W-SHOW-FLAGGED      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "HUNT GROUP OVERFLOW REPORT".
           DISPLAY "From date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-FROM-DATE.
           DISPLAY "To date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-TO-DATE.
           ACCEPT W-FLAG-PCT FROM ENVIRONMENT "DL100_HUNT_OVERFLOW_PCT".
           IF W-FLAG-PCT = 0 THEN
               MOVE 10 TO W-FLAG-PCT
           END-IF.

           CALL 'OPEN-HUNT-GROUPS' USING W-HUNT-GROUP-FILENAME.
           IF W-HUNT-GROUP-COUNT = 0 THEN
               DISPLAY "No hunt groups on file."
               STOP RUN.
           MOVE ZEROS TO W-OVERFLOW-TABLE.

           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'FIND-CALL-DATE-RANGE' USING W-FROM-DATE, W-TO-DATE,
               W-SCAN-FIRST, W-SCAN-LAST.
           PERFORM TALLY-ONE-CALL THRU TALLY-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM W-SCAN-FIRST BY 1
               UNTIL W-DETAIL-POS > W-SCAN-LAST.
           CALL 'CLOSE-CALL-DETAIL'.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           DISPLAY " ".
           DISPLAY "CALLS TO EACH HUNT GROUP, ", W-FROM-DATE, " - ",
               W-TO-DATE.
           DISPLAY "  PILOT       ACCOUNT   LINES   OFFERED    HUNTED",
               " LAST LINE  ALL BUSY  OVERFLOW".
           PERFORM REPORT-ONE-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           MOVE W-FLAGGED-COUNT TO W-SHOW-FLAGGED.
           MOVE W-FLAG-PCT TO W-SHOW-PCT.
           DISPLAY "  GROUPS AT OR OVER ", W-SHOW-PCT,
               " PCT OVERFLOW: ", W-SHOW-FLAGGED.
           STOP RUN.

       TALLY-ONE-CALL.
           CALL 'GET-CALL-DETAIL' USING W-DETAIL-POS, W-FOUND,
               W-CALL-DATE, W-CALL-TIME, W-DURATION,
               W-CALLING-NUMBER, W-CALLED-NUMBER, W-DISPOSITION,
               W-TRUNK-CODE.
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO TALLY-ONE-CALL-EXIT.
           IF W-CALL-DATE < W-FROM-DATE OR W-CALL-DATE > W-TO-DATE
                   THEN
               GO TO TALLY-ONE-CALL-EXIT.
           PERFORM FIND-HUNT-LINE.
           IF W-HG-HIT = 0 THEN
               GO TO TALLY-ONE-CALL-EXIT.
           ADD 1 TO W-OV-OFFERED(W-HG-HIT).
           IF W-CALL-BUSY THEN
               ADD 1 TO W-OV-ALL-BUSY(W-HG-HIT)
               GO TO TALLY-ONE-CALL-EXIT.
           IF W-HG-SLOT > 0 THEN
               ADD 1 TO W-OV-HUNTED(W-HG-HIT)
           END-IF.
           IF W-HG-SLOT = W-HG-MEMBER-COUNT(W-HG-HIT) THEN
               ADD 1 TO W-OV-LAST-LINE(W-HG-HIT)
           END-IF.
       TALLY-ONE-CALL-EXIT.
           CONTINUE.

      *    leaves W-HG-HIT on the group the called number hunts in,
      *    or zero, and W-HG-SLOT on its place in the hunt order
       FIND-HUNT-LINE.
           MOVE 0 TO W-HG-HIT, W-HG-SLOT.
           PERFORM MATCH-ONE-GROUP
               VARYING W-HG-SUB FROM 1 BY 1
               UNTIL W-HG-SUB > W-HUNT-GROUP-COUNT OR W-HG-HIT NOT = 0.

       MATCH-ONE-GROUP.
           IF W-HG-PILOT(W-HG-SUB) = W-CALLED-NUMBER THEN
               MOVE W-HG-SUB TO W-HG-HIT
           END-IF.
           PERFORM MATCH-ONE-MEMBER
               VARYING W-HG-MSUB FROM 1 BY 1
               UNTIL W-HG-MSUB > W-HG-MEMBER-COUNT(W-HG-SUB)
                   OR W-HG-HIT NOT = 0.

       MATCH-ONE-MEMBER.
           IF W-HG-MEMBER(W-HG-SUB, W-HG-MSUB) = W-CALLED-NUMBER THEN
               MOVE W-HG-SUB TO W-HG-HIT
               MOVE W-HG-MSUB TO W-HG-SLOT
           END-IF.

       REPORT-ONE-GROUP.
           MOVE W-HG-MASTER-POS(W-HG-SUB) TO W-MASTER-POS.
           CALL 'GET-CUSTOMER-MASTER' USING W-MASTER-POS,
               W-MASTER-FOUND, W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN,
               W-STATUS-CODE.
           IF W-MASTER-FOUND = 'Y' THEN
               MOVE W-ACCOUNT TO W-SHOW-ACCOUNT
           ELSE
               MOVE 0 TO W-SHOW-ACCOUNT
           END-IF.
           COMPUTE W-SHOW-LINES = W-HG-MEMBER-COUNT(W-HG-SUB) + 1.
           MOVE W-OV-OFFERED(W-HG-SUB) TO W-SHOW-OFFERED.
           MOVE W-OV-HUNTED(W-HG-SUB) TO W-SHOW-HUNTED.
           MOVE W-OV-LAST-LINE(W-HG-SUB) TO W-SHOW-LAST.
           MOVE W-OV-ALL-BUSY(W-HG-SUB) TO W-SHOW-BUSY.
           MOVE 0 TO W-OVERFLOW-PCT.
           IF W-OV-OFFERED(W-HG-SUB) > 0 THEN
               COMPUTE W-OVERFLOW-PCT ROUNDED =
                   (W-OV-LAST-LINE(W-HG-SUB) + W-OV-ALL-BUSY(W-HG-SUB))
                   * 100 / W-OV-OFFERED(W-HG-SUB)
           END-IF.
           MOVE W-OVERFLOW-PCT TO W-SHOW-PCT.
           DISPLAY "  ", W-HG-PILOT(W-HG-SUB), "  ", W-SHOW-ACCOUNT,
               "  ", W-SHOW-LINES, "  ", W-SHOW-OFFERED, " ",
               W-SHOW-HUNTED, " ", W-SHOW-LAST, " ", W-SHOW-BUSY,
               "  ", W-SHOW-PCT.
           IF W-OV-OFFERED(W-HG-SUB) > 0 AND
                   W-OVERFLOW-PCT >= W-FLAG-PCT THEN
               ADD 1 TO W-FLAGGED-COUNT
               DISPLAY "      ", W-NAME,
                   " - CANDIDATE FOR ANOTHER LINE"
           END-IF.
