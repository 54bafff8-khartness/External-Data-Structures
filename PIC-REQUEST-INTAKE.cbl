       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PIC-REQUEST-INTAKE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Works the interexchange carriers' PIC request file: each
      *    row asks to move one of our lines onto the requesting
      *    carrier ('A') or to release a line from it ('D').  A line
      *    not on any account is refused, and so is a release from a
      *    carrier that doesn't hold the line.  A line under a
      *    customer PIC freeze is refused too, unless the carrier's
      *    row says the customer confirmed the change with us.  An
      *    accepted row goes through WRITE-PIC-CHANGE as a carrier
      *    request, which notifies both carriers; a refused one is
      *    answered on the
      *    same outbound notice file with an 'R' row and the reason,
      *    so the carrier hears back either way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIC-REQUEST-FILE ASSIGN TO W-PICREQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-REQUEST-STATUS.

           SELECT PIC-NOTICE-FILE ASSIGN TO W-PICNOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PIC-REQUEST-FILE.
       01  PIC-REQUEST-REC.
           05  PQ-CARRIER          PIC X(4).
           05  PQ-ACTION           PIC X.
               88  PQ-ADD-LINE         VALUE 'A'.
               88  PQ-DROP-LINE        VALUE 'D'.
           05  PQ-PHONE-X          PIC X(10).
           05  PQ-PHONE REDEFINES PQ-PHONE-X
                                   PIC 9(10).
           05  PQ-EFFECTIVE        PIC 9(8).
           05  PQ-CONFIRMED        PIC X.
               88  PQ-CUSTOMER-CONFIRMED VALUE 'Y'.

       FD  PIC-NOTICE-FILE.
       01  PIC-NOTICE-REC.
           05  PN-CARRIER          PIC X(4).
           05  PN-ACTION           PIC X.
           05  PN-PHONE            PIC 9(10).
           05  PN-EFFECTIVE        PIC 9(8).
           05  PN-REASON           PIC X(20).
           05  PN-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PICREQ-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\PICREQ.DAT'.
       01  W-PICNOTE-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PICNOTE.DAT'.
       01  W-PICLOG-FILENAME       PIC X(512)
                                   VALUE 'S:\COBOL\PICLOG.DAT'.
       01  W-PHONE-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.

       01  W-REQUEST-STATUS        PIC XX.
       01  W-NOTICE-STATUS         PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-REQUEST-EOF           VALUE 'Y'.

       01  W-TODAY                 PIC 9(8).
       01  W-PHONE                 PIC 9(15).
       01  W-OWNER-POS             PIC 9(9) COMP.
       01  W-PHONE10               PIC 9(10).
       01  W-CUR-CARRIER           PIC X(4).
       01  W-CUR-FREEZE            PIC X.
           88  W-LINE-FROZEN           VALUE 'Y'.
       01  W-CUR-EFFECTIVE         PIC 9(8).
       01  W-NEW-CARRIER           PIC X(4).
       01  W-SOURCE                PIC X VALUE 'R'.
       01  W-REJECT-REASON         PIC X(20).

       01  W-ROWS-READ             PIC 9(9) COMP VALUE 0.
       01  W-ROWS-ACCEPTED         PIC 9(9) COMP VALUE 0.
       01  W-ROWS-REFUSED          PIC 9(9) COMP VALUE 0.
       01  W-FREEZE-REFUSED        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           OPEN INPUT PIC-REQUEST-FILE.
           IF W-REQUEST-STATUS NOT = '00' THEN
               DISPLAY "Unable to open PIC request file: ",
                   W-PICREQ-FILENAME
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           DISPLAY " ".
           DISPLAY "PIC REQUEST INTAKE - ", W-TODAY.
           PERFORM READ-ONE-REQUEST THRU READ-ONE-REQUEST-EXIT
               UNTIL W-REQUEST-EOF.

           CLOSE PIC-REQUEST-FILE.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.

           DISPLAY " ".
           MOVE W-ROWS-READ TO W-SHOW-COUNT.
           DISPLAY "  REQUESTS READ:     ", W-SHOW-COUNT.
           MOVE W-ROWS-ACCEPTED TO W-SHOW-COUNT.
           DISPLAY "  ACCEPTED:          ", W-SHOW-COUNT.
           MOVE W-ROWS-REFUSED TO W-SHOW-COUNT.
           DISPLAY "  REFUSED:           ", W-SHOW-COUNT.
           MOVE W-FREEZE-REFUSED TO W-SHOW-COUNT.
           DISPLAY "    UNDER PIC FREEZE: ", W-SHOW-COUNT.
           STOP RUN.

       READ-ONE-REQUEST.
           READ PIC-REQUEST-FILE
               AT END
                   SET W-REQUEST-EOF TO TRUE
                   GO TO READ-ONE-REQUEST-EXIT
           END-READ.
           ADD 1 TO W-ROWS-READ.
           IF PQ-PHONE-X NOT NUMERIC OR
                   (NOT PQ-ADD-LINE AND NOT PQ-DROP-LINE) THEN
               MOVE 'MALFORMED REQUEST' TO W-REJECT-REASON
               PERFORM REFUSE-REQUEST
               GO TO READ-ONE-REQUEST-EXIT.
           MOVE PQ-PHONE TO W-PHONE, W-PHONE10.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-OWNER-POS, W-PHONE.
           IF W-OWNER-POS = 0 THEN
               MOVE 'NOT OUR LINE' TO W-REJECT-REASON
               PERFORM REFUSE-REQUEST
               GO TO READ-ONE-REQUEST-EXIT.
           CALL 'GET-LINE-PIC' USING W-PHONE10, W-CUR-CARRIER,
               W-CUR-FREEZE, W-CUR-EFFECTIVE, W-PICLOG-FILENAME.
           IF PQ-ADD-LINE THEN
               IF W-CUR-CARRIER = PQ-CARRIER THEN
                   MOVE 'ALREADY PRESUBSCRIBED' TO W-REJECT-REASON
                   PERFORM REFUSE-REQUEST
                   GO TO READ-ONE-REQUEST-EXIT
               END-IF
               MOVE PQ-CARRIER TO W-NEW-CARRIER
           ELSE
               IF W-CUR-CARRIER NOT = PQ-CARRIER THEN
                   MOVE 'NOT PRESUBSCRIBED' TO W-REJECT-REASON
                   PERFORM REFUSE-REQUEST
                   GO TO READ-ONE-REQUEST-EXIT
               END-IF
               MOVE SPACES TO W-NEW-CARRIER
           END-IF.
      *    the freeze is the customer's protection against exactly
      *    this file; only the customer's own confirmation lifts it
           IF W-LINE-FROZEN AND NOT PQ-CUSTOMER-CONFIRMED THEN
               MOVE 'PIC FREEZE' TO W-REJECT-REASON
               ADD 1 TO W-FREEZE-REFUSED
               PERFORM REFUSE-REQUEST
               GO TO READ-ONE-REQUEST-EXIT.
           IF PQ-EFFECTIVE = 0 THEN
               MOVE W-TODAY TO PQ-EFFECTIVE
           END-IF.
           CALL 'WRITE-PIC-CHANGE' USING W-PHONE10, W-NEW-CARRIER,
               W-CUR-FREEZE, W-SOURCE, PQ-EFFECTIVE,
               W-PICLOG-FILENAME, W-PICNOTE-FILENAME.
           ADD 1 TO W-ROWS-ACCEPTED.
       READ-ONE-REQUEST-EXIT.
           CONTINUE.

      *    the refusal goes back to the carrier that asked
       REFUSE-REQUEST.
           ADD 1 TO W-ROWS-REFUSED.
           DISPLAY "  REFUSED ", PQ-CARRIER, " ", PQ-ACTION, " ",
               PQ-PHONE-X, "  ", W-REJECT-REASON.
           OPEN EXTEND PIC-NOTICE-FILE.
           IF W-NOTICE-STATUS NOT = '00' THEN
               OPEN OUTPUT PIC-NOTICE-FILE
           END-IF.
           MOVE PQ-CARRIER TO PN-CARRIER.
           MOVE 'R' TO PN-ACTION.
           IF PQ-PHONE-X NUMERIC THEN
               MOVE PQ-PHONE TO PN-PHONE
           ELSE
               MOVE 0 TO PN-PHONE
           END-IF.
           MOVE PQ-EFFECTIVE TO PN-EFFECTIVE.
           MOVE W-REJECT-REASON TO PN-REASON.
           MOVE W-TODAY TO PN-STAMP-DATE.
           WRITE PIC-NOTICE-REC.
           CLOSE PIC-NOTICE-FILE.
