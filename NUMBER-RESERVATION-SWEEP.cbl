       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NUMBER-RESERVATION-SWEEP.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Nightly pass over the number holds sales and the counter
      *    take through RESERVE-NUMBER.  Every inventory row in the
      *    held state ('H') is looked up in the reservation log: a
      *    hold past its expiry date goes back to available, with an
      *    'X' row on the log saying so, and a held row with no live
      *    reservation behind it is released the same way rather
      *    than left out of the pool for good.  A number claimed in
      *    the meantime is no longer held -- ADD-CUSTOMER-PHONE marked
      *    it assigned -- and is not seen here.  Ported-out numbers
      *    ('R') are never touched.  The report lists each release,
      *    then every hold still standing with who it is held for --
      *    the account and its name, or the prospect -- when it was
      *    taken and by whom, and when it lapses.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-INVENTORY ASSIGN TO W-NUMINV-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-NUMINV-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMBER-INVENTORY EXTERNAL.
       01  INVENTORY-REC.
           05  IN-NUMBER       PIC 9(10).
           05  IN-STATE        PIC X.
               88  IN-AVAILABLE    VALUE 'A'.
               88  IN-ASSIGNED     VALUE 'S'.
               88  IN-AGING        VALUE 'G'.
               88  IN-RESERVED     VALUE 'R'.
               88  IN-HELD         VALUE 'H'.
           05  IN-STATE-DATE   PIC 9(8).
           05  FILLER          PIC X(6).

       WORKING-STORAGE SECTION.
       01  W-INVENTORY-PATH    PIC X(512)
                               VALUE 'S:\COBOL\NUMINV.DAT'.
       01  W-NUMRSV-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NUMRSV.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-NUMINV-POS EXTERNAL   PIC 9(9) COMP.
       01  W-NUMINV-STUFF EXTERNAL.
           05  W-NUMINV-OPEN       PIC X.
           05  W-NUMINV-CHANGED    PIC X.
           05  W-NUMINV-HEADER.
               10  W-NUMINV-FILE-SIZE  PIC 9(9) COMP.
       01  W-NUMINV-FILENAME EXTERNAL PIC X(512).

       01  W-RUNCTL-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-RUNCTL-STATUS     PIC 9.
           88  RUNCTL-OK           VALUE 0.
           88  RUNCTL-DOUBLE-RUN   VALUE 1.
           88  RUNCTL-OUT-OF-ORDER VALUE 2.
       01  W-RUNCTL-JOB        PIC X(20) VALUE 'NUMBER-RSV-SWEEP'.
       01  W-RUNCTL-PRED       PIC X(20) VALUE SPACES.

       01  W-TODAY             PIC 9(8).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-PASS              PIC 9.
           88  W-RELEASE-PASS      VALUE 1.
           88  W-LISTING-PASS      VALUE 2.

      *    the hold as the reservation log has it
       01  W-RSV-PHONE         PIC 9(10).
       01  W-RSV-ACTION        PIC X.
           88  W-RSV-HELD          VALUE 'R'.
       01  W-RSV-ACCOUNT       PIC 9(9).
       01  W-RSV-PROSPECT      PIC X(30).
       01  W-RSV-EXPIRES       PIC 9(8).
       01  W-RSV-OPERATOR      PIC X(8).
       01  W-RSV-STAMP-DATE    PIC 9(8).
       01  W-RELEASE-ACTION    PIC X VALUE 'X'.
       01  W-SWEEP-OPERATOR    PIC X(8) VALUE 'RSVSWEEP'.

       01  L-POSITION          PIC 9(9) COMP.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.
       01  W-HOLDER            PIC X(30).

       01  W-RELEASED-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-HELD-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-ACCOUNT      PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           CALL 'RUN-CONTROL-BEGIN' USING W-RUNCTL-STATUS,
               W-RUNCTL-JOB, W-RUNCTL-PRED, W-RUNCTL-FILENAME.
           IF RUNCTL-DOUBLE-RUN THEN
               DISPLAY "RUN CONTROL: THIS JOB ALREADY RAN TONIGHT."
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-NUMBER-INVENTORY' USING W-INVENTORY-PATH.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           DISPLAY " ".
           DISPLAY "NUMBER RESERVATION SWEEP - ", W-TODAY.
           DISPLAY " ".
           DISPLAY "RELEASED TO THE POOL".
           DISPLAY "NUMBER      EXPIRED   HELD FOR".
           SET W-RELEASE-PASS TO TRUE.
           PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE.

           DISPLAY " ".
           DISPLAY "HOLDS STANDING".
           DISPLAY "NUMBER      EXPIRES   HELD FOR",
               "                       TAKEN     BY".
           SET W-LISTING-PASS TO TRUE.
           PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE.

           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           CALL 'CLOSE-NUMBER-INVENTORY'.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.

           DISPLAY " ".
           DISPLAY "NUMBER RESERVATION SUMMARY".
           MOVE W-RELEASED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  HOLDS RELEASED:  ", W-SHOW-COUNT.
           MOVE W-HELD-COUNT TO W-SHOW-COUNT.
           DISPLAY "  HOLDS STANDING:  ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    One held row: released on the first pass when its hold
      *    has lapsed or has nothing behind it, listed on the second
      *    when it still stands.
      *----------------------------------------------------------------
       CHECK-ONE-ROW.
           MOVE W-SCAN TO W-NUMINV-POS.
           READ NUMBER-INVENTORY
               INVALID KEY
                   GO TO CHECK-ONE-ROW-EXIT
           END-READ.
           IF NOT IN-HELD THEN
               GO TO CHECK-ONE-ROW-EXIT.
           MOVE IN-NUMBER TO W-RSV-PHONE.
           CALL 'GET-NUMBER-RESERVATION' USING W-RSV-PHONE,
               W-RSV-ACTION, W-RSV-ACCOUNT, W-RSV-PROSPECT,
               W-RSV-EXPIRES, W-RSV-OPERATOR, W-RSV-STAMP-DATE,
               W-NUMRSV-FILENAME.
           PERFORM NAME-THE-HOLDER THRU NAME-THE-HOLDER-EXIT.
           IF W-RELEASE-PASS THEN
               IF NOT W-RSV-HELD OR W-RSV-EXPIRES < W-TODAY THEN
                   PERFORM RELEASE-ONE-HOLD
               END-IF
           ELSE
               ADD 1 TO W-HELD-COUNT
               DISPLAY W-RSV-PHONE, "  ", W-RSV-EXPIRES, "  ",
                   W-HOLDER, " ", W-RSV-STAMP-DATE, "  ",
                   W-RSV-OPERATOR
           END-IF.
       CHECK-ONE-ROW-EXIT.
           CONTINUE.

       RELEASE-ONE-HOLD.
           SET IN-AVAILABLE TO TRUE.
           MOVE W-TODAY TO IN-STATE-DATE.
           REWRITE INVENTORY-REC.
           CALL 'WRITE-NUMBER-RESERVATION' USING W-RSV-PHONE,
               W-RELEASE-ACTION, W-RSV-ACCOUNT, W-RSV-PROSPECT,
               W-RSV-EXPIRES, W-SWEEP-OPERATOR, W-NUMRSV-FILENAME.
           ADD 1 TO W-RELEASED-COUNT.
           IF W-RSV-HELD THEN
               DISPLAY W-RSV-PHONE, "  ", W-RSV-EXPIRES, "  ",
                   W-HOLDER
           ELSE
               DISPLAY W-RSV-PHONE, "  ", "          ",
                   "<NO RESERVATION ON FILE>"
           END-IF.

      *    an account hold shows the account and its name, a
      *    prospect hold the name sales took
       NAME-THE-HOLDER.
           MOVE W-RSV-PROSPECT TO W-HOLDER.
           IF W-RSV-ACCOUNT = 0 THEN
               GO TO NAME-THE-HOLDER-EXIT.
           MOVE W-RSV-ACCOUNT TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           MOVE SPACES TO W-NAME.
           IF L-POSITION NOT = 0 THEN
               CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
                   W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN,
                   W-STATUS-CODE
           END-IF.
           MOVE W-RSV-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE SPACES TO W-HOLDER.
           STRING W-SHOW-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-NAME DELIMITED BY SIZE
               INTO W-HOLDER.
       NAME-THE-HOLDER-EXIT.
           CONTINUE.
