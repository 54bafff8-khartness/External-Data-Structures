       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           TARIFF-RERATE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Re-rates the stored ratings a tariff correction touches.
      *    Calls are rated once, at capture, and billing reads the
      *    stored figure back, so when a tariff row is found to have
      *    been filed wrong and is corrected in the rate table the
      *    calls already rated under it keep the old price until
      *    this is run.  A supervisor keys the plan code of the
      *    corrected rows ('****' for the default rows) and the call
      *    dates the correction covers; every stored rating in that
      *    window rated under the plan, or priced off one of its
      *    rows, is rated again against the table as it stands now
      *    and stored with reason 'T'.  Each call whose price moved
      *    is listed old and new, and the run ends with the count
      *    and the dollars either side, journaled as TARIFF-RERATE
      *    under the signed-on supervisor.  A call already on an
      *    invoice keeps the invoiced figure on that invoice; the
      *    difference reaches the customer through INVOICE-REBILL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-CALL-DETAIL-FILENAME  PIC X(512)
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-JOURNAL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-OPERATOR-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\OPERATOR.DAT'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
           05  W-DETAIL-HEADER.
               10  W-DETAIL-FILE-SIZE  PIC 9(9) COMP.

       01  W-OPERATOR-STUFF EXTERNAL.
           05  W-OPERATOR-ID   PIC X(8).
       01  W-SIGNON-PASSWORD   PIC X(8).
       01  W-OPERATOR-LEVEL    PIC 9.
           88  W-SUPERVISOR-LEVEL  VALUE 2 3.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.

       01  W-WANT-PLAN         PIC X(4).
       01  W-FROM-DATE         PIC 9(8).
       01  W-TO-DATE           PIC 9(8).
       01  W-CONFIRM           PIC X.
           88  W-CONFIRMED         VALUE 'Y' 'y'.

       01  W-DETAIL-POS        PIC 9(9) COMP.
       01  W-RATED-FOUND       PIC X.
           88  W-RATING-ON-FILE    VALUE 'Y'.
       01  W-RATED-STATE       PIC X.
       01  W-RATED-CALL-DATE   PIC 9(8).
       01  W-RATED-PLAN        PIC X(4).
       01  W-OLD-CHARGE        PIC 9(7)V99.
       01  W-TARIFF-PLAN       PIC X(4).
       01  W-TARIFF-EFFECTIVE  PIC 9(8).
       01  W-RATED-DATE        PIC 9(8).
       01  W-RATED-REASON      PIC X.

       01  W-FOUND             PIC X.
           88  W-DETAIL-RECORD-FOUND  VALUE 'Y'.
       01  W-CALL-DATE         PIC 9(8).
       01  W-CALL-TIME         PIC 9(6).
       01  W-DURATION          PIC 9(5) COMP.
       01  W-CALLING-NUMBER    PIC 9(10).
       01  W-CALLED-NUMBER     PIC 9(10).
       01  W-DISPOSITION       PIC X.
       01  W-TRUNK-CODE        PIC X(6).
       01  W-RERATE-REASON     PIC X VALUE 'T'.
       01  W-NEW-CHARGE        PIC 9(7)V99.

       01  W-RERATED-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-CHANGED-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-OLD-TOTAL         PIC 9(9)V99 VALUE 0.
       01  W-NEW-TOTAL         PIC 9(9)V99 VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-POS          PIC ZZZZZZZZ9.
       01  W-SHOW-OLD          PIC Z,ZZZ,ZZ9.99.
       01  W-SHOW-NEW          PIC Z,ZZZ,ZZ9.99.
       01  W-SHOW-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.

       01  W-JOURNAL-OP        PIC X(15) VALUE 'TARIFF-RERATE'.
       01  W-JOURNAL-KEY       PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT W-SIGNON-PASSWORD.
           CALL 'VERIFY-OPERATOR' USING L-STATUS, W-OPERATOR-ID,
               W-SIGNON-PASSWORD, W-OPERATOR-LEVEL,
               W-OPERATOR-FILENAME.
           IF NOT STATUS-OK OR NOT W-SUPERVISOR-LEVEL THEN
               DISPLAY "Tariff re-rating needs supervisor sign-on."
               STOP RUN.

           DISPLAY " ".
           DISPLAY "TARIFF CORRECTION RE-RATE".
           DISPLAY "Plan code of the corrected rows: "
               WITH NO ADVANCING.
           ACCEPT W-WANT-PLAN.
           DISPLAY "Calls dated from (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-FROM-DATE.
           DISPLAY "Through (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-TO-DATE.
           IF W-WANT-PLAN = SPACES OR W-FROM-DATE > W-TO-DATE THEN
               DISPLAY "Nothing to re-rate for that selection."
               STOP RUN.
           DISPLAY "Re-rate against the rate table as it stands? ",
               "(Y/N): " WITH NO ADVANCING.
           ACCEPT W-CONFIRM.
           IF NOT W-CONFIRMED THEN
               DISPLAY "Re-rate cancelled; nothing touched."
               STOP RUN.

           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           DISPLAY " ".
           DISPLAY "  POSITION  CALL DATE  PLAN     WAS        NOW".
           PERFORM RERATE-ONE-CALL THRU RERATE-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM 2 BY 1
               UNTIL W-DETAIL-POS > W-DETAIL-FILE-SIZE.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-WANT-PLAN TO W-JOURNAL-KEY(1:4).
           MOVE W-FROM-DATE TO W-JOURNAL-KEY(6:8).
           MOVE W-TO-DATE TO W-JOURNAL-KEY(15:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-RERATED-COUNT, W-CHANGED-COUNT.

           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.

           DISPLAY " ".
           MOVE W-RERATED-COUNT TO W-SHOW-COUNT.
           DISPLAY "CALLS RE-RATED:      ", W-SHOW-COUNT.
           MOVE W-CHANGED-COUNT TO W-SHOW-COUNT.
           DISPLAY "CALLS WHOSE PRICE MOVED: ", W-SHOW-COUNT.
           MOVE W-OLD-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "RATED BEFORE:        ", W-SHOW-TOTAL.
           MOVE W-NEW-TOTAL TO W-SHOW-TOTAL.
           DISPLAY "RATED NOW:           ", W-SHOW-TOTAL.
           STOP RUN.

      *----------------------------------------------------------------
      *    A stored rating is in the correction when its call falls
      *    in the window and it was rated under the plan or priced
      *    off one of the plan's rows; it is rated again under the
      *    same plan it was rated under before.
      *----------------------------------------------------------------
       RERATE-ONE-CALL.
           CALL 'READ-RATED-USAGE' USING W-DETAIL-POS, W-RATED-FOUND,
               W-RATED-STATE, W-RATED-CALL-DATE, W-RATED-PLAN,
               W-OLD-CHARGE, W-TARIFF-PLAN, W-TARIFF-EFFECTIVE,
               W-RATED-DATE, W-RATED-REASON.
           IF NOT W-RATING-ON-FILE THEN
               GO TO RERATE-ONE-CALL-EXIT.
           IF W-RATED-CALL-DATE < W-FROM-DATE OR
                   W-RATED-CALL-DATE > W-TO-DATE THEN
               GO TO RERATE-ONE-CALL-EXIT.
           IF W-RATED-PLAN NOT = W-WANT-PLAN AND
                   W-TARIFF-PLAN NOT = W-WANT-PLAN THEN
               GO TO RERATE-ONE-CALL-EXIT.
           CALL 'GET-CALL-DETAIL' USING W-DETAIL-POS, W-FOUND,
               W-CALL-DATE, W-CALL-TIME, W-DURATION,
               W-CALLING-NUMBER, W-CALLED-NUMBER, W-DISPOSITION,
               W-TRUNK-CODE.
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO RERATE-ONE-CALL-EXIT.
           CALL 'STORE-RATED-USAGE' USING W-DETAIL-POS, W-RATED-PLAN,
               W-CALL-DATE, W-CALL-TIME, W-DURATION, W-RERATE-REASON,
               W-NEW-CHARGE.
           ADD 1 TO W-RERATED-COUNT.
           ADD W-OLD-CHARGE TO W-OLD-TOTAL.
           ADD W-NEW-CHARGE TO W-NEW-TOTAL.
           IF W-NEW-CHARGE = W-OLD-CHARGE THEN
               GO TO RERATE-ONE-CALL-EXIT.
           ADD 1 TO W-CHANGED-COUNT.
           MOVE W-DETAIL-POS TO W-SHOW-POS.
           MOVE W-OLD-CHARGE TO W-SHOW-OLD.
           MOVE W-NEW-CHARGE TO W-SHOW-NEW.
           DISPLAY " ", W-SHOW-POS, "  ", W-CALL-DATE, "  ",
               W-RATED-PLAN, " ", W-SHOW-OLD, " ", W-SHOW-NEW.
       RERATE-ONE-CALL-EXIT.
           CONTINUE.
