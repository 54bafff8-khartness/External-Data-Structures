       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           INTERCEPT-SWEEP.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Nightly upkeep of the changed-number intercepts, run ahead
      *    of SWITCH-PROVISION-EXTRACT and the directory-assistance
      *    delta so both see the night's changes.  Every number
      *    retired to the phone history today gets its intercept: one
      *    already written at the retirement (a phone change or a move
      *    that referred callers to the new number) is left alone, a
      *    choice the customer made while the line was still working
      *    -- a referral, the recording, or no referral at all -- is
      *    dated from today, and anything else gets the not-in-service
      *    recording.  Every intercept runs for the reuse quarantine
      *    (DL100_NUMBER_QUARANTINE_DAYS, default 90, as the number
      *    inventory ages it).  A number still on another account (a
      *    shared line, an account merge) or ported out to another
      *    carrier gets none.  The second pass drops every standing
      *    intercept whose quarantine has run out or whose number has
      *    gone back to available in the inventory (or been handed out
      *    again), so the switch stops sending callers to a referral
      *    for a number somebody else now answers.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-INVENTORY ASSIGN TO W-NUMINV-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-NUMINV-POS.

           SELECT PHONE-HISTORY-IN ASSIGN TO W-PHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PHIST-STATUS.

           SELECT INTERCEPT-IN ASSIGN TO W-INTERCEPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INTERCEPT-STATUS.

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

       FD  PHONE-HISTORY-IN.
       01  PHONE-HISTORY-IN-REC.
           05  PI-OLD-PHONE    PIC 9(15).
           05  PI-POSITION     PIC 9(9).
           05  PI-DATE         PIC 9(8).
           05  PI-TIME         PIC 9(6).

       FD  INTERCEPT-IN.
       01  INTERCEPT-IN-REC.
           05  II-OLD-PHONE    PIC 9(10).
           05  II-TREATMENT    PIC X.
           05  II-NEW-PHONE    PIC 9(10).
           05  II-EXPIRES      PIC 9(8).
           05  II-STAMP-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-INVENTORY-PATH    PIC X(512)
                               VALUE 'S:\COBOL\NUMINV.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-PHIST-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-INTERCEPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INTERCPT.DAT'.
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
       01  W-RUNCTL-JOB        PIC X(20) VALUE 'INTERCEPT-SWEEP'.
       01  W-RUNCTL-PRED       PIC X(20) VALUE SPACES.

       01  W-PHIST-STATUS      PIC XX.
       01  W-INTERCEPT-STATUS  PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

       01  W-TODAY             PIC 9(8).
       01  W-QUARANTINE-DAYS   PIC 9(5).
       01  W-DAY-INT           PIC 9(9) COMP.
       01  W-SCAN              PIC 9(9) COMP.

      *    every intercept on file, latest row per number, with the
      *    number's inventory state alongside ('*' not pooled)
       01  W-INTERCEPT-TABLE.
           05  W-ICP-COUNT     PIC 9(5) COMP VALUE 0.
           05  W-ICP-ENTRY     OCCURS 5000 TIMES.
               10  W-ICP-PHONE     PIC 9(10).
               10  W-ICP-TREATMENT PIC X.
                   88  W-ICP-STANDING  VALUE 'R' 'N' 'X'.
               10  W-ICP-NEW-PHONE PIC 9(10).
               10  W-ICP-EXPIRES   PIC 9(8).
               10  W-ICP-STAMP     PIC 9(8).
               10  W-ICP-INV-STATE PIC X.
       01  W-ISUB              PIC 9(5) COMP.
       01  W-IHIT              PIC 9(5) COMP.

      *    today's retirements, with the inventory state alongside
       01  W-RETIRED-TABLE.
           05  W-RET-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-RET-ENTRY     OCCURS 2000 TIMES.
               10  W-RET-PHONE     PIC 9(10).
               10  W-RET-KEY       PIC 9(15).
               10  W-RET-DATE      PIC 9(8).
               10  W-RET-INV-STATE PIC X.
       01  W-RSUB              PIC 9(4) COMP.

       01  W-PHONE-KEY         PIC 9(15).
       01  L-POSITION          PIC 9(9) COMP.

      *    the row going to WRITE-INTERCEPT
       01  W-OUT-PHONE         PIC 9(10).
       01  W-OUT-TREATMENT     PIC X.
       01  W-OUT-NEW-PHONE     PIC 9(10).
       01  W-OUT-EXPIRES       PIC 9(8).

       01  W-PLACED-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-KEPT-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-SKIPPED-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-DROPPED-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-STANDING-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-TREATMENT    PIC X(16).

       PROCEDURE DIVISION.
       MAIN.
           CALL 'RUN-CONTROL-BEGIN' USING W-RUNCTL-STATUS,
               W-RUNCTL-JOB, W-RUNCTL-PRED, W-RUNCTL-FILENAME.
           IF RUNCTL-DOUBLE-RUN THEN
               DISPLAY "RUN CONTROL: THIS JOB ALREADY RAN TONIGHT."
               STOP RUN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-QUARANTINE-DAYS FROM ENVIRONMENT
               "DL100_NUMBER_QUARANTINE_DAYS".
           IF W-QUARANTINE-DAYS = 0 THEN
               MOVE 90 TO W-QUARANTINE-DAYS
           END-IF.
           CALL 'OPEN-NUMBER-INVENTORY' USING W-INVENTORY-PATH.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.

           PERFORM LOAD-INTERCEPTS.
           PERFORM LOAD-RETIREMENTS.
           PERFORM NOTE-ONE-INVENTORY-ROW
               THRU NOTE-ONE-INVENTORY-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE.

           DISPLAY " ".
           DISPLAY "INTERCEPT SWEEP - ", W-TODAY.
           DISPLAY " ".
           DISPLAY "PLACED FOR TODAY'S RETIREMENTS".
           DISPLAY "NUMBER      TREATMENT         REFER TO    UNTIL".
           PERFORM PLACE-ONE-INTERCEPT THRU PLACE-ONE-INTERCEPT-EXIT
               VARYING W-RSUB FROM 1 BY 1
               UNTIL W-RSUB > W-RET-COUNT.

           DISPLAY " ".
           DISPLAY "DROPPED".
           DISPLAY "NUMBER      TREATMENT         REFER TO    UNTIL".
           PERFORM DROP-ONE-INTERCEPT THRU DROP-ONE-INTERCEPT-EXIT
               VARYING W-ISUB FROM 1 BY 1
               UNTIL W-ISUB > W-ICP-COUNT.

           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-NUMBER-INVENTORY'.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.

           DISPLAY " ".
           DISPLAY "INTERCEPT SUMMARY".
           MOVE W-PLACED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  INTERCEPTS PLACED:     ", W-SHOW-COUNT.
           MOVE W-KEPT-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ALREADY IN PLACE:      ", W-SHOW-COUNT.
           MOVE W-SKIPPED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  STILL IN SERVICE/PORT: ", W-SHOW-COUNT.
           MOVE W-DROPPED-COUNT TO W-SHOW-COUNT.
           DISPLAY "  INTERCEPTS DROPPED:    ", W-SHOW-COUNT.
           MOVE W-STANDING-COUNT TO W-SHOW-COUNT.
           DISPLAY "  INTERCEPTS STANDING:   ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    LOAD -- the intercept file consolidated to its latest row
      *    per number, and the numbers the phone history retired
      *    today.
      *----------------------------------------------------------------
       LOAD-INTERCEPTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT INTERCEPT-IN.
           IF W-INTERCEPT-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-INTERCEPT UNTIL W-INPUT-EOF.
           IF W-INTERCEPT-STATUS = '00' OR W-INTERCEPT-STATUS = '10'
               CLOSE INTERCEPT-IN
           END-IF.

       LOAD-ONE-INTERCEPT.
           READ INTERCEPT-IN
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   PERFORM PLACE-INTERCEPT-ROW
           END-READ.

       PLACE-INTERCEPT-ROW.
           MOVE II-OLD-PHONE TO W-OUT-PHONE.
           PERFORM FIND-INTERCEPT.
           IF W-IHIT = 0 AND W-ICP-COUNT < 5000 THEN
               ADD 1 TO W-ICP-COUNT
               MOVE W-ICP-COUNT TO W-IHIT
               MOVE II-OLD-PHONE TO W-ICP-PHONE(W-IHIT)
               MOVE '*' TO W-ICP-INV-STATE(W-IHIT)
           END-IF.
           IF W-IHIT NOT = 0 THEN
               MOVE II-TREATMENT TO W-ICP-TREATMENT(W-IHIT)
               MOVE II-NEW-PHONE TO W-ICP-NEW-PHONE(W-IHIT)
               MOVE II-EXPIRES TO W-ICP-EXPIRES(W-IHIT)
               MOVE II-STAMP-DATE TO W-ICP-STAMP(W-IHIT)
           END-IF.

      *    W-IHIT comes back naming W-OUT-PHONE's entry, or zero
       FIND-INTERCEPT.
           MOVE 0 TO W-IHIT.
           PERFORM MATCH-ONE-INTERCEPT
               VARYING W-ISUB FROM 1 BY 1
               UNTIL W-ISUB > W-ICP-COUNT OR W-IHIT NOT = 0.

       MATCH-ONE-INTERCEPT.
           IF W-ICP-PHONE(W-ISUB) = W-OUT-PHONE THEN
               MOVE W-ISUB TO W-IHIT
           END-IF.

       LOAD-RETIREMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PHONE-HISTORY-IN.
           IF W-PHIST-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-RETIREMENT UNTIL W-INPUT-EOF.
           IF W-PHIST-STATUS = '00' OR W-PHIST-STATUS = '10'
               CLOSE PHONE-HISTORY-IN
           END-IF.

       LOAD-ONE-RETIREMENT.
           READ PHONE-HISTORY-IN
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PI-DATE = W-TODAY AND W-RET-COUNT < 2000 THEN
                       ADD 1 TO W-RET-COUNT
                       MOVE PI-OLD-PHONE(6:10) TO
                           W-RET-PHONE(W-RET-COUNT)
                       MOVE PI-OLD-PHONE TO W-RET-KEY(W-RET-COUNT)
                       MOVE PI-DATE TO W-RET-DATE(W-RET-COUNT)
                       MOVE '*' TO W-RET-INV-STATE(W-RET-COUNT)
                   END-IF
           END-READ.

      *    one pass of the inventory puts each number's state beside
      *    its intercept and its retirement
       NOTE-ONE-INVENTORY-ROW.
           MOVE W-SCAN TO W-NUMINV-POS.
           READ NUMBER-INVENTORY
               INVALID KEY
                   GO TO NOTE-ONE-INVENTORY-ROW-EXIT
           END-READ.
           MOVE IN-NUMBER TO W-OUT-PHONE.
           PERFORM FIND-INTERCEPT.
           IF W-IHIT NOT = 0 THEN
               MOVE IN-STATE TO W-ICP-INV-STATE(W-IHIT)
           END-IF.
           PERFORM MATCH-ONE-RETIREMENT
               VARYING W-RSUB FROM 1 BY 1
               UNTIL W-RSUB > W-RET-COUNT.
       NOTE-ONE-INVENTORY-ROW-EXIT.
           CONTINUE.

       MATCH-ONE-RETIREMENT.
           IF W-RET-PHONE(W-RSUB) = IN-NUMBER THEN
               MOVE IN-STATE TO W-RET-INV-STATE(W-RSUB)
           END-IF.

      *----------------------------------------------------------------
      *    PLACE -- one retirement: leave an intercept written at the
      *    retirement, date a choice made beforehand, or put up the
      *    recording.
      *----------------------------------------------------------------
       PLACE-ONE-INTERCEPT.
           MOVE W-RET-KEY(W-RSUB) TO W-PHONE-KEY.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION,
               W-PHONE-KEY.
           IF L-POSITION NOT = 0 OR W-RET-INV-STATE(W-RSUB) = 'R'
                   THEN
               ADD 1 TO W-SKIPPED-COUNT
               GO TO PLACE-ONE-INTERCEPT-EXIT.
           MOVE W-RET-PHONE(W-RSUB) TO W-OUT-PHONE.
           PERFORM FIND-INTERCEPT.
           COMPUTE W-DAY-INT =
               FUNCTION INTEGER-OF-DATE(W-RET-DATE(W-RSUB))
               + W-QUARANTINE-DAYS.
           COMPUTE W-OUT-EXPIRES = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
           MOVE 'N' TO W-OUT-TREATMENT.
           MOVE 0 TO W-OUT-NEW-PHONE.
           IF W-IHIT NOT = 0 THEN
               IF W-ICP-STANDING(W-IHIT) AND
                       W-ICP-EXPIRES(W-IHIT) NOT = 0 AND
                       W-ICP-STAMP(W-IHIT) >= W-RET-DATE(W-RSUB) THEN
                   ADD 1 TO W-KEPT-COUNT
                   GO TO PLACE-ONE-INTERCEPT-EXIT
               END-IF
               IF W-ICP-STANDING(W-IHIT) AND
                       W-ICP-EXPIRES(W-IHIT) = 0 THEN
                   MOVE W-ICP-TREATMENT(W-IHIT) TO W-OUT-TREATMENT
                   MOVE W-ICP-NEW-PHONE(W-IHIT) TO W-OUT-NEW-PHONE
               END-IF
           END-IF.
           CALL 'WRITE-INTERCEPT' USING W-OUT-PHONE, W-OUT-TREATMENT,
               W-OUT-NEW-PHONE, W-OUT-EXPIRES, W-INTERCEPT-FILENAME.
           ADD 1 TO W-PLACED-COUNT.
           PERFORM SHOW-OUT-ROW.
      *    the table follows the file, so the drop pass below sees
      *    what was just placed
           IF W-IHIT = 0 AND W-ICP-COUNT < 5000 THEN
               ADD 1 TO W-ICP-COUNT
               MOVE W-ICP-COUNT TO W-IHIT
               MOVE W-OUT-PHONE TO W-ICP-PHONE(W-IHIT)
               MOVE W-RET-INV-STATE(W-RSUB) TO W-ICP-INV-STATE(W-IHIT)
           END-IF.
           IF W-IHIT NOT = 0 THEN
               MOVE W-OUT-TREATMENT TO W-ICP-TREATMENT(W-IHIT)
               MOVE W-OUT-NEW-PHONE TO W-ICP-NEW-PHONE(W-IHIT)
               MOVE W-OUT-EXPIRES TO W-ICP-EXPIRES(W-IHIT)
               MOVE W-TODAY TO W-ICP-STAMP(W-IHIT)
           END-IF.
       PLACE-ONE-INTERCEPT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    DROP -- a standing intercept goes when its quarantine is
      *    over or its number has left the aging state.  A choice
      *    still waiting on its retirement (no date yet) is kept.
      *----------------------------------------------------------------
       DROP-ONE-INTERCEPT.
           IF NOT W-ICP-STANDING(W-ISUB) THEN
               GO TO DROP-ONE-INTERCEPT-EXIT.
           IF W-ICP-EXPIRES(W-ISUB) = 0 THEN
               GO TO DROP-ONE-INTERCEPT-EXIT.
           IF W-ICP-EXPIRES(W-ISUB) >= W-TODAY AND
                   (W-ICP-INV-STATE(W-ISUB) = 'G' OR
                    W-ICP-INV-STATE(W-ISUB) = '*') THEN
               ADD 1 TO W-STANDING-COUNT
               GO TO DROP-ONE-INTERCEPT-EXIT.
           MOVE W-ICP-PHONE(W-ISUB) TO W-OUT-PHONE.
           MOVE W-ICP-TREATMENT(W-ISUB) TO W-OUT-TREATMENT.
           MOVE W-ICP-NEW-PHONE(W-ISUB) TO W-OUT-NEW-PHONE.
           MOVE W-ICP-EXPIRES(W-ISUB) TO W-OUT-EXPIRES.
           PERFORM SHOW-OUT-ROW.
           MOVE 'D' TO W-OUT-TREATMENT.
           MOVE 0 TO W-OUT-NEW-PHONE.
           MOVE W-TODAY TO W-OUT-EXPIRES.
           CALL 'WRITE-INTERCEPT' USING W-OUT-PHONE, W-OUT-TREATMENT,
               W-OUT-NEW-PHONE, W-OUT-EXPIRES, W-INTERCEPT-FILENAME.
           ADD 1 TO W-DROPPED-COUNT.
       DROP-ONE-INTERCEPT-EXIT.
           CONTINUE.

       SHOW-OUT-ROW.
           EVALUATE W-OUT-TREATMENT
               WHEN 'R'
                   MOVE 'REFER TO NEW' TO W-SHOW-TREATMENT
               WHEN 'N'
                   MOVE 'NOT IN SERVICE' TO W-SHOW-TREATMENT
               WHEN 'X'
                   MOVE 'NO REFERRAL' TO W-SHOW-TREATMENT
               WHEN OTHER
                   MOVE SPACES TO W-SHOW-TREATMENT
           END-EVALUATE.
           IF W-OUT-TREATMENT = 'R' THEN
               DISPLAY W-OUT-PHONE, "  ", W-SHOW-TREATMENT, "  ",
                   W-OUT-NEW-PHONE, "  ", W-OUT-EXPIRES
           ELSE
               DISPLAY W-OUT-PHONE, "  ", W-SHOW-TREATMENT, "  ",
                   "          ", "  ", W-OUT-EXPIRES
           END-IF.
