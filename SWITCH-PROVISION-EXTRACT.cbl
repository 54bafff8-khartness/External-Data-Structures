      *    ways: a number on the switch but not in billing is free
      *    service going out the door, and a billed number missing
      *    from the switch is a customer paying for a line that was
      *    never turned up.  Collections treatment rides the same
      *    delta: the day's TOLL-DENY, TOLL-SUSPEND and TOLL-RESTORE
      *    journal entries (written by LATE-FEE-ASSESS and by the
      *    payment posting jobs, one per account) go out as DNY, SUS
      *    and RST lines for every number the account holds.  The
      *    dump may carry each line's treatment in column 11 (blank
      *    full service, 'D' toll denied, 'S' suspended), and the
      *    audit flags a line denied on the switch but current in
      *    billing, or in treatment in billing but not so on the
      *    switch.  Call-blocking changes ride the delta as well: a
      *    CALL-BLOCKS journal entry carries the number's options
      *    before and after, and each category that changed goes out
      *    as its own block or unblock verb -- BKI/UKI international,
      *    BKP/UKP 900/976 pay-per-call, BKC/UKC collect and
      *    third-number billing.  Changed-number intercepts go out
      *    from the day's INTERCEPT journal entries, each number at
      *    the intercept file's latest word on it: ICR refers callers
      *    to the number in the referral column, ICN puts up the not-
      *    in-service recording, and ICX takes the intercept down (no
      *    referral wanted, or the number back in the pool).  A choice
      *    still waiting on its line to retire sends nothing yet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  RC-NUMBER       PIC 9(10).
           05  FILLER          PIC X.
           05  RC-DATE         PIC 9(8).
           05  FILLER          PIC X.
           05  RC-REFER        PIC X(10).

       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
       FD  SWITCH-DUMP-FILE.
       01  SWITCH-DUMP-REC.
           05  SD-NUMBER       PIC 9(10).
           05  SD-STATE        PIC X.

       WORKING-STORAGE SECTION.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-RC-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\SWITCHRC.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-DUMP-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\SWITCHDP.DAT'.
       01  W-INTERCEPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INTERCPT.DAT'.

       01  W-HASH-POS IS EXTERNAL  PIC 9(9) COMP.
       01  W-BUCKET IS EXTERNAL    PIC 9(9) COMP.
           88  W-AUDIT-MODE        VALUE 'A' 'a'.
       01  W-TODAY             PIC 9(8).

      *    Collections orders -- one journal entry per account,
      *    expanded here into one recent-change line per number.
       01  W-ORDER-VERB        PIC X(3).
       01  W-ORDER-POS         PIC 9(9) COMP.
       01  W-ACCOUNT-PHONE     PIC 9(15).
       01  W-PHONE-CURSOR.
           05  W-PC-BUCKET     PIC 9(9) COMP.
           05  W-PC-PAIR       PIC 999 COMP.
       01  W-PHONE-FOUND       PIC X.
           88  W-PHONE-STREAMED    VALUE 'Y'.

      *    Call-blocking orders -- the options before and after, out
      *    of the journal key, one byte per category.
       01  W-BLOCK-CHANGE.
           05  W-BLOCK-OLD         PIC X OCCURS 3 TIMES.
           05  W-BLOCK-NEW         PIC X OCCURS 3 TIMES.
       01  W-BLOCK-SUB             PIC 9 COMP.
       01  W-BLOCK-CATEGORIES      PIC X(3) VALUE 'IPC'.
       01  W-BLOCKS-WRITTEN        PIC 9(9) COMP VALUE 0.

      *    Intercept orders -- the number's intercept as it stands.
       01  W-ICP-PHONE         PIC 9(10).
       01  W-ICP-TREATMENT     PIC X.
       01  W-ICP-NEW-PHONE     PIC 9(10).
       01  W-ICP-EXPIRES       PIC 9(8).
       01  W-ICP-STAMP-DATE    PIC 9(8).
       01  W-INTERCEPTS-WRITTEN    PIC 9(9) COMP VALUE 0.

      *    Billing-side number population, for the audit match.
       01  W-BILLED-TABLE.
           05  W-BIL-COUNT     PIC 9(5) COMP VALUE 0.
           05  W-BIL-ENTRY     OCCURS 10000 TIMES.
               10  W-BIL-NUMBER    PIC 9(10).
               10  W-BIL-MATCHED   PIC X.
               10  W-BIL-STATE     PIC X.
       01  W-SUB               PIC 9(5) COMP.
       01  W-HIT-SUB           PIC 9(5) COMP.
       01  W-TREATMENT         PIC X.
       01  W-HIT-SW            PIC X.
           88  W-NUMBER-MATCHED    VALUE 'Y'.

       01  W-RC-WRITTEN        PIC 9(9) COMP VALUE 0.
       01  W-SWITCH-ONLY       PIC 9(9) COMP VALUE 0.
       01  W-BILLING-ONLY      PIC 9(9) COMP VALUE 0.
       01  W-ORDERS-WRITTEN    PIC 9(9) COMP VALUE 0.
       01  W-DENIED-CURRENT    PIC 9(9) COMP VALUE 0.
       01  W-OWED-NOT-DENIED   PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *    recent-change verbs.
      *----------------------------------------------------------------
       DELTA-EXTRACT.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           OPEN OUTPUT RECENT-CHANGE-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
               CLOSE PHONE-HISTORY-IN
           END-IF.
           CLOSE RECENT-CHANGE-FILE.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           MOVE W-RC-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "RECENT-CHANGE LINES WRITTEN: ", W-SHOW-COUNT.
           MOVE W-ORDERS-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  OF WHICH COLLECTIONS:      ", W-SHOW-COUNT.
           MOVE W-BLOCKS-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  OF WHICH CALL BLOCKING:    ", W-SHOW-COUNT.
           MOVE W-INTERCEPTS-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  OF WHICH INTERCEPTS:       ", W-SHOW-COUNT.

       READ-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
                       WRITE RECENT-CHANGE-REC
                       ADD 1 TO W-RC-WRITTEN
                   END-IF
                   IF JI-DATE = W-TODAY THEN
                       PERFORM ORDER-ONE-TREATMENT
                           THRU ORDER-ONE-TREATMENT-EXIT
                   END-IF
                   IF JI-DATE = W-TODAY AND
                           JI-OPERATION = 'CALL-BLOCKS' THEN
                       MOVE JI-KEY(12:3) TO W-BLOCK-CHANGE(1:3)
                       MOVE JI-KEY(16:3) TO W-BLOCK-CHANGE(4:3)
                       PERFORM ORDER-ONE-BLOCK
                           VARYING W-BLOCK-SUB FROM 1 BY 1
                           UNTIL W-BLOCK-SUB > 3
                   END-IF
                   IF JI-DATE = W-TODAY AND
                           JI-OPERATION = 'INTERCEPT' THEN
                       PERFORM ORDER-ONE-INTERCEPT
                           THRU ORDER-ONE-INTERCEPT-EXIT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    INTERCEPTS -- the verb follows the treatment; a referral
      *    carries the number callers are sent to.
      *----------------------------------------------------------------
       ORDER-ONE-INTERCEPT.
           MOVE JI-KEY(1:10) TO W-ICP-PHONE.
           CALL 'GET-INTERCEPT' USING W-ICP-PHONE, W-ICP-TREATMENT,
               W-ICP-NEW-PHONE, W-ICP-EXPIRES, W-ICP-STAMP-DATE,
               W-INTERCEPT-FILENAME.
           IF W-ICP-EXPIRES = 0 THEN
               GO TO ORDER-ONE-INTERCEPT-EXIT.
           MOVE SPACES TO RECENT-CHANGE-REC.
           EVALUATE W-ICP-TREATMENT
               WHEN 'R'
                   MOVE 'ICR' TO RC-VERB
                   MOVE W-ICP-NEW-PHONE TO RC-REFER
               WHEN 'N'
                   MOVE 'ICN' TO RC-VERB
               WHEN 'X'
               WHEN 'D'
                   MOVE 'ICX' TO RC-VERB
               WHEN OTHER
                   GO TO ORDER-ONE-INTERCEPT-EXIT
           END-EVALUATE.
           MOVE W-ICP-PHONE TO RC-NUMBER.
           MOVE W-TODAY TO RC-DATE.
           WRITE RECENT-CHANGE-REC.
           ADD 1 TO W-RC-WRITTEN.
           ADD 1 TO W-INTERCEPTS-WRITTEN.
       ORDER-ONE-INTERCEPT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    CALL BLOCKING -- one verb per category whose option moved;
      *    the verb's last letter names the category.
      *----------------------------------------------------------------
       ORDER-ONE-BLOCK.
           IF W-BLOCK-NEW(W-BLOCK-SUB) NOT =
                   W-BLOCK-OLD(W-BLOCK-SUB) THEN
               MOVE SPACES TO RECENT-CHANGE-REC
               IF W-BLOCK-NEW(W-BLOCK-SUB) = 'Y' THEN
                   MOVE 'BK' TO RC-VERB(1:2)
               ELSE
                   MOVE 'UK' TO RC-VERB(1:2)
               END-IF
               MOVE W-BLOCK-CATEGORIES(W-BLOCK-SUB:1) TO RC-VERB(3:1)
               MOVE JI-KEY(1:10) TO RC-NUMBER
               MOVE W-TODAY TO RC-DATE
               WRITE RECENT-CHANGE-REC
               ADD 1 TO W-RC-WRITTEN
               ADD 1 TO W-BLOCKS-WRITTEN
           END-IF.

      *----------------------------------------------------------------
      *    COLLECTIONS -- a treatment entry names the account; every
      *    number on it gets the verb, so a PBX trunk group is denied
      *    or restored as one.
      *----------------------------------------------------------------
       ORDER-ONE-TREATMENT.
           EVALUATE JI-OPERATION
               WHEN 'TOLL-DENY'
                   MOVE 'DNY' TO W-ORDER-VERB
               WHEN 'TOLL-SUSPEND'
                   MOVE 'SUS' TO W-ORDER-VERB
               WHEN 'TOLL-RESTORE'
                   MOVE 'RST' TO W-ORDER-VERB
               WHEN OTHER
                   GO TO ORDER-ONE-TREATMENT-EXIT
           END-EVALUATE.
           MOVE JI-AFTER-POS TO W-ORDER-POS.
           MOVE 2 TO W-PC-BUCKET.
           MOVE 0 TO W-PC-PAIR.
           MOVE 'Y' TO W-PHONE-FOUND.
           PERFORM ORDER-ONE-LINE UNTIL NOT W-PHONE-STREAMED.
       ORDER-ONE-TREATMENT-EXIT.
           CONTINUE.

       ORDER-ONE-LINE.
           CALL 'NEXT-ACCOUNT-PHONE' USING W-ORDER-POS,
               W-PHONE-CURSOR, W-ACCOUNT-PHONE, W-PHONE-FOUND.
           IF W-PHONE-STREAMED THEN
               MOVE SPACES TO RECENT-CHANGE-REC
               MOVE W-ORDER-VERB TO RC-VERB
               MOVE W-ACCOUNT-PHONE(6:10) TO RC-NUMBER
               MOVE W-TODAY TO RC-DATE
               WRITE RECENT-CHANGE-REC
               ADD 1 TO W-RC-WRITTEN
               ADD 1 TO W-ORDERS-WRITTEN
           END-IF.

       READ-ONE-HISTORY-ROW.
           READ PHONE-HISTORY-IN
               AT END
      *    switch dump, each side's extras reported.
      *----------------------------------------------------------------
       FULL-AUDIT.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           MOVE 2 TO W-BUCKET.
           PERFORM COLLECT-ONE-BUCKET
               UNTIL W-BUCKET > W-BUCKET-FILE-SIZE.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT SWITCH-DUMP-FILE.
           DISPLAY "  ON SWITCH, NOT BILLING:  ", W-SHOW-COUNT.
           MOVE W-BILLING-ONLY TO W-SHOW-COUNT.
           DISPLAY "  BILLED, NOT ON SWITCH:   ", W-SHOW-COUNT.
           MOVE W-DENIED-CURRENT TO W-SHOW-COUNT.
           DISPLAY "  DENIED, BILLING CURRENT: ", W-SHOW-COUNT.
           MOVE W-OWED-NOT-DENIED TO W-SHOW-COUNT.
           DISPLAY "  TREATED, NOT DENIED:     ", W-SHOW-COUNT.
       FULL-AUDIT-EXIT.
           CONTINUE.

                   MOVE BR-KEY(X-PAIR)(6:10)
                       TO W-BIL-NUMBER(W-BIL-COUNT)
                   MOVE 'N' TO W-BIL-MATCHED(W-BIL-COUNT)
                   CALL 'GET-TREATMENT-STATUS' USING BR-LINK(X-PAIR),
                       W-TREATMENT
                   EVALUATE W-TREATMENT
                       WHEN '2'
                           MOVE 'D' TO W-BIL-STATE(W-BIL-COUNT)
                       WHEN '3'
                           MOVE 'S' TO W-BIL-STATE(W-BIL-COUNT)
                       WHEN OTHER
                           MOVE SPACE TO W-BIL-STATE(W-BIL-COUNT)
                   END-EVALUATE
               ELSE
                   DISPLAY "  AUDIT TABLE FULL; RERUN BY EXCHANGE"
               END-IF
                       IF W-BIL-NUMBER(W-SUB) = SD-NUMBER THEN
                           SET W-NUMBER-MATCHED TO TRUE
                           MOVE 'Y' TO W-BIL-MATCHED(W-SUB)
                           MOVE W-SUB TO W-HIT-SUB
                       END-IF
                   END-PERFORM
                   IF NOT W-NUMBER-MATCHED THEN
                       ADD 1 TO W-SWITCH-ONLY
                       DISPLAY "  ON SWITCH, NOT IN BILLING: ",
                           SD-NUMBER
                   ELSE
                       PERFORM MATCH-TREATMENT-STATE
                   END-IF
           END-READ.

      *    the line is on both sides; its collections treatment must
      *    agree too -- a denial billing has cleared is a customer
      *    paid up and still cut off, and a billing step the switch
      *    never got is service the collections desk thinks stopped
       MATCH-TREATMENT-STATE.
           IF SD-STATE = W-BIL-STATE(W-HIT-SUB) THEN
               CONTINUE
           ELSE IF W-BIL-STATE(W-HIT-SUB) = SPACE THEN
               ADD 1 TO W-DENIED-CURRENT
               DISPLAY "  DENIED ON SWITCH, CURRENT IN BILLING: ",
                   SD-NUMBER, " ", SD-STATE
           ELSE
               ADD 1 TO W-OWED-NOT-DENIED
               DISPLAY "  TREATMENT ", W-BIL-STATE(W-HIT-SUB),
                   " IN BILLING, SWITCH SHOWS '", SD-STATE, "': ",
                   SD-NUMBER.

       REPORT-BILLING-ONLY.
           IF W-BIL-MATCHED(W-SUB) NOT = 'Y' THEN
               ADD 1 TO W-BILLING-ONLY
