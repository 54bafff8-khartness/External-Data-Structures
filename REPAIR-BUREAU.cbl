      *    during a billing call.  The aging report shows every
      *    ticket still open, and the monthly summary gives
      *    mean-time-to-repair by trouble code.
      *    The dispatch list is also written to the DISPATCH spool,
      *    each ticket under its account's home branch, so the
      *    morning burst sends every office's garage its own
      *    technicians' day.
      *    Installs booked on the order desk's appointment book go on
      *    the same list, next to the tickets, each under its AM or
      *    PM window.  The dispatcher closes each visit kept or missed;
      *    a missed one credits the customer the tariffed
      *    missed-appointment amount (catalog code MISA) through
      *    WRITE-ADJUSTMENT and can be rebooked into an open slot on
      *    the spot.  The dispatcher also keeps each exchange's
      *    technician count here, standing or for a given day, which
      *    is the capacity the order desk books against.
      *    Every ticket and install carries the line's cable, pair and
      *    terminal from the facility file, so the technician goes to
      *    the right binding post.  When a pair tests bad the
      *    dispatcher marks it defective (or reserved, or a repaired
      *    one spare again) and a working line on it is moved to the
      *    next spare pair in the exchange on the spot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-OPERATOR-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\OPERATOR.DAT'.
       01  W-APPOINT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\APPOINT.DAT'.
       01  W-TECHCAP-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\TECHCAP.DAT'.
       01  W-OTCCAT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-ADJ-FILENAME      PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.

       01  W-TICKET-STATUS     PIC XX.
       01  W-CONTROL-POS       PIC 9(9) COMP.
       01  W-SHOW-MEAN         PIC ZZZZ9.9.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

      *    Branch-burst spool line
       01  W-SPOOL-NAME        PIC X(8) VALUE 'DISPATCH'.
       01  W-SPOOL-BRANCH      PIC X(2).
       01  W-PRINT-CONTROL     PIC X VALUE SPACE.
       01  W-PRINT-TEXT        PIC X(100).

      *    Install appointment book, consolidated -- latest event per
      *    service order
       01  W-APPOINT-TABLE.
           05  W-APT-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-APT-ENTRY     OCCURS 2000 TIMES.
               10  W-APT-ORDER     PIC 9(9).
               10  W-APT-EVENT     PIC X.
               10  W-APT-NPANXX    PIC 9(6).
               10  W-APT-DATE      PIC 9(8).
               10  W-APT-WINDOW    PIC X.
               10  W-APT-ACCOUNT   PIC 9(9).
               10  W-APT-PHONE     PIC 9(10).
       01  W-ASUB              PIC 9(4) COMP.
       01  W-AHIT              PIC 9(4) COMP.
       01  W-INSTALL-WINDOW    PIC X.
       01  W-SHOW-WINDOW       PIC X(2).

       01  W-APPT-ORDER        PIC 9(9).
       01  W-APPT-EVENT        PIC X.
       01  W-APPT-OUTCOME      PIC X.
           88  W-APPT-KEPT         VALUE 'K'.
           88  W-APPT-MISSED       VALUE 'M'.
       01  W-APPT-DATE         PIC 9(8).
       01  W-APPT-WINDOW       PIC X.
           88  W-APPT-WINDOW-VALID VALUE 'A' 'P'.
       01  W-APPT-AM-OPEN      PIC 99.
       01  W-APPT-PM-OPEN      PIC 99.
       01  W-APPT-DAY          PIC 9.
       01  W-APPT-DAY-INT      PIC 9(9) COMP.
       01  W-APPT-DAYS-OPEN    PIC 9 COMP.
       01  W-APPT-ANSWER       PIC X.

      *    missed-appointment credit, priced from the one-time charge
      *    catalog and posted as a credit adjustment
       01  W-MISSED-CODE       PIC X(4) VALUE 'MISA'.
       01  W-MISSED-AMOUNT     PIC 9(5)V99.
       01  W-AR-AMOUNT         PIC S9(9)V99.
       01  W-NEW-BALANCE       PIC S9(9)V99.
       01  W-ADJ-TYPE          PIC X VALUE 'C'.
       01  W-ADJ-AMOUNT        PIC 9(7)V99.
       01  W-ADJ-MEMO          PIC X(40).
       01  W-ADJ-APPROVER      PIC X(8) VALUE SPACES.
       01  W-SHOW-AMOUNT       PIC $$,$$9.99.

      *    technician capacity entry
       01  W-CAP-NPANXX        PIC 9(6).
       01  W-CAP-DATE          PIC 9(8).
       01  W-CAP-TECHS         PIC 99.
       01  W-CAP-OLD-TECHS     PIC 99.

      *    the line's outside-plant pair, and pair status entry
       01  W-FAC-STATUS        PIC 9.
           88  W-FAC-OK            VALUE 0.
       01  W-FAC-PHONE         PIC 9(10).
       01  W-FAC-CABLE         PIC X(6).
       01  W-FAC-PAIR          PIC 9(4).
       01  W-FAC-TERMINAL      PIC X(10).
       01  W-FAC-LINE          PIC X(40).
       01  W-FAC-NPANXX        PIC 9(6).
       01  W-FAC-STATE         PIC X.
           88  W-FAC-STATE-VALID   VALUE 'S' 'D' 'R'.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-NOTES' USING W-NOTES-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-ADJUSTMENTS' USING W-ADJ-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.
           PERFORM OPEN-TICKET-CONTROL.
           PERFORM LOAD-TICKETS.
           PERFORM LOAD-APPOINTMENTS.

           PERFORM SHOW-MENU UNTIL W-DONE.

           PERFORM SAVE-TICKET-CONTROL.
           CLOSE TICKET-CONTROL-FILE.
           CALL 'CLOSE-FACILITIES'.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-ADJUSTMENTS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-NOTES'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           DISPLAY "  3. Close a ticket".
           DISPLAY "  4. Open-ticket aging".
           DISPLAY "  5. Monthly repair summary".
           DISPLAY "  6. Close an install appointment".
           DISPLAY "  7. Technician capacity".
           DISPLAY "  8. Pair status".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
                   PERFORM AGE-OPEN-TICKETS
               WHEN 5
                   PERFORM MONTHLY-SUMMARY
               WHEN 6
                   PERFORM CLOSE-ONE-INSTALL
                       THRU CLOSE-ONE-INSTALL-EXIT
               WHEN 7
                   PERFORM TECH-CAPACITY-ENTRY
                       THRU TECH-CAPACITY-ENTRY-EXIT
               WHEN 8
                   PERFORM PAIR-STATUS-ENTRY
                       THRU PAIR-STATUS-ENTRY-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           DISPLAY "  Account: ", W-ACCOUNT, "  ", W-NAME.
           MOVE W-PHONE10 TO W-FAC-PHONE.
           PERFORM DESCRIBE-FACILITY.
           DISPLAY "  ", W-FAC-LINE.
           DISPLAY "  Trouble code: " WITH NO ADVANCING.
           ACCEPT W-TROUBLE-CODE.
           DISPLAY "  Appointment date (YYYYMMDD): "
       DISPATCH-LIST.
           DISPLAY " ".
           DISPLAY "DISPATCH LIST - ", W-TODAY.
           MOVE '**' TO W-SPOOL-BRANCH.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "DISPATCH LIST - " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           PERFORM DISPATCH-ONE-TICKET
               THRU DISPATCH-ONE-TICKET-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TKT-COUNT.
           MOVE 'A' TO W-INSTALL-WINDOW.
           PERFORM DISPATCH-ONE-INSTALL
               THRU DISPATCH-ONE-INSTALL-EXIT
               VARYING W-ASUB FROM 1 BY 1
               UNTIL W-ASUB > W-APT-COUNT.
           MOVE 'P' TO W-INSTALL-WINDOW.
           PERFORM DISPATCH-ONE-INSTALL
               THRU DISPATCH-ONE-INSTALL-EXIT
               VARYING W-ASUB FROM 1 BY 1
               UNTIL W-ASUB > W-APT-COUNT.

       DISPATCH-ONE-TICKET.
           IF W-TKT-EVENT(W-SUB) = 'C' THEN
               W-TKT-CODE(W-SUB), "  ", W-TKT-PHONE(W-SUB),
               "  APPT ", W-TKT-APPT(W-SUB).
           DISPLAY "    ", W-NAME, "  ", W-ADDRESS.
           MOVE W-TKT-PHONE(W-SUB) TO W-FAC-PHONE.
           PERFORM DESCRIBE-FACILITY.
           DISPLAY "    ", W-FAC-LINE.
           CALL 'GET-HOME-BRANCH' USING L-POSITION, W-SPOOL-BRANCH.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "TICKET " DELIMITED BY SIZE
               W-TKT-NUMBER(W-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-TKT-CODE(W-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-TKT-PHONE(W-SUB) DELIMITED BY SIZE
               "  APPT " DELIMITED BY SIZE
               W-TKT-APPT(W-SUB) DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  " DELIMITED BY SIZE
               W-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-ADDRESS DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  " DELIMITED BY SIZE
               W-FAC-LINE DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           IF W-TKT-EVENT(W-SUB) NOT = 'D' THEN
               MOVE SPACES TO TICKET-REC
               MOVE W-TKT-NUMBER(W-SUB) TO TT-TICKET
       DISPATCH-ONE-TICKET-EXIT.
           CONTINUE.

      *    a booked install for today, or one from an earlier day
      *    nobody has closed yet, in the window being listed
       DISPATCH-ONE-INSTALL.
           IF W-APT-EVENT(W-ASUB) NOT = 'B' THEN
               GO TO DISPATCH-ONE-INSTALL-EXIT.
           IF W-APT-DATE(W-ASUB) > W-TODAY THEN
               GO TO DISPATCH-ONE-INSTALL-EXIT.
           IF W-APT-WINDOW(W-ASUB) NOT = W-INSTALL-WINDOW THEN
               GO TO DISPATCH-ONE-INSTALL-EXIT.
           IF W-INSTALL-WINDOW = 'A' THEN
               MOVE 'AM' TO W-SHOW-WINDOW
           ELSE
               MOVE 'PM' TO W-SHOW-WINDOW
           END-IF.
           MOVE SPACES TO W-NAME, W-ADDRESS.
           MOVE '**' TO W-SPOOL-BRANCH.
           MOVE W-APT-ACCOUNT(W-ASUB) TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION NOT = 0 THEN
               CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
                   W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN,
                   W-STATUS-CODE
               CALL 'GET-HOME-BRANCH' USING L-POSITION,
                   W-SPOOL-BRANCH
           END-IF.
           DISPLAY "  INSTALL ", W-APT-ORDER(W-ASUB), "  ",
               W-SHOW-WINDOW, "  ", W-APT-PHONE(W-ASUB),
               "  APPT ", W-APT-DATE(W-ASUB).
           DISPLAY "    ", W-NAME, "  ", W-ADDRESS.
           MOVE W-APT-PHONE(W-ASUB) TO W-FAC-PHONE.
           PERFORM DESCRIBE-FACILITY.
           DISPLAY "    ", W-FAC-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "INSTALL " DELIMITED BY SIZE
               W-APT-ORDER(W-ASUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-SHOW-WINDOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-APT-PHONE(W-ASUB) DELIMITED BY SIZE
               "  APPT " DELIMITED BY SIZE
               W-APT-DATE(W-ASUB) DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  " DELIMITED BY SIZE
               W-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-ADDRESS DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "  " DELIMITED BY SIZE
               W-FAC-LINE DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
       DISPATCH-ONE-INSTALL-EXIT.
           CONTINUE.

      *    the line's pair as the technician needs it, or a word that
      *    the plant has none on file for it
       DESCRIBE-FACILITY.
           CALL 'GET-FACILITY' USING W-FAC-STATUS, W-FAC-PHONE,
               W-FAC-CABLE, W-FAC-PAIR, W-FAC-TERMINAL.
           MOVE SPACES TO W-FAC-LINE.
           IF W-FAC-OK THEN
               STRING "CABLE " DELIMITED BY SIZE
                   W-FAC-CABLE DELIMITED BY SIZE
                   " PAIR " DELIMITED BY SIZE
                   W-FAC-PAIR DELIMITED BY SIZE
                   " TERM " DELIMITED BY SIZE
                   W-FAC-TERMINAL DELIMITED BY SIZE
                   INTO W-FAC-LINE
           ELSE
               MOVE "NO PAIR ON FILE" TO W-FAC-LINE
           END-IF.

       SPOOL-LINE.
           CALL 'WRITE-REPORT-LINE' USING W-SPOOL-NAME,
               W-SPOOL-BRANCH, W-PRINT-CONTROL, W-PRINT-TEXT.
           MOVE SPACE TO W-PRINT-CONTROL.

      *----------------------------------------------------------------
      *    CLOSE -- disposition and cleared time, and the account's
      *    notes say the line is back.
           MOVE W-MTR-TICKETS(W-HIT) TO W-SHOW-COUNT.
           DISPLAY "  ", W-MTR-CODE(W-HIT), "  TICKETS ",
               W-SHOW-COUNT, "  MTTR ", W-SHOW-MEAN, " HOURS".

      *----------------------------------------------------------------
      *    APPOINTMENT BOOK -- the order desk's bookings and every
      *    close and rebooking since, last event per order standing.
      *----------------------------------------------------------------
       LOAD-APPOINTMENTS.
           CALL 'LIST-APPOINTMENTS' USING W-APPOINT-TABLE,
               W-APPOINT-FILENAME.

       FIND-ONE-INSTALL.
           IF W-APT-ORDER(W-ASUB) = W-APPT-ORDER THEN
               MOVE W-ASUB TO W-AHIT.

      *----------------------------------------------------------------
      *    CLOSE AN INSTALL -- kept or missed.  A miss is our fault by
      *    tariff, so the customer gets the missed-appointment credit
      *    without having to ask, a note says why, and the visit can
      *    be rebooked into an open slot while the customer is on the
      *    line.
      *----------------------------------------------------------------
       CLOSE-ONE-INSTALL.
           DISPLAY "  Service order number: " WITH NO ADVANCING.
           ACCEPT W-APPT-ORDER.
           MOVE 0 TO W-AHIT.
           PERFORM FIND-ONE-INSTALL
               VARYING W-ASUB FROM 1 BY 1
               UNTIL W-ASUB > W-APT-COUNT OR W-AHIT NOT = 0.
           IF W-AHIT = 0 THEN
               DISPLAY "  No appointment for that order."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           IF W-APT-EVENT(W-AHIT) NOT = 'B' THEN
               DISPLAY "  That visit is already closed."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           DISPLAY "  Booked ", W-APT-DATE(W-AHIT), " window ",
               W-APT-WINDOW(W-AHIT), "  ", W-APT-PHONE(W-AHIT).
           DISPLAY "  K kept, M missed: " WITH NO ADVANCING.
           ACCEPT W-APPT-OUTCOME.
           IF NOT W-APPT-KEPT AND NOT W-APPT-MISSED THEN
               DISPLAY "  Answer K or M."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           MOVE W-APPT-OUTCOME TO W-APPT-EVENT.
           MOVE W-APT-DATE(W-AHIT) TO W-APPT-DATE.
           MOVE W-APT-WINDOW(W-AHIT) TO W-APPT-WINDOW.
           PERFORM APPEND-INSTALL-EVENT.
           IF W-APPT-KEPT THEN
               DISPLAY "  Visit closed as kept."
               GO TO CLOSE-ONE-INSTALL-EXIT.

           PERFORM CREDIT-MISSED-VISIT THRU CREDIT-MISSED-VISIT-EXIT.
           DISPLAY "  Rebook now (Y/N)? " WITH NO ADVANCING.
           ACCEPT W-APPT-ANSWER.
           IF W-APPT-ANSWER NOT = 'Y' THEN
               GO TO CLOSE-ONE-INSTALL-EXIT.
           MOVE 0 TO W-APPT-DAYS-OPEN.
           DISPLAY "  Open install slots, exchange ",
               W-APT-NPANXX(W-AHIT), ":".
           PERFORM SHOW-ONE-INSTALL-DAY
               VARYING W-APPT-DAY FROM 1 BY 1
               UNTIL W-APPT-DAY > 7.
           IF W-APPT-DAYS-OPEN = 0 THEN
               DISPLAY "  None in the coming week."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           DISPLAY "  Appointment date (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT W-APPT-DATE.
           DISPLAY "  Window (A = AM, P = PM): " WITH NO ADVANCING.
           ACCEPT W-APPT-WINDOW.
           IF NOT W-APPT-WINDOW-VALID OR W-APPT-DATE <= W-TODAY THEN
               DISPLAY "  Not a slot on offer; not rebooked."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           CALL 'GET-OPEN-SLOTS' USING W-APT-NPANXX(W-AHIT),
               W-APPT-DATE, W-APPT-AM-OPEN, W-APPT-PM-OPEN,
               W-TECHCAP-FILENAME, W-APPOINT-FILENAME.
           IF (W-APPT-WINDOW = 'A' AND W-APPT-AM-OPEN = 0) OR
                   (W-APPT-WINDOW = 'P' AND W-APPT-PM-OPEN = 0) THEN
               DISPLAY "  That slot is not open; not rebooked."
               GO TO CLOSE-ONE-INSTALL-EXIT.
           MOVE 'B' TO W-APPT-EVENT.
           PERFORM APPEND-INSTALL-EVENT.
           DISPLAY "  Rebooked ", W-APPT-DATE, " window ",
               W-APPT-WINDOW, ".".
       CLOSE-ONE-INSTALL-EXIT.
           CONTINUE.

       SHOW-ONE-INSTALL-DAY.
           COMPUTE W-APPT-DAY-INT = W-TODAY-INT + W-APPT-DAY.
           COMPUTE W-APPT-DATE =
               FUNCTION DATE-OF-INTEGER(W-APPT-DAY-INT).
           CALL 'GET-OPEN-SLOTS' USING W-APT-NPANXX(W-AHIT),
               W-APPT-DATE, W-APPT-AM-OPEN, W-APPT-PM-OPEN,
               W-TECHCAP-FILENAME, W-APPOINT-FILENAME.
           IF W-APPT-AM-OPEN > 0 OR W-APPT-PM-OPEN > 0 THEN
               ADD 1 TO W-APPT-DAYS-OPEN
               DISPLAY "    ", W-APPT-DATE, "  AM ", W-APPT-AM-OPEN,
                   " open  PM ", W-APPT-PM-OPEN, " open"
           END-IF.

      *    the event goes to the book and into the table, so the
      *    session's dispatch list agrees with the file
       APPEND-INSTALL-EVENT.
           CALL 'WRITE-APPOINTMENT' USING W-APT-ORDER(W-AHIT),
               W-APPT-EVENT, W-APT-NPANXX(W-AHIT), W-APPT-DATE,
               W-APPT-WINDOW, W-APT-ACCOUNT(W-AHIT),
               W-APT-PHONE(W-AHIT), W-OPERATOR-ID,
               W-APPOINT-FILENAME.
           MOVE W-APPT-EVENT TO W-APT-EVENT(W-AHIT).
           MOVE W-APPT-DATE TO W-APT-DATE(W-AHIT).
           MOVE W-APPT-WINDOW TO W-APT-WINDOW(W-AHIT).

      *    a catalog without the MISA row posts nothing and says so,
      *    the APPLY-CATALOG-CHARGE rule
       CREDIT-MISSED-VISIT.
           MOVE W-APT-ACCOUNT(W-AHIT) TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION = 0 THEN
               DISPLAY "  Account ", W-APT-ACCOUNT(W-AHIT),
                   " is not on file; no credit posted."
               GO TO CREDIT-MISSED-VISIT-EXIT.
           CALL 'GET-ONE-TIME-CHARGE' USING L-STATUS, W-MISSED-CODE,
               W-MISSED-AMOUNT, W-OTCCAT-FILENAME.
           IF NOT STATUS-OK OR W-MISSED-AMOUNT = 0 THEN
               DISPLAY "  No catalog row for charge ", W-MISSED-CODE,
                   "; no credit posted."
               GO TO CREDIT-MISSED-VISIT-EXIT.
           COMPUTE W-AR-AMOUNT = 0 - W-MISSED-AMOUNT.
           CALL 'POST-AR-CHARGE' USING L-POSITION, W-AR-AMOUNT,
               W-NEW-BALANCE.
           MOVE W-MISSED-AMOUNT TO W-ADJ-AMOUNT.
           MOVE SPACES TO W-ADJ-MEMO.
           STRING 'MISSED INSTALL ORDER ' DELIMITED BY SIZE
               W-APT-ORDER(W-AHIT) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               W-APT-DATE(W-AHIT) DELIMITED BY SIZE
               INTO W-ADJ-MEMO.
           CALL 'WRITE-ADJUSTMENT' USING L-POSITION, W-ACCOUNT,
               W-ADJ-TYPE, W-ADJ-AMOUNT, W-MISSED-CODE, W-ADJ-MEMO,
               W-OPERATOR-ID, W-ADJ-APPROVER.
           MOVE SPACES TO W-NOTE-TEXT.
           STRING 'MISSED INSTALL ' DELIMITED BY SIZE
               W-APT-ORDER(W-AHIT) DELIMITED BY SIZE
               ' - TARIFF CREDIT POSTED' DELIMITED BY SIZE
               INTO W-NOTE-TEXT.
           CALL 'WRITE-NOTE' USING L-POSITION, W-OPERATOR-ID,
               W-NOTE-TEXT.
           MOVE W-MISSED-AMOUNT TO W-SHOW-AMOUNT.
           DISPLAY "  Missed-appointment credit ", W-SHOW-AMOUNT,
               " posted.".
       CREDIT-MISSED-VISIT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    TECHNICIAN CAPACITY -- install technicians per exchange,
      *    as a standing crew (date zero) or for one day, the number
      *    the order desk's open slots are figured from.
      *----------------------------------------------------------------
       TECH-CAPACITY-ENTRY.
           DISPLAY "  Exchange (NPA-NXX): " WITH NO ADVANCING.
           ACCEPT W-CAP-NPANXX.
           DISPLAY "  Date (YYYYMMDD, 0 = standing crew): "
               WITH NO ADVANCING.
           ACCEPT W-CAP-DATE.
           IF W-CAP-DATE NOT = 0 AND W-CAP-DATE < W-TODAY THEN
               DISPLAY "  That date has already passed."
               GO TO TECH-CAPACITY-ENTRY-EXIT.
           CALL 'GET-TECH-CAPACITY' USING W-CAP-NPANXX, W-CAP-DATE,
               W-CAP-OLD-TECHS, W-TECHCAP-FILENAME.
           DISPLAY "  Technicians (now ", W-CAP-OLD-TECHS, "): "
               WITH NO ADVANCING.
           ACCEPT W-CAP-TECHS.
           IF W-CAP-TECHS = W-CAP-OLD-TECHS THEN
               DISPLAY "  No change."
               GO TO TECH-CAPACITY-ENTRY-EXIT.
           CALL 'WRITE-TECH-CAPACITY' USING W-CAP-NPANXX, W-CAP-DATE,
               W-CAP-TECHS, W-OPERATOR-ID, W-TECHCAP-FILENAME.
           DISPLAY "  Capacity updated.".
       TECH-CAPACITY-ENTRY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    PAIR STATUS -- a pair that tests bad goes defective, one
      *    held back for plant work goes reserved, a repaired one goes
      *    back to spare.  A working line on a pair taken out of
      *    service moves to the next spare pair in its exchange.
      *----------------------------------------------------------------
       PAIR-STATUS-ENTRY.
           DISPLAY "  Exchange (NPA-NXX): " WITH NO ADVANCING.
           ACCEPT W-FAC-NPANXX.
           DISPLAY "  Cable: " WITH NO ADVANCING.
           ACCEPT W-FAC-CABLE.
           DISPLAY "  Pair: " WITH NO ADVANCING.
           ACCEPT W-FAC-PAIR.
           DISPLAY "  New state (S spare, D defective, R reserved): "
               WITH NO ADVANCING.
           ACCEPT W-FAC-STATE.
           IF NOT W-FAC-STATE-VALID THEN
               DISPLAY "  Not a valid state."
               GO TO PAIR-STATUS-ENTRY-EXIT.
           CALL 'MARK-FACILITY-STATE' USING W-FAC-STATUS,
               W-FAC-NPANXX, W-FAC-CABLE, W-FAC-PAIR, W-FAC-STATE,
               W-FAC-PHONE.
           IF W-FAC-STATUS = 1 THEN
               DISPLAY "  No such pair on file."
               GO TO PAIR-STATUS-ENTRY-EXIT.
           IF W-FAC-STATUS = 2 THEN
               DISPLAY "  A working pair cannot be made spare here."
               GO TO PAIR-STATUS-ENTRY-EXIT.
           DISPLAY "  Pair status updated.".
           IF W-FAC-PHONE = 0 THEN
               GO TO PAIR-STATUS-ENTRY-EXIT.
           DISPLAY "  Line ", W-FAC-PHONE, " was working on it.".
           CALL 'ASSIGN-FACILITY' USING W-FAC-STATUS, W-FAC-PHONE.
           IF NOT W-FAC-OK THEN
               DISPLAY "  *** NO SPARE PAIR LEFT IN ", W-FAC-NPANXX,
                   " -- LINE HAS NO PAIR ***"
               GO TO PAIR-STATUS-ENTRY-EXIT.
           PERFORM DESCRIBE-FACILITY.
           DISPLAY "  Moved to ", W-FAC-LINE.
       PAIR-STATUS-ENTRY-EXIT.
           CONTINUE.
