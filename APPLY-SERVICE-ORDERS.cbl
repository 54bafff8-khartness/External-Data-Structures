      *    this same record shape, and the morning run points here via
      *    DL100_ORDER_FILE=S:\COBOL\PENDTXN.DAT to apply them in
      *    order, reporting anything that no longer applies cleanly.
      *    A move order ('M') is a transfer of service, applied as
      *    one piece once everything it needs has checked out: the
      *    service address changes; when the new address lies in
      *    another rate center the number picked at entry replaces
      *    the old one, which gets an intercept referring callers to
      *    it until the reuse quarantine ends (a phone change order
      *    leaves the same intercept, unless the customer chose the
      *    recording or no referral when it was taken); the move fee
      *    posts from the one-time charge catalog; a change of zone is
      *    prorated for the part of the cycle already spent; and a
      *    SERVICE-MOVE journal entry puts the new location on the
      *    night's E911 delta.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-DEPOSIT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\DEPOSIT.DAT'.
       01  W-CONTRACT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CONTRACT.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-PHONE-HISTORY-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-PLANCHG-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\PLANCHG.DAT'.
       01  W-NUMINV-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NUMINV.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-NPANXX-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NPANXX.DAT'.
       01  W-OTCCAT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\OTCCAT.DAT'.
       01  W-ZONE-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\ZONECHG.DAT'.
       01  W-INTERCEPT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\INTERCPT.DAT'.
       01  W-ADJ-FILENAME      PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.

       01  W-OVERRIDE-FILENAME PIC X(512).
       01  W-ORDER-STATUS      PIC XX.

       01  W-JOURNAL-PLAN-OP   PIC X(15) VALUE 'PLAN-CHANGE'.
       01  W-JOURNAL-CLOSE-OP  PIC X(15) VALUE 'CLOSE-ACCT'.
       01  W-JOURNAL-MOVE-OP   PIC X(15) VALUE 'SERVICE-MOVE'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

      *    Move orders -- the number swap when the rate center
      *    changes, the intercept left on the old number, the move
      *    fee, and the zone proration.
       01  W-MOVE-PHONE-POS    PIC 9(9) COMP.
       01  W-MOVE-SW           PIC X.
           88  W-NUMBER-CHANGES    VALUE 'Y'.
       01  W-MOVE-FOUND        PIC X.
           88  W-MOVE-MASTER-FOUND VALUE 'Y'.
       01  W-MOVE-NAME         PIC X(30).
       01  W-MOVE-OLD-ADDRESS  PIC X(40).
       01  W-MOVE-PLAN         PIC X(4).
       01  W-MOVE-STATUS-CODE  PIC X.
       01  W-MOVE-OLD-PHONE10  PIC 9(10).
       01  W-MOVE-NEW-PHONE10  PIC 9(10).
       01  W-MOVE-FEE-CODE     PIC X(4) VALUE 'MOVE'.
       01  L-OTC-STATUS        PIC 9.
       01  W-INV-STATUS        PIC 9.
       01  W-INV-STATE         PIC X.
       01  W-ICP-TREATMENT     PIC X.
       01  W-ICP-EXPIRES       PIC 9(8).
       01  W-ICP-OLD-PHONE10   PIC 9(10).
       01  W-ICP-NEW-PHONE10   PIC 9(10).
       01  W-ICP-LINE-POS      PIC 9(9) COMP.
       01  W-ICP-CHOSEN        PIC X.
           88  W-ICP-CHOICE-MADE   VALUE 'R' 'N' 'X'.
       01  W-ICP-CHOSEN-PHONE  PIC 9(10).
       01  W-ICP-CHOSEN-EXPIRES PIC 9(8).
       01  W-ICP-STAMP-DATE    PIC 9(8).
       01  W-QUARANTINE-DAYS   PIC 9(5).
       01  W-DAY-INT           PIC 9(9) COMP.
       01  W-ZONE-EXCHANGE     PIC 9(6).
       01  W-ZONE-INDEX        PIC 9(5) COMP.
       01  W-ZONE-RATE-CENTER  PIC X(10).
       01  W-ZONE-LATA         PIC 9(3).
       01  W-ZONE-OLD-MONTHLY  PIC 9(3)V99.
       01  W-ZONE-NEW-MONTHLY  PIC 9(3)V99.
       01  W-BILL-CYCLE        PIC 99.
       01  W-CYCLE-DATE.
           05  W-CYCLE-YYYY    PIC 9(4).
           05  W-CYCLE-MM      PIC 99.
           05  W-CYCLE-DD      PIC 99.
       01  W-CYCLE-DATE-N REDEFINES W-CYCLE-DATE PIC 9(8).
       01  W-ELAPSED-DAYS      PIC S9(5) COMP.
       01  W-ZONE-ADJUST       PIC S9(9)V99.
       01  W-NEW-BALANCE       PIC S9(9)V99.
       01  W-ADJ-TYPE          PIC X.
       01  W-ADJ-AMOUNT        PIC 9(7)V99.
       01  W-ADJ-REASON        PIC X(4) VALUE 'ZONE'.
       01  W-ADJ-MEMO          PIC X(40).
       01  W-ADJ-OPERATOR      PIC X(8).
       01  W-ADJ-APPROVER      PIC X(8) VALUE SPACES.


       01  W-ORDERS-APPLIED    PIC 9(9) COMP VALUE 0.
       01  W-ORDERS-FAILED     PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-PLAN-CHANGES' USING W-PLANCHG-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-DEPOSITS' USING W-DEPOSIT-FILENAME.
           CALL 'OPEN-CONTRACTS' USING W-CONTRACT-FILENAME.
           CALL 'OPEN-NUMBER-INVENTORY' USING W-NUMINV-FILENAME.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.
           CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME.
           CALL 'OPEN-ADJUSTMENTS' USING W-ADJ-FILENAME.

           DISPLAY " ".
           DISPLAY "SERVICE ORDER APPLY - ", W-TODAY.
           PERFORM NOTE-ALL-STATUSES.
           PERFORM APPLY-DUE-ORDERS.

           CALL 'CLOSE-ADJUSTMENTS'.
           CALL 'CLOSE-FACILITIES'.
           CALL 'CLOSE-NUMBER-INVENTORY'.
           CALL 'CLOSE-CONTRACTS'.
           CALL 'CLOSE-DEPOSITS'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-PLAN-CHANGES'.
                   PERFORM APPLY-PLAN-ORDER
               WHEN 'C'
                   PERFORM APPLY-CLOSE-ORDER
               WHEN 'M'
                   PERFORM APPLY-MOVE-ORDER THRU APPLY-MOVE-ORDER-EXIT
               WHEN OTHER
                   MOVE 'N' TO W-APPLY-OK
                   DISPLAY "  ORDER ", SI-ORDER,
           IF NOT STATUS-OK THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": NEW PHONE REFUSED"
               GO TO APPLY-PHONE-ORDER-EXIT.
           MOVE SI-OLD-PHONE(6:10) TO W-ICP-OLD-PHONE10.
           MOVE SI-NEW-PHONE(6:10) TO W-ICP-NEW-PHONE10.
           PERFORM REFER-OLD-NUMBER THRU REFER-OLD-NUMBER-EXIT.
       APPLY-PHONE-ORDER-EXIT.
           CONTINUE.

       APPLY-CLOSE-ORDER-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    MOVE ORDER -- everything that can refuse the order is asked
      *    before anything changes, so a move either lands whole or
      *    leaves the account as it was and reports why.
      *----------------------------------------------------------------
       APPLY-MOVE-ORDER.
           MOVE SI-OLD-PHONE(6:10) TO W-MOVE-OLD-PHONE10.
           MOVE SI-NEW-PHONE(6:10) TO W-MOVE-NEW-PHONE10.
           MOVE 'N' TO W-MOVE-SW.
           IF SI-NEW-PHONE NOT = SI-OLD-PHONE THEN
               SET W-NUMBER-CHANGES TO TRUE
           END-IF.
           MOVE SI-ACCOUNT TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING L-POSITION, W-ACCOUNT.
           IF L-POSITION = 0 THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": ACCOUNT NOT ON FILE"
               GO TO APPLY-MOVE-ORDER-RETURN.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-MOVE-FOUND,
               W-ACCOUNT, W-MOVE-NAME, W-MOVE-OLD-ADDRESS,
               W-MOVE-PLAN, W-MOVE-STATUS-CODE.
           IF NOT W-MOVE-MASTER-FOUND OR
                   W-MOVE-STATUS-CODE NOT = 'A' THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": ACCOUNT NOT ACTIVE"
               GO TO APPLY-MOVE-ORDER-RETURN.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-MOVE-PHONE-POS,
               SI-OLD-PHONE.
           IF W-MOVE-PHONE-POS NOT = L-POSITION THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": PHONE NO LONGER ON",
                   " THE ACCOUNT"
               GO TO APPLY-MOVE-ORDER-RETURN.
           IF W-NUMBER-CHANGES THEN
               MOVE W-MOVE-OLD-PHONE10 TO W-PORT-PHONE
               CALL 'GET-PORT-STATUS' USING W-PORT-PHONE,
                   W-PORT-STATUS, W-PORT-DIRECTION, W-PORT-CARRIER,
                   W-PORT-REQ-DATE, W-PORT-POS, W-PORT-FILENAME
               IF W-PORT-STATUS = 'P' OR W-PORT-STATUS = 'C' THEN
                   MOVE 'N' TO W-APPLY-OK
                   DISPLAY "  ORDER ", SI-ORDER, ": OLD NUMBER HAS A",
                       " PORT IN PROGRESS"
                   GO TO APPLY-MOVE-ORDER-RETURN
               END-IF
               CALL 'SEARCH-CUSTOMER-PHONE' USING W-MOVE-PHONE-POS,
                   SI-NEW-PHONE
               IF W-MOVE-PHONE-POS NOT = 0 THEN
                   MOVE 'N' TO W-APPLY-OK
                   DISPLAY "  ORDER ", SI-ORDER, ": NEW NUMBER ALREADY",
                       " IN SERVICE"
                   GO TO APPLY-MOVE-ORDER-EXIT
               END-IF
           END-IF.

           CALL 'CHANGE-MASTER-ADDRESS' USING L-STATUS, L-POSITION,
               SI-ADDRESS.
           IF NOT STATUS-OK THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": ADDRESS CHANGE FAILED"
               GO TO APPLY-MOVE-ORDER-RETURN.
           IF W-NUMBER-CHANGES THEN
               PERFORM MOVE-TO-NEW-NUMBER THRU MOVE-TO-NEW-NUMBER-EXIT
               IF W-APPLY-OK NOT = 'Y' THEN
                   CALL 'CHANGE-MASTER-ADDRESS' USING L-STATUS,
                       L-POSITION, W-MOVE-OLD-ADDRESS
                   GO TO APPLY-MOVE-ORDER-RETURN
               END-IF
           END-IF.

           CALL 'APPLY-ONE-TIME-CHARGE' USING L-OTC-STATUS,
               L-POSITION, W-MOVE-FEE-CODE, W-OTCCAT-FILENAME.
           IF L-OTC-STATUS NOT = 0 THEN
               DISPLAY "  ORDER ", SI-ORDER, ": NO ", W-MOVE-FEE-CODE,
                   " CHARGE ON THE CATALOG; MOVE FEE NOT POSTED"
           END-IF.
           IF W-NUMBER-CHANGES THEN
               PERFORM PRORATE-ZONE-CHANGE
                   THRU PRORATE-ZONE-CHANGE-EXIT
           END-IF.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-MOVE-OLD-PHONE10 TO W-JOURNAL-KEY(1:10).
           MOVE W-MOVE-NEW-PHONE10 TO W-JOURNAL-KEY(12:10).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-MOVE-OP,
               W-JOURNAL-KEY, W-JOURNAL-BEFORE, L-POSITION.
           GO TO APPLY-MOVE-ORDER-EXIT.
      *    a refused move hands the number picked for it at entry
      *    back to the pool -- unless someone else holds it now
       APPLY-MOVE-ORDER-RETURN.
           IF W-NUMBER-CHANGES THEN
               MOVE 'A' TO W-INV-STATE
               CALL 'MARK-NUMBER-STATE' USING W-INV-STATUS,
                   W-MOVE-NEW-PHONE10, W-INV-STATE
           END-IF.
       APPLY-MOVE-ORDER-EXIT.
           CONTINUE.

      *    the old number retires to the phone history and the aging
      *    pool as any phone change does, and its intercept refers
      *    callers to the new one for as long as the quarantine holds
      *    it out of reuse
       MOVE-TO-NEW-NUMBER.
           CALL 'DELETE-CUSTOMER-PHONE' USING L-STATUS, SI-OLD-PHONE,
               L-POSITION.
           IF NOT STATUS-OK THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": OLD PHONE NOT ON FILE"
               GO TO MOVE-TO-NEW-NUMBER-EXIT.
           CALL 'ADD-CUSTOMER-PHONE' USING L-STATUS, SI-NEW-PHONE,
               L-POSITION.
           IF NOT STATUS-OK THEN
               MOVE 'N' TO W-APPLY-OK
               DISPLAY "  ORDER ", SI-ORDER, ": NEW PHONE REFUSED"
               CALL 'ADD-CUSTOMER-PHONE' USING L-STATUS, SI-OLD-PHONE,
                   L-POSITION
               GO TO MOVE-TO-NEW-NUMBER-EXIT.
           MOVE W-MOVE-OLD-PHONE10 TO W-ICP-OLD-PHONE10.
           MOVE W-MOVE-NEW-PHONE10 TO W-ICP-NEW-PHONE10.
           PERFORM REFER-OLD-NUMBER THRU REFER-OLD-NUMBER-EXIT.
       MOVE-TO-NEW-NUMBER-EXIT.
           CONTINUE.

      *    The old number's intercept, for as long as the quarantine
      *    holds it out of reuse: callers are referred to the new
      *    number unless the customer chose the recording or no
      *    referral when the order was taken -- that choice was left
      *    on the intercept file undated, and is dated now.  A shared
      *    line still working on another account gets none.
       REFER-OLD-NUMBER.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-ICP-LINE-POS,
               SI-OLD-PHONE.
           IF W-ICP-LINE-POS NOT = 0 THEN
               GO TO REFER-OLD-NUMBER-EXIT.
           CALL 'GET-INTERCEPT' USING W-ICP-OLD-PHONE10, W-ICP-CHOSEN,
               W-ICP-CHOSEN-PHONE, W-ICP-CHOSEN-EXPIRES,
               W-ICP-STAMP-DATE, W-INTERCEPT-FILENAME.
           MOVE 'R' TO W-ICP-TREATMENT.
           IF W-ICP-CHOICE-MADE AND W-ICP-CHOSEN-EXPIRES = 0 THEN
               MOVE W-ICP-CHOSEN TO W-ICP-TREATMENT
               IF W-ICP-CHOSEN-PHONE NOT = 0 THEN
                   MOVE W-ICP-CHOSEN-PHONE TO W-ICP-NEW-PHONE10
               END-IF
           END-IF.
           IF W-ICP-TREATMENT NOT = 'R' THEN
               MOVE 0 TO W-ICP-NEW-PHONE10
           END-IF.
           ACCEPT W-QUARANTINE-DAYS FROM ENVIRONMENT
               "DL100_NUMBER_QUARANTINE_DAYS".
           IF W-QUARANTINE-DAYS = 0 THEN
               MOVE 90 TO W-QUARANTINE-DAYS
           END-IF.
           COMPUTE W-DAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY)
               + W-QUARANTINE-DAYS.
           COMPUTE W-ICP-EXPIRES = FUNCTION DATE-OF-INTEGER(W-DAY-INT).
           CALL 'WRITE-INTERCEPT' USING W-ICP-OLD-PHONE10,
               W-ICP-TREATMENT, W-ICP-NEW-PHONE10, W-ICP-EXPIRES,
               W-INTERCEPT-FILENAME.
       REFER-OLD-NUMBER-EXIT.
           CONTINUE.

      *    The cycle bills the zone charge at the line's state on the
      *    day it runs, so the whole of the current cycle would go
      *    out at the new zone's rate.  The days already spent at the
      *    old address -- since the last cycle day, on a thirty-day
      *    month as OUTAGE-CREDIT counts it -- are put right here as
      *    a debit or credit adjustment for the difference.
       PRORATE-ZONE-CHANGE.
           MOVE W-MOVE-OLD-PHONE10(1:6) TO W-ZONE-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-ZONE-EXCHANGE, W-ZONE-INDEX,
               W-ZONE-RATE-CENTER, W-ZONE-LATA.
           CALL 'GET-ZONE-CHARGE' USING W-ZONE-RATE-CENTER,
               W-ZONE-OLD-MONTHLY, W-ZONE-FILENAME.
           MOVE W-MOVE-NEW-PHONE10(1:6) TO W-ZONE-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-ZONE-EXCHANGE, W-ZONE-INDEX,
               W-ZONE-RATE-CENTER, W-ZONE-LATA.
           CALL 'GET-ZONE-CHARGE' USING W-ZONE-RATE-CENTER,
               W-ZONE-NEW-MONTHLY, W-ZONE-FILENAME.
           IF W-ZONE-OLD-MONTHLY = W-ZONE-NEW-MONTHLY THEN
               GO TO PRORATE-ZONE-CHANGE-EXIT.
           CALL 'GET-BILL-CYCLE' USING L-POSITION, W-BILL-CYCLE.
           IF W-BILL-CYCLE = 0 THEN
               MOVE 1 TO W-BILL-CYCLE
           END-IF.
           IF W-BILL-CYCLE > 28 THEN
               MOVE 28 TO W-BILL-CYCLE
           END-IF.
           MOVE SI-EFFECTIVE TO W-CYCLE-DATE-N.
           IF W-CYCLE-DD < W-BILL-CYCLE THEN
               IF W-CYCLE-MM = 1 THEN
                   MOVE 12 TO W-CYCLE-MM
                   SUBTRACT 1 FROM W-CYCLE-YYYY
               ELSE
                   SUBTRACT 1 FROM W-CYCLE-MM
               END-IF
           END-IF.
           MOVE W-BILL-CYCLE TO W-CYCLE-DD.
           COMPUTE W-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(SI-EFFECTIVE) -
               FUNCTION INTEGER-OF-DATE(W-CYCLE-DATE-N).
           IF W-ELAPSED-DAYS > 30 THEN
               MOVE 30 TO W-ELAPSED-DAYS
           END-IF.
           IF W-ELAPSED-DAYS <= 0 THEN
               GO TO PRORATE-ZONE-CHANGE-EXIT.
           COMPUTE W-ZONE-ADJUST ROUNDED =
               (W-ZONE-OLD-MONTHLY - W-ZONE-NEW-MONTHLY)
               * W-ELAPSED-DAYS / 30.
           IF W-ZONE-ADJUST = 0 THEN
               GO TO PRORATE-ZONE-CHANGE-EXIT.
           CALL 'POST-AR-CHARGE' USING L-POSITION, W-ZONE-ADJUST,
               W-NEW-BALANCE.
           IF W-ZONE-ADJUST < 0 THEN
               MOVE 'C' TO W-ADJ-TYPE
               COMPUTE W-ADJ-AMOUNT = 0 - W-ZONE-ADJUST
           ELSE
               MOVE 'D' TO W-ADJ-TYPE
               MOVE W-ZONE-ADJUST TO W-ADJ-AMOUNT
           END-IF.
           MOVE SPACES TO W-ADJ-MEMO.
           STRING 'ZONE PRORATION MOVE ORDER ' DELIMITED BY SIZE
               SI-ORDER DELIMITED BY SIZE
               INTO W-ADJ-MEMO.
           MOVE SI-OPERATOR TO W-ADJ-OPERATOR.
           CALL 'WRITE-ADJUSTMENT' USING L-POSITION, W-ACCOUNT,
               W-ADJ-TYPE, W-ADJ-AMOUNT, W-ADJ-REASON, W-ADJ-MEMO,
               W-ADJ-OPERATOR, W-ADJ-APPROVER.
       PRORATE-ZONE-CHANGE-EXIT.
           CONTINUE.

       LOG-ORDER-EVENT-X.
           MOVE ORDER-IN-REC TO ORDER-OUT-REC.
           MOVE 'X' TO SO-STATUS.
