      *    statute reads; anything else rounds to nearest).  Hands
      *    back the itemized list for the statement to print one line
      *    per levy, and the total for the amount-due arithmetic.
      *    An account holding an exemption certificate in force on
      *    the bill date still gets a line for each levy it is exempt
      *    from, flagged exempt and carrying no amount, so the
      *    statement shows what was waived and why.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-SUB               PIC 999 COMP.
       01  W-LEVY-AMOUNT       PIC 9(7)V99.
       01  W-RAW-AMOUNT        PIC 9(9)V9999.
       01  W-EXEMPT-SW         PIC X.
           88  W-LEVY-EXEMPT       VALUE 'Y'.

      *    the account's exemption certificate, if any
       01  W-TE-FOUND          PIC X.
           88  W-CERT-IN-FORCE     VALUE 'Y'.
       01  W-TE-CERT-NUMBER    PIC X(15).
       01  W-TE-STATE          PIC X.
       01  W-TE-FEDERAL        PIC X.
       01  W-TE-E911           PIC X.
       01  W-TE-EFFECTIVE      PIC 9(8).
       01  W-TE-EXPIRY         PIC 9(8).

       LINKAGE SECTION.
       01  L-STATE             PIC XX.
               05  L-TAX-LEVY-CODE     PIC X(4).
               05  L-TAX-DESC          PIC X(20).
               05  L-TAX-AMOUNT        PIC 9(7)V99.
               05  L-TAX-EXEMPT        PIC X.
       01  L-TAX-TOTAL         PIC 9(9)V99.
       01  L-POSITION          PIC 9(9) COMP.
       01  L-BILL-DATE         PIC 9(8).

       PROCEDURE DIVISION USING L-STATE, L-TAXABLE-AMOUNT,
               L-TAX-LIST, L-TAX-TOTAL, L-POSITION, L-BILL-DATE.
       COMPUTE-ALL-LEVIES.
           MOVE 0 TO L-TAX-LIST-COUNT, L-TAX-TOTAL.
           CALL 'GET-TAX-EXEMPT' USING L-POSITION, W-TE-FOUND,
               W-TE-CERT-NUMBER, W-TE-STATE, W-TE-FEDERAL, W-TE-E911,
               W-TE-EFFECTIVE, W-TE-EXPIRY.
           IF W-CERT-IN-FORCE THEN
               IF L-BILL-DATE < W-TE-EFFECTIVE OR
                       (W-TE-EXPIRY NOT = 0 AND
                        L-BILL-DATE > W-TE-EXPIRY) THEN
                   MOVE 'N' TO W-TE-FOUND
               END-IF
           END-IF.
           PERFORM TRY-ONE-LEVY THRU TRY-ONE-LEVY-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TAX-COUNT.
           END-IF.
           IF W-LEVY-AMOUNT = 0 THEN
               GO TO TRY-ONE-LEVY-EXIT.
           PERFORM CHECK-EXEMPTION.
           ADD 1 TO L-TAX-LIST-COUNT.
           MOVE W-TX-LEVY-CODE(W-SUB)
               TO L-TAX-LEVY-CODE(L-TAX-LIST-COUNT).
           MOVE W-TX-DESC(W-SUB) TO L-TAX-DESC(L-TAX-LIST-COUNT).
           IF W-LEVY-EXEMPT THEN
               MOVE 0 TO L-TAX-AMOUNT(L-TAX-LIST-COUNT)
               MOVE 'Y' TO L-TAX-EXEMPT(L-TAX-LIST-COUNT)
               GO TO TRY-ONE-LEVY-EXIT.
           MOVE W-LEVY-AMOUNT TO L-TAX-AMOUNT(L-TAX-LIST-COUNT).
           MOVE 'N' TO L-TAX-EXEMPT(L-TAX-LIST-COUNT).
           ADD W-LEVY-AMOUNT TO L-TAX-TOTAL.
       TRY-ONE-LEVY-EXIT.
           CONTINUE.

      *    the E911 surcharge is its own exemption whichever row
      *    carries it; otherwise a 'US' row falls under the federal
      *    flag and anything else under the state flag
       CHECK-EXEMPTION.
           MOVE 'N' TO W-EXEMPT-SW.
           IF W-CERT-IN-FORCE THEN
               IF W-TX-LEVY-CODE(W-SUB) = 'E911' THEN
                   MOVE W-TE-E911 TO W-EXEMPT-SW
               ELSE
                   IF W-TX-STATE(W-SUB) = 'US' THEN
                       MOVE W-TE-FEDERAL TO W-EXEMPT-SW
                   ELSE
                       MOVE W-TE-STATE TO W-EXEMPT-SW
                   END-IF
               END-IF
           END-IF.
