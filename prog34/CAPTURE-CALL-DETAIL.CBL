      *    always, '2' bills the callee (an accepted collect call),
      *    and '3' bills the third number carried alongside, which
      *    gets its own callee-leg index entry so the accepting
      *    party's statement can find the call.  A '4' is a calling-
      *    card call; mediation hands in the card account's billed
      *    line as the third number and it is indexed the same way.
      *    Returns 9 when the detail record captured but ADD-PHONE
      *    ran out of overflow chain for one of the legs -- the call
      *    is on file, the caller should report the unindexed leg.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           CALL 'ADD-PHONE' USING W-CALLEE-ADD-STATUS,
               W-CALLEE-PHONE-KEY, L-POSITION, L-DISPOSITION.

           IF L-BILL-DIRECTION = '2' OR L-BILL-DIRECTION = '3' OR
                   L-BILL-DIRECTION = '4' THEN
               CALL 'SET-CALL-BILLING' USING W-BILLING-STATUS,
                   L-POSITION, L-BILL-DIRECTION, L-THIRD-NUMBER
           END-IF.
           IF L-BILL-DIRECTION = '3' OR L-BILL-DIRECTION = '4' THEN
               MOVE W-CALLEE-CODE TO W-THIRD-ADD-STATUS
               MOVE L-THIRD-NUMBER TO W-THIRD-PHONE-KEY
               CALL 'ADD-PHONE' USING W-THIRD-ADD-STATUS,
