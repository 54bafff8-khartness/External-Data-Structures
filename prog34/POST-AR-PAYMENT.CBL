      *    accumulates it into the period-payments figure the next
      *    statement prints as "payments received".  Creating-on-first-
      *    touch and handing the new balance back, the same way
      *    POST-AR-CHARGE does for the debit side.  The payment goes
      *    through POST-AR-ITEM as a 'P' item and settles the oldest
      *    open items first; a caller paying a named invoice calls
      *    POST-AR-ITEM with the invoice number instead.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-ITEM-TYPE     PIC X VALUE 'P'.
       01  W-REFERENCE     PIC 9(9) VALUE 0.
       01  W-ITEM-DATE     PIC 9(8) VALUE 0.
       01  W-SIGNED        PIC S9(9)V99.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-POSITION, L-AMOUNT, L-NEW-BALANCE.
       POST-PAYMENT.
           COMPUTE W-SIGNED = 0 - L-AMOUNT.
           CALL 'POST-AR-ITEM' USING L-POSITION, W-SIGNED,
               W-ITEM-TYPE, W-REFERENCE, W-ITEM-DATE, L-NEW-BALANCE.
           GOBACK.
