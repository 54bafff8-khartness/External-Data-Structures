      *    debit adjustment) to an account's running AR balance,
      *    creating the balance record the first time the position is
      *    ever touched.  Hands the new balance back so callers can
      *    print it without a second read.  The charge is posted
      *    through POST-AR-ITEM as a general 'A' item dated today, so
      *    it is an open item like any other; a caller that knows
      *    better (an invoice, a late fee) calls POST-AR-ITEM itself.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-ITEM-TYPE     PIC X VALUE 'A'.
       01  W-REFERENCE     PIC 9(9) VALUE 0.
       01  W-ITEM-DATE     PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-POSITION, L-AMOUNT, L-NEW-BALANCE.
       POST-CHARGE.
           CALL 'POST-AR-ITEM' USING L-POSITION, L-AMOUNT,
               W-ITEM-TYPE, W-REFERENCE, W-ITEM-DATE, L-NEW-BALANCE.
           GOBACK.
