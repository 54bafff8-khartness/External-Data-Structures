       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COMPUTE-JOURNAL-CHECK.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Running check value for one journal entry.  Starts from
      *    the check value of the entry before it and folds in every
      *    byte of this entry through its sequence number, so a
      *    changed byte anywhere, a line taken out, or two lines
      *    swapped all leave a check value that no longer matches
      *    what the next entry was chained from.  WRITE-JOURNAL
      *    stamps with it; JOURNAL-CHAIN-CHECK recomputes it.  Same
      *    fold as hash-code, over a wider modulus.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-FOLD          PIC 9(18) COMP.
       01  W-BYTE-SUB      PIC 999 COMP.
       01  W-CHECK-MODULUS PIC 9(9) COMP VALUE 999999937.

       LINKAGE SECTION.
       01  L-PREV-CHECK    PIC 9(9).
       01  L-ENTRY         PIC X(94).
       01  L-CHECK         PIC 9(9).

       PROCEDURE DIVISION USING L-PREV-CHECK, L-ENTRY, L-CHECK.
       FOLD-THE-ENTRY.
           MOVE L-PREV-CHECK TO W-FOLD.
           PERFORM FOLD-ONE-BYTE
               VARYING W-BYTE-SUB FROM 1 BY 1 UNTIL W-BYTE-SUB > 94.
           MOVE W-FOLD TO L-CHECK.
           GOBACK.

       FOLD-ONE-BYTE.
           COMPUTE W-FOLD = FUNCTION MOD(131 * W-FOLD +
               FUNCTION ORD(L-ENTRY(W-BYTE-SUB:1)), W-CHECK-MODULUS).
