       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-AR-AGING.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Ages one account's receivable from its real open items
      *    rather than from its last invoice date: every charge still
      *    open lands in the current, 30-59, 60-89 or 90-plus bucket
      *    by its own date as of L-AS-OF, and L-OLDEST-DATE is the
      *    date of the oldest charge still open (zero if none).  A
      *    charge whose 30-day due date fell on a weekend or bank
      *    holiday stays current until the next business day, the
      *    roll the collections batches have always given it.
      *    Unapplied credit comes back on its own, as a negative
      *    figure.  L-KEPT is 'N' for an account whose items are not
      *    kept yet, so the caller can fall back to its old reckoning.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-CURSOR            PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-ITEM-FOUND        VALUE 'Y'.
       01  W-TYPE              PIC X.
       01  W-REFERENCE         PIC 9(9).
       01  W-DATE              PIC 9(8).
       01  W-ORIGINAL          PIC S9(9)V99.
       01  W-OPEN              PIC S9(9)V99.
       01  W-CLOSED-DATE       PIC 9(8).
       01  W-SOURCE-ITEM       PIC 9(9) COMP.
       01  W-TARGET-ITEM       PIC 9(9) COMP.

       01  W-AS-OF-INT         PIC 9(9) COMP.
       01  W-ITEM-INT          PIC 9(9) COMP.
       01  W-AGE-DAYS          PIC S9(9) COMP.
       01  W-DUE-DATE          PIC 9(8).

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-AS-OF         PIC 9(8).
       01  L-KEPT          PIC X.
       01  L-OLDEST-DATE   PIC 9(8).
       01  L-CURRENT       PIC S9(9)V99.
       01  L-OVER-30       PIC S9(9)V99.
       01  L-OVER-60       PIC S9(9)V99.
       01  L-OVER-90       PIC S9(9)V99.
       01  L-UNAPPLIED     PIC S9(9)V99.

       PROCEDURE DIVISION USING L-POSITION, L-AS-OF, L-KEPT,
               L-OLDEST-DATE, L-CURRENT, L-OVER-30, L-OVER-60,
               L-OVER-90, L-UNAPPLIED.
       ENTRY-POINT.
           MOVE 'N' TO L-KEPT.
           MOVE 0 TO L-OLDEST-DATE.
           MOVE 0 TO L-CURRENT, L-OVER-30, L-OVER-60, L-OVER-90,
               L-UNAPPLIED.
           COMPUTE W-AS-OF-INT = FUNCTION INTEGER-OF-DATE(L-AS-OF).
           MOVE 0 TO W-CURSOR.
           MOVE 'Y' TO W-FOUND.
           PERFORM AGE-ONE-ITEM THRU AGE-ONE-ITEM-EXIT
               UNTIL NOT W-ITEM-FOUND.
           GOBACK.

       AGE-ONE-ITEM.
           CALL 'NEXT-AR-ITEM' USING L-POSITION, W-CURSOR, W-FOUND,
               W-TYPE, W-REFERENCE, W-DATE, W-ORIGINAL, W-OPEN,
               W-CLOSED-DATE, W-SOURCE-ITEM, W-TARGET-ITEM.
           IF NOT W-ITEM-FOUND THEN
               GO TO AGE-ONE-ITEM-EXIT.
           MOVE 'Y' TO L-KEPT.
           IF W-OPEN = 0 THEN
               GO TO AGE-ONE-ITEM-EXIT.
           IF W-OPEN < 0 THEN
               ADD W-OPEN TO L-UNAPPLIED
               GO TO AGE-ONE-ITEM-EXIT.
           IF L-OLDEST-DATE = 0 OR W-DATE < L-OLDEST-DATE THEN
               MOVE W-DATE TO L-OLDEST-DATE
           END-IF.
           COMPUTE W-ITEM-INT = FUNCTION INTEGER-OF-DATE(W-DATE).
           COMPUTE W-AGE-DAYS = W-AS-OF-INT - W-ITEM-INT.
           IF W-AGE-DAYS >= 30 AND W-AGE-DAYS < 60 THEN
               COMPUTE W-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(W-ITEM-INT + 30)
               CALL 'NEXT-BUSINESS-DAY' USING W-DUE-DATE
               IF W-DUE-DATE > L-AS-OF THEN
                   MOVE 0 TO W-AGE-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN W-AGE-DAYS < 30
                   ADD W-OPEN TO L-CURRENT
               WHEN W-AGE-DAYS < 60
                   ADD W-OPEN TO L-OVER-30
               WHEN W-AGE-DAYS < 90
                   ADD W-OPEN TO L-OVER-60
               WHEN OTHER
                   ADD W-OPEN TO L-OVER-90
           END-EVALUATE.
       AGE-ONE-ITEM-EXIT.
           CONTINUE.
