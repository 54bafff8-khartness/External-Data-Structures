      *    the key's link, so a name shared by coincidence with
      *    another master position is never removed by mistake.
      *    Journals the removal, the mirror of ADD-CUSTOMER-NAME's
      *    ADD-NAME entry.  Like the add, it works on the name's
      *    STANDARDIZE-NAME key, so callers pass the name as printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-LFU       PIC 99 COMP.
       01  W-TEMP      PIC 9(9) COMP.
       01  W-STATUS    PIC 9 COMP.
       01  W-NAME-KEY  PIC X(30).
       01  W-JOURNAL-OP        PIC X(15) VALUE 'DELETE-NAME'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.
           IF W-ROOT = 0 THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           CALL 'STANDARDIZE-NAME' USING L-NAME, W-NAME-KEY.
           PERFORM BT-FIND-LEAF.
           MOVE 1 TO X.
           PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                         W-KEY(X-POS, X) >= W-NAME-KEY
               ADD 1 TO X
           END-PERFORM.
           IF X > W-NUM-KEYS(X-POS) OR
                   W-KEY(X-POS, X) NOT = W-NAME-KEY OR
                   W-LINK(X-POS, X) NOT = L-POSITION THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
               ELSE
                   MOVE 1 TO X
                   PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                                 W-NAME-KEY < W-KEY(X-POS, X)
                       ADD 1 TO X
                   END-PERFORM
                   MOVE W-LINK(X-POS, X) TO W-BTREE-POS
