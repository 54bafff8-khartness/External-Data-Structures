           Michael J. Folk, Bill Zoellick, and Greg Riccardi, published
           by Addison-Wesley, 1998).
      *DESCRIPTION.
      *    Searching a B+ Tree of names.  L-NAME is looked up by its
      *    STANDARDIZE-NAME key, the same key ADD-CUSTOMER-NAME files
      *    it under; L-NAME itself is left as the caller typed it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  X           PIC 99 COMP.
       01  W-LFU       PIC 99 COMP.
       01  W-TEMP      PIC 9(9) COMP.
       01  W-NAME-KEY  PIC X(30).
       01  W-CACHE-STATS EXTERNAL.
           05  W-CACHE-HITS    PIC 9(9) COMP VALUE 0.
           05  W-CACHE-MISSES  PIC 9(9) COMP VALUE 0.

       PROCEDURE DIVISION USING L-POSITION, L-NAME.
       BT-SEARCH.
           CALL 'STANDARDIZE-NAME' USING L-NAME, W-NAME-KEY.
           MOVE 0 TO W-TOP.
           PERFORM BT-FIND-LEAF.
           IF FOUND THEN
               MOVE 1 TO X
               PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                             W-KEY(X-POS, X) >= W-NAME-KEY
                   ADD 1 TO X
               END-PERFORM
               IF X > W-NUM-KEYS(X-POS) or
                  w-key(X-POS, X) not = W-NAME-KEY THEN
                   MOVE 0 TO L-POSITION
               ELSE
                   MOVE W-LINK(X-POS, X) TO L-POSITION.
                   MOVE W-BTREE-POS TO W-POS(W-TOP)
                   MOVE 1 TO X
                   PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                                 W-NAME-KEY < W-KEY(X-POS, X)
                       ADD 1 TO X
                   END-PERFORM
                   MOVE W-LINK(X-POS, X) TO W-BTREE-POS
