      *    in, the same way BT-FIND-LEAF in SEARCH-CUSTOMER-NAME does,
      *    then walks forward collecting every key that begins with the
      *    prefix, crossing leaf boundaries via the sibling link when
      *    a leaf runs out before the matches do.  The prefix is put
      *    through STANDARDIZE-NAME first, the keys being built that
      *    way, so "O'BR" finds O'BRIEN and OBRIEN alike; the names
      *    handed back are the keys, and a caller wanting the name as
      *    printed reads the master at the matched position.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-LFU       PIC 99 COMP.
       01  W-TEMP      PIC 9(9) COMP.
       01  W-PREFIX-LEN    PIC 99 COMP.
       01  W-PREFIX-KEY    PIC X(30).
       01  W-MORE-LEAVES-SW PIC X VALUE 'Y'.
           88  NO-MORE-LEAVES  VALUE 'N'.
       01  W-STOP-SW       PIC X VALUE 'N'.
       PROCEDURE DIVISION USING L-PREFIX, L-MATCH-COUNT, L-MATCHES.
       BT-PREFIX-SEARCH.
           MOVE 0 TO L-MATCH-COUNT.
           CALL 'STANDARDIZE-NAME' USING L-PREFIX, W-PREFIX-KEY.
           PERFORM VARYING W-PREFIX-LEN FROM 30 BY -1
                   UNTIL W-PREFIX-LEN = 0 OR
                         W-PREFIX-KEY(W-PREFIX-LEN:1) NOT = ' '
               CONTINUE
           END-PERFORM.
           IF W-PREFIX-LEN = 0 THEN
           PERFORM BT-FIND-LEAF.
           MOVE 1 TO X.
           PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                         W-KEY(X-POS, X) >= W-PREFIX-KEY
               ADD 1 TO X
           END-PERFORM.
           PERFORM COLLECT-FROM-LEAF
                   MOVE W-BTREE-POS TO W-POS(W-TOP)
                   MOVE 1 TO X
                   PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR
                                 W-PREFIX-KEY < W-KEY(X-POS, X)
                       ADD 1 TO X
                   END-PERFORM
                   MOVE W-LINK(X-POS, X) TO W-BTREE-POS
       COLLECT-FROM-LEAF.
           PERFORM UNTIL X > W-NUM-KEYS(X-POS) OR L-MATCH-COUNT = 50
               IF W-KEY(X-POS, X)(1:W-PREFIX-LEN) =
                       W-PREFIX-KEY(1:W-PREFIX-LEN) THEN
                   ADD 1 TO L-MATCH-COUNT
                   MOVE W-KEY(X-POS, X) TO
                       L-MATCH-NAME(L-MATCH-COUNT)
