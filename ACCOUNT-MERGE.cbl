      *    limits and shared-line rules still apply and the call
      *    index follows the number; any open AR balance moves across;
      *    the duplicate's name-index key is either re-pointed at the
      *    survivor as an alias or retired, at the operator's choice,
      *    and any DBA, alias, or authorized-user keys the duplicate
      *    carried (the additional-names file) are taken out of
      *    whichever branch book they were added to;
      *    and the duplicate is soft-closed and stamped with the
      *    survivor's position through SET-MERGED-INTO.  A phone the
      *    survivor can't take (limit, sharing) is put back on the
                               VALUE 'S:\COBOL\DEPOSIT.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-ALTNAME-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\ALTNAME.DAT'.
       01  W-BRANCH-CODE       PIC X(2).
       01  W-ALT-BOOK-FILENAME PIC X(512).

       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.
           88  W-CONFIRMED         VALUE 'Y' 'y'.
       01  W-KEEP-ALIAS        PIC X.
           88  W-ALIAS-WANTED      VALUE 'Y' 'y'.
       01  W-ALT-LIST.
           05  W-ALT-COUNT     PIC 9.
           05  W-ALT-ENTRY OCCURS 5 TIMES.
               10  W-ALT-NAME      PIC X(30).
               10  W-ALT-TYPE      PIC X.
               10  W-ALT-BRANCH    PIC X(2).
       01  W-ALT-SUB           PIC 9 COMP.
       01  W-ALT-ALIAS-TYPE    PIC X VALUE 'A'.
       01  W-ALT-NO-TYPE       PIC X VALUE SPACE.
       01  W-ALT-OPERATOR      PIC X(8) VALUE 'MERGE'.
       01  W-ALTS-RETIRED      PIC 9 COMP VALUE 0.

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
               DISPLAY "  NOTE: duplicate's name key was not in the",
                   " index."
           END-IF.
      *    the kept alias goes on the survivor's additional names,
      *    so a later purge or merge of the survivor finds it too
           IF W-ALIAS-WANTED THEN
               CALL 'GET-ALT-NAMES' USING W-SURVIVOR-POS, W-ALT-LIST,
                   W-ALTNAME-FILENAME
               IF W-ALT-COUNT >= 5 THEN
                   DISPLAY "  NOTE: survivor already carries five",
                       " additional names; name retired instead."
               ELSE
                   CALL 'ADD-CUSTOMER-NAME' USING L-STATUS,
                       W-DUP-NAME, W-SURVIVOR-POS
                   IF STATUS-OK THEN
                       CALL 'WRITE-ALT-NAME' USING W-SURVIVOR-POS,
                           W-DUP-NAME, W-ALT-ALIAS-TYPE,
                           W-BRANCH-CODE, W-ALT-OPERATOR,
                           W-ALTNAME-FILENAME
                   ELSE
                       DISPLAY "  NOTE: alias could not be added",
                           " (duplicate key); name retired instead."
                   END-IF
               END-IF
           END-IF.
           CALL 'GET-ALT-NAMES' USING W-DUP-POS, W-ALT-LIST,
               W-ALTNAME-FILENAME.
           PERFORM RETIRE-ONE-ALT-NAME
               VARYING W-ALT-SUB FROM 1 BY 1
               UNTIL W-ALT-SUB > W-ALT-COUNT.
           IF W-ALTS-RETIRED NOT = 0 THEN
               DISPLAY "  ADDITIONAL NAMES RETIRED: ", W-ALTS-RETIRED
           END-IF.

      *    a key added at another branch is in that branch's book;
      *    the book open here steps aside while it comes out
       RETIRE-ONE-ALT-NAME.
           IF W-ALT-BRANCH(W-ALT-SUB) = W-BRANCH-CODE THEN
               CALL 'DELETE-CUSTOMER-NAME' USING L-STATUS,
                   W-ALT-NAME(W-ALT-SUB), W-DUP-POS
           ELSE
               CALL 'CLOSE-CUSTOMER-NAME'
               CALL 'BRANCH-FILENAME' USING W-NAME-BASE-FILENAME,
                   W-ALT-BRANCH(W-ALT-SUB), W-ALT-BOOK-FILENAME
               CALL 'OPEN-CUSTOMER-NAME' USING W-ALT-BOOK-FILENAME
               CALL 'DELETE-CUSTOMER-NAME' USING L-STATUS,
                   W-ALT-NAME(W-ALT-SUB), W-DUP-POS
               CALL 'CLOSE-CUSTOMER-NAME'
               CALL 'OPEN-CUSTOMER-NAME' USING W-NAME-FILENAME
           END-IF.
           IF NOT STATUS-OK THEN
               DISPLAY "  NOTE: ", W-ALT-NAME(W-ALT-SUB),
                   " was not in the index."
           END-IF.
           CALL 'WRITE-ALT-NAME' USING W-DUP-POS,
               W-ALT-NAME(W-ALT-SUB), W-ALT-NO-TYPE,
               W-ALT-BRANCH(W-ALT-SUB), W-ALT-OPERATOR,
               W-ALTNAME-FILENAME.
           ADD 1 TO W-ALTS-RETIRED.
