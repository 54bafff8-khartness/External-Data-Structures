           Michael J. Folk, Bill Zoellick, and Greg Riccardi, published
           by Addison-Wesley, 1998).
      *DESCRIPTION.
      *    Adding to a B+ Tree of names.  The key is the name as
      *    STANDARDIZE-NAME builds it, so punctuation, spacing, case,
      *    and a leading or trailing article never make a second key
      *    for a name already on file; the journal keeps the name as
      *    it was handed in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-MASTER-ADDRESS    PIC X(40).
       01  W-MASTER-PLAN       PIC X(4).
       01  W-MASTER-STATUS-CODE PIC X.
       01  W-NAME-KEY          PIC X(30).
       01  W-JOURNAL-OP        PIC X(15) VALUE 'ADD-NAME'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
           IF NOT W-MASTER-RECORD-FOUND THEN
               SET STATUS-OTHER TO TRUE
               GOBACK.
           CALL 'STANDARDIZE-NAME' USING L-NAME, W-NAME-KEY.
           CALL 'SEARCH-CUSTOMER-NAME' USING W-TRY-POS, W-NAME-KEY
           IF W-TRY-POS NOT = 0 THEN
               SET STATUS-DUPLICATE-KEY TO TRUE
               GOBACK.
           MOVE W-NAME-KEY TO W-NEW-NAME.
           MOVE L-POSITION TO W-NEW-POS.
           PERFORM BT-INSERT-NODE.
           PERFORM UNTIL NO-SPLIT OR W-TOP = 0
