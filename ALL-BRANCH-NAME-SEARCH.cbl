      *    customers any more.  Opens and closes one branch's index at
      *    a time -- OPEN-CUSTOMER-NAME's cache and header are shared
      *    WORKING-STORAGE, so two branches can never be open together
      *    in the same run anyway.  A hit on a DBA, alias, or
      *    authorized user (see the additional-names file) says so,
      *    since that key is not the name on the master record.
      *    The additional name is matched on its STANDARDIZE-NAME key,
      *    the same key the search itself found.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  L-POSITION          PIC 9(9) COMP.
       01  W-ANY-FOUND         PIC X VALUE 'N'.
           88  ANY-FOUND           VALUE 'Y'.
       01  W-ALTNAME-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\ALTNAME.DAT'.
       01  W-ALT-LIST.
           05  W-ALT-COUNT     PIC 9.
           05  W-ALT-ENTRY OCCURS 5 TIMES.
               10  W-ALT-NAME      PIC X(30).
               10  W-ALT-TYPE      PIC X.
                   88  W-ALT-DBA       VALUE 'D'.
                   88  W-ALT-ALIAS     VALUE 'A'.
                   88  W-ALT-AUTH-USER VALUE 'U'.
               10  W-ALT-BRANCH    PIC X(2).
       01  W-ALT-SUB           PIC 9 COMP.
       01  W-ALT-HIT           PIC 9 COMP.
       01  W-SEARCH-KEY        PIC X(30).
       01  W-ALT-LIST-KEY      PIC X(30).

       PROCEDURE DIVISION.
       MAIN.
                   SET ANY-FOUND TO TRUE
                   DISPLAY "  Found in branch ", W-BRANCH-CODE,
                       " at position ", L-POSITION
                   PERFORM SHOW-ALT-MATCH
               END-IF
           END-IF.

       SHOW-ALT-MATCH.
           CALL 'GET-ALT-NAMES' USING L-POSITION, W-ALT-LIST,
               W-ALTNAME-FILENAME.
           MOVE 0 TO W-ALT-HIT.
           CALL 'STANDARDIZE-NAME' USING W-SEARCH-NAME, W-SEARCH-KEY.
           PERFORM MATCH-ALT-NAME
               VARYING W-ALT-SUB FROM 1 BY 1
               UNTIL W-ALT-SUB > W-ALT-COUNT OR W-ALT-HIT NOT = 0.
           IF W-ALT-HIT NOT = 0 THEN
               EVALUATE TRUE
                   WHEN W-ALT-DBA(W-ALT-HIT)
                       DISPLAY "    (matched a DBA name)"
                   WHEN W-ALT-ALIAS(W-ALT-HIT)
                       DISPLAY "    (matched an alias)"
                   WHEN W-ALT-AUTH-USER(W-ALT-HIT)
                       DISPLAY "    (matched an authorized user)"
               END-EVALUATE
           END-IF.

       MATCH-ALT-NAME.
           CALL 'STANDARDIZE-NAME' USING W-ALT-NAME(W-ALT-SUB),
               W-ALT-LIST-KEY.
           IF W-ALT-LIST-KEY = W-SEARCH-KEY THEN
               MOVE W-ALT-SUB TO W-ALT-HIT
           END-IF.
