      *    This program owns DATA-FILE itself, as the engine's callers
      *    do: position 1 is the DF-SIZE header, new records extend
      *    the file, and both index trees get the new position.
      *    DL100_DIRTXN_FILE and DL100_DIRTXREJ_FILE name another
      *    transaction and reject file, so DIRECTORY-SYNC's nightly
      *    transactions come through here without disturbing a file
      *    another department has sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           IF W-OVERRIDE-PATH NOT = SPACES THEN
               MOVE W-OVERRIDE-PATH TO W-DATA-FILENAME
           END-IF.
           MOVE SPACES TO W-OVERRIDE-PATH.
           ACCEPT W-OVERRIDE-PATH FROM ENVIRONMENT "DL100_DIRTXN_FILE".
           IF W-OVERRIDE-PATH NOT = SPACES THEN
               MOVE W-OVERRIDE-PATH TO W-TXN-FILENAME
           END-IF.
           MOVE SPACES TO W-OVERRIDE-PATH.
           ACCEPT W-OVERRIDE-PATH
               FROM ENVIRONMENT "DL100_DIRTXREJ_FILE".
           IF W-OVERRIDE-PATH NOT = SPACES THEN
               MOVE W-OVERRIDE-PATH TO W-REJECT-FILENAME
           END-IF.
           PERFORM OPEN-DATA-FILE.
           MOVE 'OPEN' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
