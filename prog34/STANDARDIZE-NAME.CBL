       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STANDARDIZE-NAME.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Builds the name B+ Tree key for a name as printed, so that
      *    "O'BRIEN", "OBRIEN", and "O BRIEN" -- or "THE CORNER
      *    STORE" and "CORNER STORE, THE" -- all file in one place.
      *    The name is upper-cased; a trailing ", THE" and a leading
      *    "THE", "AN", or "A" followed by another word are dropped;
      *    then everything but letters and digits -- punctuation and
      *    spacing alike -- is squeezed out.  An article only counts
      *    when a letter or digit follows it, so "A & B PLUMBING"
      *    keeps its A.  A name with no letters or digits at all
      *    keys on its upper-cased self rather than on spaces.
      *    Running a key back through gives the same key, so the B+
      *    Tree routines can standardize whatever they are handed --
      *    a name off the master, a clerk's typing, or a key replayed
      *    from the journal.  CM-NAME itself is never touched.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-WORK          PIC X(30).
       01  W-CHAR          PIC X.
       01  W-LEN           PIC 99 COMP.
       01  W-START         PIC 99 COMP.
       01  W-I             PIC 99 COMP.
       01  W-OUT           PIC 99 COMP.

       LINKAGE SECTION.
       01  L-NAME          PIC X(30).
       01  L-KEY           PIC X(30).

       PROCEDURE DIVISION USING L-NAME, L-KEY.
       BUILD-KEY.
           MOVE L-NAME TO W-WORK.
           INSPECT W-WORK CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACES TO L-KEY.
           PERFORM FIND-LAST-CHARACTER
               VARYING W-LEN FROM 30 BY -1
               UNTIL W-LEN = 0 OR W-WORK(W-LEN:1) NOT = SPACE.
           IF W-LEN = 0 THEN
               GOBACK.
           PERFORM DROP-TRAILING-ARTICLE.
           PERFORM FIND-FIRST-CHARACTER
               VARYING W-START FROM 1 BY 1
               UNTIL W-START > W-LEN OR W-WORK(W-START:1) NOT = SPACE.
           PERFORM DROP-LEADING-ARTICLE.
           MOVE 0 TO W-OUT.
           PERFORM KEEP-ONE-CHARACTER
               VARYING W-I FROM W-START BY 1 UNTIL W-I > W-LEN.
           IF W-OUT = 0 THEN
               MOVE W-WORK TO L-KEY.
           GOBACK.

       FIND-LAST-CHARACTER.
           CONTINUE.

       FIND-FIRST-CHARACTER.
           CONTINUE.

      *    "CORNER STORE, THE" / "CORNER STORE,THE"
       DROP-TRAILING-ARTICLE.
           IF W-LEN > 4 THEN
               IF W-WORK(W-LEN - 2:3) = 'THE' THEN
                   MOVE W-LEN TO W-I
                   SUBTRACT 3 FROM W-I
                   IF W-WORK(W-I:1) = SPACE AND W-I > 1 THEN
                       SUBTRACT 1 FROM W-I
                   END-IF
                   IF W-WORK(W-I:1) = ',' AND W-I > 1 THEN
                       MOVE SPACES TO W-WORK(W-I:)
                       PERFORM FIND-LAST-CHARACTER
                           VARYING W-LEN FROM W-I BY -1
                           UNTIL W-LEN = 0 OR
                                 W-WORK(W-LEN:1) NOT = SPACE
                   END-IF
               END-IF
           END-IF.

      *    "THE CORNER STORE", "AN APPLE A DAY", "A CUT ABOVE"
       DROP-LEADING-ARTICLE.
           EVALUATE TRUE
               WHEN W-START + 4 <= W-LEN AND
                       W-WORK(W-START:4) = 'THE '
                   MOVE W-START TO W-I
                   ADD 4 TO W-I
                   PERFORM SKIP-ARTICLE
               WHEN W-START + 3 <= W-LEN AND
                       W-WORK(W-START:3) = 'AN '
                   MOVE W-START TO W-I
                   ADD 3 TO W-I
                   PERFORM SKIP-ARTICLE
               WHEN W-START + 2 <= W-LEN AND
                       W-WORK(W-START:2) = 'A '
                   MOVE W-START TO W-I
                   ADD 2 TO W-I
                   PERFORM SKIP-ARTICLE
           END-EVALUATE.

       SKIP-ARTICLE.
           PERFORM STEP-ONE-SPACE
               UNTIL W-I >= W-LEN OR W-WORK(W-I:1) NOT = SPACE.
           MOVE W-WORK(W-I:1) TO W-CHAR.
           IF W-CHAR IS NUMERIC OR
                   (W-CHAR IS ALPHABETIC-UPPER AND W-CHAR NOT = SPACE)
                   THEN
               MOVE W-I TO W-START
           END-IF.

       STEP-ONE-SPACE.
           ADD 1 TO W-I.

       KEEP-ONE-CHARACTER.
           MOVE W-WORK(W-I:1) TO W-CHAR.
           IF W-CHAR IS NUMERIC OR
                   (W-CHAR IS ALPHABETIC-UPPER AND W-CHAR NOT = SPACE)
                   THEN
               ADD 1 TO W-OUT
               MOVE W-CHAR TO L-KEY(W-OUT:1)
           END-IF.
