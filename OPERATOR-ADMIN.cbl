      *    and last sign-on, which is the page the auditors flagged
      *    us for not having.  The whole file loads into a table
      *    and rewrites in full, the PLAN-MAINTENANCE discipline.
      *    Each operator's working profile -- the shift they work,
      *    whether it takes in weekends, and their own name and home
      *    address -- is kept beside it in OPRPROF.DAT the same way,
      *    for OPERATOR-ACTIVITY-AUDIT to judge the journal by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-FILE ASSIGN TO W-OPERATOR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.
           SELECT PROFILE-FILE ASSIGN TO W-PROFILE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OP-FAILED-COUNT PIC 99.
           05  OP-LAST-SIGNON  PIC 9(8).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05  PF-ID           PIC X(8).
           05  PF-SHIFT-START  PIC 9(4).
           05  PF-SHIFT-END    PIC 9(4).
           05  PF-WEEKENDS     PIC X.
               88  PF-WORKS-WEEKENDS   VALUE 'Y'.
           05  PF-NAME         PIC X(30).
           05  PF-ADDRESS      PIC X(40).

       WORKING-STORAGE SECTION.
       01  W-OPERATOR-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\OPERATOR.DAT'.
       01  W-PROFILE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\OPRPROF.DAT'.
       01  W-STATUS            PIC XX.
       01  W-AT-END            PIC X.
           88  AT-END              VALUE 'Y'.
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.

      *    working profiles, one row per operator who has one
       01  W-PROFILE-TABLE.
           05  W-PRF-COUNT     PIC 99 COMP VALUE 0.
           05  W-PRF-ENTRY     OCCURS 50 TIMES.
               10  W-PRF-ROW       PIC X(87).
       01  W-PRF-HIT           PIC 99 COMP.
       01  W-PROFILES-CHANGED-SW PIC X VALUE 'N'.
           88  W-PROFILES-CHANGED  VALUE 'Y'.
       01  W-NEW-WEEKENDS      PIC X.

       01  W-WANT-ID           PIC X(8).
       01  W-TEMP-PASSWORD     PIC X(8).
       01  W-NEW-LEVEL         PIC 9.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).

           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-PROFILES.
           PERFORM SHOW-MENU UNTIL W-DONE.
           IF W-TABLE-CHANGED THEN
               PERFORM REWRITE-OPERATOR-FILE
               DISPLAY "Operator file saved."
           END-IF.
           IF W-PROFILES-CHANGED THEN
               PERFORM REWRITE-PROFILE-FILE
               DISPLAY "Operator profiles saved."
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY "  3. Unlock / reset password".
           DISPLAY "  4. Change permission level".
           DISPLAY "  5. Access review report".
           DISPLAY "  6. Shift and profile".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
                   PERFORM CHANGE-LEVEL THRU CHANGE-LEVEL-EXIT
               WHEN 5
                   PERFORM ACCESS-REVIEW
               WHEN 6
                   PERFORM SET-PROFILE THRU SET-PROFILE-EXIT
               WHEN 0
                   CONTINUE
               WHEN OTHER
           DISPLAY OP-ID, "  ", OP-LEVEL, "  ", OP-STATUS, " ",
               W-SHOW-AGE, "   ", OP-LAST-SIGNON.

      *----------------------------------------------------------------
      *    Shift and profile: the hours the operator is expected to
      *    work (HHMM to HHMM; an end before the start runs past
      *    midnight), whether weekends are part of the shift, and the
      *    operator's own name and home address, so the audit can
      *    tell work done on their own or a relative's account.
      *----------------------------------------------------------------
       SET-PROFILE.
           DISPLAY "  Operator ID: " WITH NO ADVANCING.
           ACCEPT W-WANT-ID.
           PERFORM FIND-OPERATOR.
           IF W-HIT = 0 THEN
               DISPLAY "  Not on file."
               GO TO SET-PROFILE-EXIT.
           PERFORM FIND-PROFILE.
           IF W-PRF-HIT = 0 THEN
               IF W-PRF-COUNT >= 50 THEN
                   DISPLAY "  Profile file is full."
                   GO TO SET-PROFILE-EXIT
               END-IF
               MOVE SPACES TO PROFILE-REC
               MOVE W-WANT-ID TO PF-ID
               MOVE 0 TO PF-SHIFT-START, PF-SHIFT-END
               MOVE 'N' TO PF-WEEKENDS
           ELSE
               DISPLAY "  Now: shift ", PF-SHIFT-START, "-",
                   PF-SHIFT-END, "  weekends ", PF-WEEKENDS
               DISPLAY "       ", PF-NAME
               DISPLAY "       ", PF-ADDRESS
           END-IF.
           DISPLAY "  Shift start (HHMM): " WITH NO ADVANCING.
           ACCEPT PF-SHIFT-START.
           DISPLAY "  Shift end (HHMM): " WITH NO ADVANCING.
           ACCEPT PF-SHIFT-END.
           IF PF-SHIFT-START > 2359 OR PF-SHIFT-END > 2359 THEN
               DISPLAY "  Not a valid time."
               GO TO SET-PROFILE-EXIT.
           DISPLAY "  Weekends part of the shift (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-NEW-WEEKENDS.
           IF W-NEW-WEEKENDS = 'Y' OR W-NEW-WEEKENDS = 'y' THEN
               MOVE 'Y' TO PF-WEEKENDS
           ELSE
               MOVE 'N' TO PF-WEEKENDS
           END-IF.
           DISPLAY "  Operator's own name: " WITH NO ADVANCING.
           ACCEPT PF-NAME.
           DISPLAY "  Home address: " WITH NO ADVANCING.
           ACCEPT PF-ADDRESS.
           IF W-PRF-HIT = 0 THEN
               ADD 1 TO W-PRF-COUNT
               MOVE W-PRF-COUNT TO W-PRF-HIT
           END-IF.
           MOVE PROFILE-REC TO W-PRF-ROW(W-PRF-HIT).
           SET W-PROFILES-CHANGED TO TRUE.
           DISPLAY "  Profile recorded.".
       SET-PROFILE-EXIT.
           CONTINUE.

       FIND-PROFILE.
           MOVE 0 TO W-PRF-HIT.
           PERFORM MATCH-ONE-PROFILE
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PRF-COUNT OR W-PRF-HIT NOT = 0.
           IF W-PRF-HIT NOT = 0 THEN
               MOVE W-PRF-ROW(W-PRF-HIT) TO PROFILE-REC
           END-IF.

       MATCH-ONE-PROFILE.
           MOVE W-PRF-ROW(W-SUB) TO PROFILE-REC.
           IF PF-ID = W-WANT-ID THEN
               MOVE W-SUB TO W-PRF-HIT
           END-IF.

       LOAD-PROFILES.
           MOVE 'N' TO W-AT-END.
           OPEN INPUT PROFILE-FILE.
           IF W-STATUS NOT = '00' THEN
               SET AT-END TO TRUE
           END-IF.
           PERFORM LOAD-ONE-PROFILE UNTIL AT-END.
           IF W-STATUS = '00' OR W-STATUS = '10'
               CLOSE PROFILE-FILE
           END-IF.

       LOAD-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF W-PRF-COUNT < 50 THEN
                       ADD 1 TO W-PRF-COUNT
                       MOVE PROFILE-REC TO W-PRF-ROW(W-PRF-COUNT)
                   END-IF
           END-READ.

       REWRITE-PROFILE-FILE.
           OPEN OUTPUT PROFILE-FILE.
           PERFORM WRITE-ONE-PROFILE
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PRF-COUNT.
           CLOSE PROFILE-FILE.

       WRITE-ONE-PROFILE.
           MOVE W-PRF-ROW(W-SUB) TO PROFILE-REC.
           WRITE PROFILE-REC.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM WRITE-ONE-OPERATOR
