      *    the production print file with a certification page naming
      *    the files covered, the counts searched, the run date and
      *    time, and the operator, so the production stands on its
      *    own in the folder.  The search runs under a matter
      *    number, and the operator may place the number searched --
      *    and the account it belongs to -- under legal hold for that
      *    matter, so the retention run leaves their records alone
      *    until LEGAL-HOLD-RELEASE lifts the matter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-FROM-DATE             PIC 9(8).
       01  W-TO-DATE               PIC 9(8).
       01  W-OPERATOR              PIC X(8).
       01  W-MATTER                PIC X(12).
       01  W-HOLD-ANSWER           PIC X.
           88  W-PLACE-HOLD            VALUE 'Y', 'y'.
       01  W-HOLD-EVENT            PIC X VALUE 'H'.
       01  W-HOLD-POSITION         PIC 9(9) COMP.
       01  W-NO-POSITION           PIC 9(9) COMP VALUE 0.
       01  W-NO-PHONE              PIC 9(15) VALUE 0.
       01  W-RUN-DATE              PIC 9(8).
       01  W-RUN-TIME              PIC 9(6).

           ACCEPT W-TO-DATE.
           DISPLAY "Searching operator: " WITH NO ADVANCING.
           ACCEPT W-OPERATOR.
           DISPLAY "Matter number: " WITH NO ADVANCING.
           ACCEPT W-MATTER.
           DISPLAY "Place legal hold on this number for the matter"
               " (Y/N)? " WITH NO ADVANCING.
           ACCEPT W-HOLD-ANSWER.
           ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W-RUN-TIME FROM TIME.

           MOVE 2 TO W-DIRECTION.
           PERFORM COLLECT-LIVE-SIDE.
           PERFORM COLLECT-ARCHIVE-SIDE.
           IF W-PLACE-HOLD THEN
               PERFORM PLACE-LEGAL-HOLD
           END-IF.

           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-CALL-INDEX'.
           DISPLAY "PRODUCTION WRITTEN TO SUBPOENA.PRT.".
           STOP RUN.

      *----------------------------------------------------------------
      *    One hold row for the number itself -- it stays held even
      *    after it is disconnected or reassigned -- and one for the
      *    account that owns it today, if any, so that account's
      *    notes, payments, and letters are kept as well.
      *----------------------------------------------------------------
       PLACE-LEGAL-HOLD.
           CALL 'WRITE-LEGAL-HOLD' USING W-MATTER, W-HOLD-EVENT,
               W-NO-POSITION, W-TARGET-KEY, W-OPERATOR.
           CALL 'SEARCH-CUSTOMER-PHONE' USING W-HOLD-POSITION,
               W-TARGET-KEY.
           IF W-HOLD-POSITION NOT = 0 THEN
               CALL 'WRITE-LEGAL-HOLD' USING W-MATTER, W-HOLD-EVENT,
                   W-HOLD-POSITION, W-NO-PHONE, W-OPERATOR
               DISPLAY "LEGAL HOLD PLACED ON NUMBER AND ACCOUNT."
           ELSE
               DISPLAY "LEGAL HOLD PLACED ON NUMBER (NO CURRENT OWNER)."
           END-IF.

       COLLECT-LIVE-SIDE.
           CALL 'FIND-PHONE' USING W-DIRECTION, W-TARGET-KEY,
               W-CALL-LIST.
           MOVE "CERTIFICATION OF RECORDS SEARCH" TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "MATTER: " DELIMITED BY SIZE
               W-MATTER DELIMITED BY SIZE
               INTO PRINT-LINE.
           IF W-PLACE-HOLD THEN
               MOVE "LEGAL HOLD PLACED" TO PRINT-LINE(30:17)
           END-IF.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "NUMBER SEARCHED: " DELIMITED BY SIZE
               W-TARGET-NUMBER DELIMITED BY SIZE
               "   RANGE " DELIMITED BY SIZE
