      *    way.  Promised callbacks we miss are how small disputes
      *    become commission complaints; this is the list that
      *    keeps the promises.
      *    The list as shown also goes to the TICKLER spool, each
      *    item under its account's home branch, so the morning
      *    burst puts every office's follow-ups in front of that
      *    office even when head office ran the sweep.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-STATUS-CODE       PIC X.
       01  W-NOTE-TEXT         PIC X(60).

      *    Branch-burst spool line
       01  W-SPOOL-NAME        PIC X(8) VALUE 'TICKLER'.
       01  W-SPOOL-BRANCH      PIC X(2).
       01  W-PRINT-CONTROL     PIC X VALUE SPACE.
       01  W-PRINT-TEXT        PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           MOVE 0 TO W-DUE-SHOWN.
           DISPLAY " ".
           DISPLAY "FOLLOW-UPS DUE - ", W-TODAY.
           MOVE '**' TO W-SPOOL-BRANCH.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "FOLLOW-UPS DUE - " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               "  LISTED FOR " DELIMITED BY SIZE
               W-OPERATOR-ID DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           PERFORM LIST-ONE-ITEM THRU LIST-ONE-ITEM-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-ITEM-COUNT.
               GO TO LIST-ONE-ITEM-EXIT.
           ADD 1 TO W-DUE-SHOWN.
           MOVE W-IT-POS(W-SUB) TO L-POSITION.
      *    a drawer over/short follow-up carries no account
           MOVE SPACES TO W-NAME.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           DISPLAY "  ", W-SUB, ". DUE ", W-IT-DUE(W-SUB), " ",
               W-IT-OWNER(W-SUB), " ", W-NAME.
           DISPLAY "      ", W-IT-TEXT(W-SUB).
           CALL 'GET-HOME-BRANCH' USING L-POSITION, W-SPOOL-BRANCH.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "DUE " DELIMITED BY SIZE
               W-IT-DUE(W-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-IT-OWNER(W-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-NAME DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "    " DELIMITED BY SIZE
               W-IT-TEXT(W-SUB) DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
       LIST-ONE-ITEM-EXIT.
           CONTINUE.

       SPOOL-LINE.
           CALL 'WRITE-REPORT-LINE' USING W-SPOOL-NAME,
               W-SPOOL-BRANCH, W-PRINT-CONTROL, W-PRINT-TEXT.
           MOVE SPACE TO W-PRINT-CONTROL.

       WORK-ONE-ITEM.
           DISPLAY "  Item to close (0 = done): " WITH NO ADVANCING.
           ACCEPT W-PICK.
