      *DESCRIPTION.
      *    Maintenance screen for the plan-code master VALIDATE-PLAN-
      *    CODE and the rating tariff depend on: add a plan, change
      *    its description, status, effective window, included
      *    minutes or calling-card surcharge (the flat amount added to
      *    each call billed to one of the plan's calling cards), and
      *    list what is on file.  The whole file is small (a shop
      *    carries a few dozen plans at most), so it is loaded into
      *    the same table OPEN-PLAN-TABLE fills and rewritten in full
      *    on the way out -- the one-writer-at-a-time discipline the
      *    rest of the batch window already lives by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  PM-EFFECTIVE    PIC 9(8).
           05  PM-EXPIRES      PIC 9(8).
           05  PM-ALLOWANCE-MIN PIC 9(5).
           05  PM-CARD-SURCHARGE PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  W-PLAN-FILENAME     PIC X(512)
               10  W-PM-EFFECTIVE  PIC 9(8).
               10  W-PM-EXPIRES    PIC 9(8).
               10  W-PM-ALLOWANCE  PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-EFFECTIVE         PIC 9(8).
       01  W-EXPIRES           PIC 9(8).
       01  W-ALLOWANCE         PIC 9(5).
       01  W-CARD-SURCHARGE    PIC 9(3)V99.
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.

           DISPLAY "  Included minutes per cycle (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-ALLOWANCE.
           DISPLAY "  Calling-card surcharge per call (0 = none): "
               WITH NO ADVANCING.
           ACCEPT W-CARD-SURCHARGE.
           ADD 1 TO W-PLAN-COUNT.
           MOVE W-CODE TO W-PM-CODE(W-PLAN-COUNT).
           MOVE W-DESC TO W-PM-DESC(W-PLAN-COUNT).
           MOVE W-EFFECTIVE TO W-PM-EFFECTIVE(W-PLAN-COUNT).
           MOVE W-EXPIRES TO W-PM-EXPIRES(W-PLAN-COUNT).
           MOVE W-ALLOWANCE TO W-PM-ALLOWANCE(W-PLAN-COUNT).
           MOVE W-CARD-SURCHARGE TO W-PM-CARD-SURCHARGE(W-PLAN-COUNT).
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Plan added.".
       ADD-PLAN-EXIT.
           IF W-ALLOWANCE NOT = 99999 THEN
               MOVE W-ALLOWANCE TO W-PM-ALLOWANCE(W-HIT)
           END-IF.
           DISPLAY "  Calling-card surcharge (999.99 = keep): "
               WITH NO ADVANCING.
           ACCEPT W-CARD-SURCHARGE.
           IF W-CARD-SURCHARGE NOT = 999.99 THEN
               MOVE W-CARD-SURCHARGE TO W-PM-CARD-SURCHARGE(W-HIT)
           END-IF.
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Plan updated.".
       CHANGE-PLAN-EXIT.

       LIST-PLANS.
           DISPLAY "  CODE DESCRIPTION                    S ",
               "EFFECTIVE EXPIRES   INCL-MIN CARD-SUR".
           PERFORM LIST-ONE-PLAN
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PLAN-COUNT.
           DISPLAY "  ", W-PM-CODE(W-SUB), " ", W-PM-DESC(W-SUB),
               " ", W-PM-STATUS(W-SUB), " ", W-PM-EFFECTIVE(W-SUB),
               "  ", W-PM-EXPIRES(W-SUB), "  ",
               W-PM-ALLOWANCE(W-SUB), "    ",
               W-PM-CARD-SURCHARGE(W-SUB).

       FIND-PLAN.
           MOVE 0 TO W-HIT.
           MOVE W-PM-EFFECTIVE(W-SUB) TO PM-EFFECTIVE.
           MOVE W-PM-EXPIRES(W-SUB) TO PM-EXPIRES.
           MOVE W-PM-ALLOWANCE(W-SUB) TO PM-ALLOWANCE-MIN.
           MOVE W-PM-CARD-SURCHARGE(W-SUB) TO PM-CARD-SURCHARGE.
           WRITE PLAN-REC.
