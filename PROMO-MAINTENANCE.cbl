       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PROMO-MAINTENANCE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Maintenance screen for the promotion master marketing's
      *    offers are kept in: add an offer (its code, a flat credit
      *    or a percentage off, how many bill cycles it runs, the
      *    plans it is good on, and the sign-up window), change one,
      *    and list what is on file.  Changing an offer only changes
      *    it for customers who sign up afterwards -- each enrollment
      *    carries its own copy of the terms.  Like the plan master,
      *    the file is small enough to load into the table OPEN-
      *    PROMO-TABLE fills and rewrite in full on the way out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO W-PROMO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       01  PROMO-REC.
           05  PR-CODE         PIC X(6).
           05  PR-DESCRIPTION  PIC X(30).
           05  PR-KIND         PIC X.
           05  PR-AMOUNT       PIC 9(5)V99.
           05  PR-PERCENT      PIC 999.
           05  PR-CYCLES       PIC 99.
           05  PR-PLAN         PIC X(4) OCCURS 5 TIMES.
           05  PR-SIGNUP-FROM  PIC 9(8).
           05  PR-SIGNUP-TO    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PROMO-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PROMOMST.DAT'.
       01  W-PLAN-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\PLANMST.DAT'.

       01  W-PROMO-TABLE EXTERNAL.
           05  W-PROMO-COUNT   PIC 999 COMP VALUE 0.
           05  W-PROMO-ENTRY   OCCURS 200 TIMES.
               10  W-PR-CODE       PIC X(6).
               10  W-PR-DESC       PIC X(30).
               10  W-PR-KIND       PIC X.
               10  W-PR-AMOUNT     PIC 9(5)V99.
               10  W-PR-PERCENT    PIC 999.
               10  W-PR-CYCLES     PIC 99.
               10  W-PR-PLAN       PIC X(4) OCCURS 5 TIMES.
               10  W-PR-FROM       PIC 9(8).
               10  W-PR-TO         PIC 9(8).

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.
       01  W-PLAN-SUB          PIC 9 COMP.
       01  W-CODE              PIC X(6).
       01  W-DESC              PIC X(30).
       01  W-KIND              PIC X.
           88  W-KIND-VALID        VALUE 'A' 'P'.
       01  W-AMOUNT            PIC 9(5)V99.
       01  W-PERCENT           PIC 999.
       01  W-CYCLES            PIC 99.
       01  W-PLAN              PIC X(4).
       01  W-PLAN-VALID        PIC X.
           88  PLAN-VALID          VALUE 'Y'.
       01  W-PLAN-LIST.
           05  W-PLAN-IN       PIC X(4) OCCURS 5 TIMES.
       01  W-PLAN-ENTRY-SW     PIC X.
           88  W-PLAN-LIST-DONE    VALUE 'Y'.
           88  W-PLAN-LIST-BAD     VALUE 'X'.
       01  W-FROM              PIC 9(8).
       01  W-TO                PIC 9(8).
       01  W-SHOW-AMOUNT       PIC ZZ,ZZ9.99.
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'OPEN-PROMO-TABLE' USING W-PROMO-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLAN-FILENAME.
           PERFORM SHOW-MENU UNTIL W-DONE.
           IF W-TABLE-CHANGED THEN
               PERFORM REWRITE-PROMO-FILE
               DISPLAY "Promotion master saved."
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "PROMOTION MASTER MAINTENANCE".
           DISPLAY "  1. Add a promotion".
           DISPLAY "  2. Change a promotion".
           DISPLAY "  3. List promotions".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM ADD-PROMO THRU ADD-PROMO-EXIT
               WHEN 2
                   PERFORM CHANGE-PROMO THRU CHANGE-PROMO-EXIT
               WHEN 3
                   PERFORM LIST-PROMOS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

       ADD-PROMO.
           IF W-PROMO-COUNT >= 200 THEN
               DISPLAY "  Promotion master is full."
               GO TO ADD-PROMO-EXIT.
           DISPLAY "  Promotion code: " WITH NO ADVANCING.
           ACCEPT W-CODE.
           IF W-CODE = SPACES THEN
               GO TO ADD-PROMO-EXIT.
           PERFORM FIND-PROMO.
           IF W-HIT NOT = 0 THEN
               DISPLAY "  That promotion code is already on file."
               GO TO ADD-PROMO-EXIT.
           DISPLAY "  Description: " WITH NO ADVANCING.
           ACCEPT W-DESC.
           DISPLAY "  Credit kind (A = amount, P = percent): "
               WITH NO ADVANCING.
           ACCEPT W-KIND.
           IF NOT W-KIND-VALID THEN
               DISPLAY "  Answer A or P."
               GO TO ADD-PROMO-EXIT.
           MOVE 0 TO W-AMOUNT, W-PERCENT.
           IF W-KIND = 'A' THEN
               DISPLAY "  Credit per cycle (dollars): "
                   WITH NO ADVANCING
               ACCEPT W-AMOUNT
           ELSE
               DISPLAY "  Percent off per cycle: " WITH NO ADVANCING
               ACCEPT W-PERCENT
               IF W-PERCENT > 100 THEN
                   DISPLAY "  Not more than 100 percent."
                   GO TO ADD-PROMO-EXIT
               END-IF
           END-IF.
           IF W-AMOUNT = 0 AND W-PERCENT = 0 THEN
               DISPLAY "  A promotion must credit something."
               GO TO ADD-PROMO-EXIT.
           DISPLAY "  Number of bill cycles: " WITH NO ADVANCING.
           ACCEPT W-CYCLES.
           IF W-CYCLES = 0 THEN
               DISPLAY "  A promotion must run at least one cycle."
               GO TO ADD-PROMO-EXIT.
           DISPLAY "  Sign-up window opens (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT W-FROM.
           DISPLAY "  Sign-up window closes (0 = open-ended): "
               WITH NO ADVANCING.
           ACCEPT W-TO.
           IF W-TO NOT = 0 AND W-TO < W-FROM THEN
               DISPLAY "  The window closes before it opens."
               GO TO ADD-PROMO-EXIT.
           PERFORM ACCEPT-PLAN-LIST THRU ACCEPT-PLAN-LIST-EXIT.
           IF NOT W-PLAN-LIST-DONE THEN
               GO TO ADD-PROMO-EXIT.
           ADD 1 TO W-PROMO-COUNT.
           MOVE W-CODE TO W-PR-CODE(W-PROMO-COUNT).
           MOVE W-DESC TO W-PR-DESC(W-PROMO-COUNT).
           MOVE W-KIND TO W-PR-KIND(W-PROMO-COUNT).
           MOVE W-AMOUNT TO W-PR-AMOUNT(W-PROMO-COUNT).
           MOVE W-PERCENT TO W-PR-PERCENT(W-PROMO-COUNT).
           MOVE W-CYCLES TO W-PR-CYCLES(W-PROMO-COUNT).
           MOVE W-FROM TO W-PR-FROM(W-PROMO-COUNT).
           MOVE W-TO TO W-PR-TO(W-PROMO-COUNT).
           MOVE W-PROMO-COUNT TO W-HIT.
           PERFORM STORE-PLAN-LIST.
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Promotion added.".
       ADD-PROMO-EXIT.
           CONTINUE.

      *    terms change for later sign-ups only; the usual change is
      *    closing the window when marketing pulls the offer
       CHANGE-PROMO.
           DISPLAY "  Promotion code: " WITH NO ADVANCING.
           ACCEPT W-CODE.
           PERFORM FIND-PROMO.
           IF W-HIT = 0 THEN
               DISPLAY "  Not on file."
               GO TO CHANGE-PROMO-EXIT.
           DISPLAY "  Description (blank = keep): " WITH NO ADVANCING.
           ACCEPT W-DESC.
           IF W-DESC NOT = SPACES THEN
               MOVE W-DESC TO W-PR-DESC(W-HIT)
           END-IF.
           IF W-PR-KIND(W-HIT) = 'A' THEN
               DISPLAY "  Credit per cycle (0 = keep): "
                   WITH NO ADVANCING
               ACCEPT W-AMOUNT
               IF W-AMOUNT NOT = 0 THEN
                   MOVE W-AMOUNT TO W-PR-AMOUNT(W-HIT)
               END-IF
           ELSE
               DISPLAY "  Percent off (0 = keep): " WITH NO ADVANCING
               ACCEPT W-PERCENT
               IF W-PERCENT NOT = 0 AND W-PERCENT <= 100 THEN
                   MOVE W-PERCENT TO W-PR-PERCENT(W-HIT)
               END-IF
           END-IF.
           DISPLAY "  Number of bill cycles (0 = keep): "
               WITH NO ADVANCING.
           ACCEPT W-CYCLES.
           IF W-CYCLES NOT = 0 THEN
               MOVE W-CYCLES TO W-PR-CYCLES(W-HIT)
           END-IF.
           DISPLAY "  Sign-up window closes (99999999 = keep): "
               WITH NO ADVANCING.
           ACCEPT W-TO.
           IF W-TO NOT = 99999999 THEN
               MOVE W-TO TO W-PR-TO(W-HIT)
           END-IF.
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Promotion updated.".
       CHANGE-PROMO-EXIT.
           CONTINUE.

      *    up to five plans, each checked against the plan master; a
      *    blank first entry makes the offer good on any plan
       ACCEPT-PLAN-LIST.
           MOVE SPACES TO W-PLAN-LIST.
           MOVE 'N' TO W-PLAN-ENTRY-SW.
           PERFORM ACCEPT-ONE-PLAN
               VARYING W-PLAN-SUB FROM 1 BY 1
               UNTIL W-PLAN-SUB > 5 OR W-PLAN-ENTRY-SW NOT = 'N'.
           IF W-PLAN-LIST-BAD THEN
               GO TO ACCEPT-PLAN-LIST-EXIT.
           SET W-PLAN-LIST-DONE TO TRUE.
       ACCEPT-PLAN-LIST-EXIT.
           CONTINUE.

       ACCEPT-ONE-PLAN.
           DISPLAY "  Eligible plan ", W-PLAN-SUB,
               " (blank = no more): " WITH NO ADVANCING.
           ACCEPT W-PLAN.
           IF W-PLAN = SPACES THEN
               SET W-PLAN-LIST-DONE TO TRUE
           ELSE
               CALL 'VALIDATE-PLAN-CODE' USING W-PLAN, W-PLAN-VALID
               IF PLAN-VALID THEN
                   MOVE W-PLAN TO W-PLAN-IN(W-PLAN-SUB)
               ELSE
                   DISPLAY "  Not a plan on the plan master."
                   SET W-PLAN-LIST-BAD TO TRUE
               END-IF
           END-IF.

       STORE-PLAN-LIST.
           PERFORM STORE-ONE-PLAN
               VARYING W-PLAN-SUB FROM 1 BY 1
               UNTIL W-PLAN-SUB > 5.

       STORE-ONE-PLAN.
           MOVE W-PLAN-IN(W-PLAN-SUB) TO W-PR-PLAN(W-HIT, W-PLAN-SUB).

       LIST-PROMOS.
           DISPLAY "  CODE   DESCRIPTION                    K ",
               "   CREDIT CYC OPENS    CLOSES   PLANS".
           PERFORM LIST-ONE-PROMO
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT.

       LIST-ONE-PROMO.
           IF W-PR-KIND(W-SUB) = 'A' THEN
               MOVE W-PR-AMOUNT(W-SUB) TO W-SHOW-AMOUNT
           ELSE
               MOVE W-PR-PERCENT(W-SUB) TO W-SHOW-AMOUNT
           END-IF.
           DISPLAY "  ", W-PR-CODE(W-SUB), " ", W-PR-DESC(W-SUB),
               " ", W-PR-KIND(W-SUB), " ", W-SHOW-AMOUNT, "  ",
               W-PR-CYCLES(W-SUB), " ", W-PR-FROM(W-SUB), " ",
               W-PR-TO(W-SUB), " ", W-PR-PLAN(W-SUB, 1), " ",
               W-PR-PLAN(W-SUB, 2), " ", W-PR-PLAN(W-SUB, 3), " ",
               W-PR-PLAN(W-SUB, 4), " ", W-PR-PLAN(W-SUB, 5).

       FIND-PROMO.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-PROMO
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT.

       MATCH-ONE-PROMO.
           IF W-PR-CODE(W-SUB) = W-CODE THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       REWRITE-PROMO-FILE.
           OPEN OUTPUT PROMO-FILE.
           PERFORM WRITE-ONE-PROMO
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT.
           CLOSE PROMO-FILE.

       WRITE-ONE-PROMO.
           MOVE W-PR-CODE(W-SUB) TO PR-CODE.
           MOVE W-PR-DESC(W-SUB) TO PR-DESCRIPTION.
           MOVE W-PR-KIND(W-SUB) TO PR-KIND.
           MOVE W-PR-AMOUNT(W-SUB) TO PR-AMOUNT.
           MOVE W-PR-PERCENT(W-SUB) TO PR-PERCENT.
           MOVE W-PR-CYCLES(W-SUB) TO PR-CYCLES.
           MOVE W-PR-PLAN(W-SUB, 1) TO PR-PLAN(1).
           MOVE W-PR-PLAN(W-SUB, 2) TO PR-PLAN(2).
           MOVE W-PR-PLAN(W-SUB, 3) TO PR-PLAN(3).
           MOVE W-PR-PLAN(W-SUB, 4) TO PR-PLAN(4).
           MOVE W-PR-PLAN(W-SUB, 5) TO PR-PLAN(5).
           MOVE W-PR-FROM(W-SUB) TO PR-SIGNUP-FROM.
           MOVE W-PR-TO(W-SUB) TO PR-SIGNUP-TO.
           WRITE PROMO-REC.
