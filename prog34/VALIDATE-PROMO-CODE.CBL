       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           VALIDATE-PROMO-CODE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Checks a promotion code a new customer quotes against the
      *    promotion master OPEN-PROMO-TABLE loaded: the code must be
      *    on file, the sign-up date must fall inside the offer's
      *    window, and the customer's plan must be one the offer
      *    names (an offer naming no plans is good on any).  Hands
      *    back why a code fails, so the clerk can tell the customer
      *    something better than "no".

       DATA DIVISION.
       WORKING-STORAGE SECTION.
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

       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.
       01  W-PLAN-SUB          PIC 9 COMP.
       01  W-PLAN-SW           PIC X.
           88  W-PLAN-NAMED        VALUE 'Y'.
           88  W-PLAN-LIST-EMPTY   VALUE 'E'.

       LINKAGE SECTION.
       01  L-PROMO-CODE    PIC X(6).
       01  L-PLAN-CODE     PIC X(4).
       01  L-SIGNUP-DATE   PIC 9(8).
       01  L-RESULT        PIC X.
           88  PROMO-VALID         VALUE 'Y'.
           88  PROMO-UNKNOWN       VALUE 'U'.
           88  PROMO-OUT-OF-WINDOW VALUE 'W'.
           88  PROMO-WRONG-PLAN    VALUE 'P'.

       PROCEDURE DIVISION USING L-PROMO-CODE, L-PLAN-CODE,
               L-SIGNUP-DATE, L-RESULT.
       VALIDATE-PROMO.
           SET PROMO-UNKNOWN TO TRUE.
           MOVE 0 TO W-HIT.
           PERFORM TRY-ONE-PROMO
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROMO-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               GOBACK.
           IF L-SIGNUP-DATE < W-PR-FROM(W-HIT) OR
                   (W-PR-TO(W-HIT) NOT = 0 AND
                    L-SIGNUP-DATE > W-PR-TO(W-HIT)) THEN
               SET PROMO-OUT-OF-WINDOW TO TRUE
               GOBACK.
           SET W-PLAN-LIST-EMPTY TO TRUE.
           PERFORM TRY-ONE-PLAN
               VARYING W-PLAN-SUB FROM 1 BY 1
               UNTIL W-PLAN-SUB > 5 OR W-PLAN-NAMED.
           IF W-PLAN-NAMED OR W-PLAN-LIST-EMPTY THEN
               SET PROMO-VALID TO TRUE
           ELSE
               SET PROMO-WRONG-PLAN TO TRUE
           END-IF.
           GOBACK.

       TRY-ONE-PROMO.
           IF W-PR-CODE(W-SUB) = L-PROMO-CODE THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       TRY-ONE-PLAN.
           IF W-PR-PLAN(W-HIT, W-PLAN-SUB) NOT = SPACES THEN
               IF W-PR-PLAN(W-HIT, W-PLAN-SUB) = L-PLAN-CODE THEN
                   SET W-PLAN-NAMED TO TRUE
               ELSE
                   MOVE 'N' TO W-PLAN-SW
               END-IF
           END-IF.
