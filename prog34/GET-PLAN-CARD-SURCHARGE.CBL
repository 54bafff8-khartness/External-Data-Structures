       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GET-PLAN-CARD-SURCHARGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the flat surcharge a plan adds to each call
      *    billed to a calling card, from the plan table OPEN-PLAN-
      *    TABLE loaded.  A plan not on file, or one with no
      *    surcharge filled in, answers zero -- the card call rates
      *    like any other call on the account.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-PLAN-TABLE EXTERNAL.
           05  W-PLAN-COUNT    PIC 999 COMP VALUE 0.
           05  W-PLAN-ENTRY    OCCURS 100 TIMES.
               10  W-PM-CODE       PIC X(4).
               10  W-PM-DESC       PIC X(30).
               10  W-PM-STATUS     PIC X.
               10  W-PM-EFFECTIVE  PIC 9(8).
               10  W-PM-EXPIRES    PIC 9(8).
               10  W-PM-ALLOWANCE  PIC 9(5).
               10  W-PM-CARD-SURCHARGE PIC 9(3)V99.

       01  W-SUB               PIC 999 COMP.
       01  W-FOUND-SW          PIC X.
           88  W-PLAN-FOUND        VALUE 'Y'.

       LINKAGE SECTION.
       01  L-PLAN-CODE     PIC X(4).
       01  L-SURCHARGE     PIC 9(3)V99.

       PROCEDURE DIVISION USING L-PLAN-CODE, L-SURCHARGE.
       LOOK-UP-PLAN.
           MOVE 0 TO L-SURCHARGE.
           MOVE 'N' TO W-FOUND-SW.
           PERFORM TRY-ONE-PLAN
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PLAN-COUNT OR W-PLAN-FOUND.
           GOBACK.

       TRY-ONE-PLAN.
           IF W-PM-CODE(W-SUB) = L-PLAN-CODE THEN
               SET W-PLAN-FOUND TO TRUE
               MOVE W-PM-CARD-SURCHARGE(W-SUB) TO L-SURCHARGE
           END-IF.
