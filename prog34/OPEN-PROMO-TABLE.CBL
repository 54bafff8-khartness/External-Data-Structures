       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-PROMO-TABLE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the promotion master into the in-memory table
      *    VALIDATE-PROMO-CODE and SET-PROMOTION work from: one row
      *    per marketing offer with its code, the credit (a flat
      *    amount or a percentage of the bill), how many cycles it
      *    runs, up to five plans it is good on (all blank means any
      *    plan), and the window a customer has to sign up in.  Read
      *    once and held for the run, the same way OPEN-PLAN-TABLE
      *    holds the plan master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO W-PROMO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

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
       01  W-PROMO-FILENAME    PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-PROMO-EOF         VALUE 'Y'.

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

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-PROMO-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-PROMO-FILENAME.
           OPEN INPUT PROMO-FILE.
           IF W-STATUS NOT = '00' THEN
               DISPLAY "Unable to open promotion master file: ",
                   L-FILENAME
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-PROMO-EOF.
           CLOSE PROMO-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ PROMO-FILE
               AT END
                   SET W-PROMO-EOF TO TRUE
               NOT AT END
                   IF W-PROMO-COUNT < 200 THEN
                       ADD 1 TO W-PROMO-COUNT
                       MOVE PR-CODE TO W-PR-CODE(W-PROMO-COUNT)
                       MOVE PR-DESCRIPTION TO W-PR-DESC(W-PROMO-COUNT)
                       MOVE PR-KIND TO W-PR-KIND(W-PROMO-COUNT)
                       MOVE PR-AMOUNT TO W-PR-AMOUNT(W-PROMO-COUNT)
                       MOVE PR-PERCENT TO W-PR-PERCENT(W-PROMO-COUNT)
                       MOVE PR-CYCLES TO W-PR-CYCLES(W-PROMO-COUNT)
                       MOVE PR-PLAN(1) TO W-PR-PLAN(W-PROMO-COUNT, 1)
                       MOVE PR-PLAN(2) TO W-PR-PLAN(W-PROMO-COUNT, 2)
                       MOVE PR-PLAN(3) TO W-PR-PLAN(W-PROMO-COUNT, 3)
                       MOVE PR-PLAN(4) TO W-PR-PLAN(W-PROMO-COUNT, 4)
                       MOVE PR-PLAN(5) TO W-PR-PLAN(W-PROMO-COUNT, 5)
                       MOVE PR-SIGNUP-FROM TO W-PR-FROM(W-PROMO-COUNT)
                       MOVE PR-SIGNUP-TO TO W-PR-TO(W-PROMO-COUNT)
                   ELSE
                       DISPLAY "Promotion table full; row ignored."
                   END-IF
           END-READ.
