       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-PROMOTION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Enrolls an account in a promotion ('E'), copying the
      *    offer's terms out of the table OPEN-PROMO-TABLE loaded;
      *    counts one promised cycle as given ('C') with the credit
      *    the bill run gave for it, closing the enrollment out once
      *    the last promised cycle is in; or cancels one ('X').  An
      *    account runs one promotion at a time -- enrolling over a
      *    promotion still running is refused.  Journals every
      *    change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-ACCOUNT-FILE ASSIGN TO W-PROMO-ACCT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-PROMO-ACCT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-ACCOUNT-FILE EXTERNAL.
       01  PROMO-ACCOUNT-REC.
           05  PA-STATUS           PIC X.
               88  PA-RUNNING          VALUE 'A'.
               88  PA-COMPLETE         VALUE 'C'.
               88  PA-CANCELLED        VALUE 'X'.
           05  PA-CODE             PIC X(6).
           05  PA-ENROLL-DATE      PIC 9(8).
           05  PA-KIND             PIC X.
               88  PA-FLAT-AMOUNT      VALUE 'A'.
               88  PA-PERCENTAGE       VALUE 'P'.
           05  PA-AMOUNT           PIC 9(5)V99.
           05  PA-PERCENT          PIC 999.
           05  PA-CYCLES-PROMISED  PIC 99.
           05  PA-CYCLES-GIVEN     PIC 99.
           05  PA-CREDITED         PIC 9(7)V99.
           05  PA-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-PROMO-ACCT-POS EXTERNAL   PIC 9(9) COMP.
       01  W-PROMO-ACCT-FILENAME EXTERNAL PIC X(512).
       01  W-PROMO-ACCT-OPEN-SW EXTERNAL PIC X.
           88  W-PROMOTIONS-OPEN           VALUE 'Y'.
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
       01  W-SUB                       PIC 999 COMP.
       01  W-HIT                       PIC 999 COMP.
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-SHOW-AMOUNT               PIC 9(5).99.
       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-ACTION        PIC X.
       01  L-CODE          PIC X(6).
       01  L-CREDIT        PIC 9(5)V99.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-ACTION,
               L-CODE, L-CREDIT.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 OR NOT W-PROMOTIONS-OPEN THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-PROMO-ACCT-POS.
           READ PROMO-ACCOUNT-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO PROMO-ACCOUNT-REC
                   MOVE 0 TO PA-ENROLL-DATE, PA-AMOUNT, PA-PERCENT,
                       PA-CYCLES-PROMISED, PA-CYCLES-GIVEN,
                       PA-CREDITED, PA-STATUS-DATE
           END-READ.
           EVALUATE L-ACTION
               WHEN 'E'
                   IF PA-RUNNING THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   MOVE 0 TO W-HIT
                   PERFORM FIND-ONE-PROMO
                       VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PROMO-COUNT OR W-HIT NOT = 0
                   IF W-HIT = 0 THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET PA-RUNNING TO TRUE
                   MOVE L-CODE TO PA-CODE
                   ACCEPT PA-ENROLL-DATE FROM DATE YYYYMMDD
                   MOVE W-PR-KIND(W-HIT) TO PA-KIND
                   MOVE W-PR-AMOUNT(W-HIT) TO PA-AMOUNT
                   MOVE W-PR-PERCENT(W-HIT) TO PA-PERCENT
                   MOVE W-PR-CYCLES(W-HIT) TO PA-CYCLES-PROMISED
                   MOVE 0 TO PA-CYCLES-GIVEN, PA-CREDITED
                   MOVE 'PROMO-ENROLL' TO W-JOURNAL-OP
               WHEN 'C'
                   IF W-NEW-RECORD OR NOT PA-RUNNING THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   ADD 1 TO PA-CYCLES-GIVEN
                   ADD L-CREDIT TO PA-CREDITED
                       ON SIZE ERROR
                           MOVE 9999999.99 TO PA-CREDITED
                   END-ADD
                   IF PA-CYCLES-GIVEN >= PA-CYCLES-PROMISED THEN
                       SET PA-COMPLETE TO TRUE
                   END-IF
                   MOVE 'PROMO-CREDIT' TO W-JOURNAL-OP
               WHEN OTHER
                   IF W-NEW-RECORD OR NOT PA-RUNNING THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET PA-CANCELLED TO TRUE
                   MOVE 'PROMO-CANCEL' TO W-JOURNAL-OP
           END-EVALUATE.
           ACCEPT PA-STATUS-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE PROMO-ACCOUNT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE PROMO-ACCOUNT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE PA-CODE TO W-JOURNAL-KEY(1:6)
               MOVE PA-CYCLES-GIVEN TO W-JOURNAL-KEY(8:2)
               MOVE PA-CYCLES-PROMISED TO W-JOURNAL-KEY(11:2)
               MOVE L-CREDIT TO W-SHOW-AMOUNT
               MOVE W-SHOW-AMOUNT TO W-JOURNAL-KEY(14:8)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.

       FIND-ONE-PROMO.
           IF W-PR-CODE(W-SUB) = L-CODE THEN
               MOVE W-SUB TO W-HIT
           END-IF.
