       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CHECK-CONTROL-TOTAL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Balances what a job found on its input against what the
      *    step ahead of it said it wrote, and posts the outcome to
      *    the control ledger for the morning RUN-CONTROL-REPORT.
      *    L-COUNT and L-AMOUNT are this job's side; the other side
      *    is the predecessor's latest total under L-PRED-COUNTER
      *    (GET-CONTROL-TOTAL, limited to L-DATE's postings when
      *    that is non-zero), handed back in L-EXPECT-COUNT and
      *    L-EXPECT-AMOUNT so the caller can show both.  Status:
      *        0  balanced
      *        1  out of balance -- the caller stops
      *        2  the predecessor posted no such total to balance
      *           against; nothing to compare, and the ledger says so

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LEDGER ASSIGN TO W-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LEDGER.
       01  CONTROL-LEDGER-REC.
           05  CL-DATE             PIC 9(8).
           05  CL-TIME             PIC 9(6).
           05  CL-JOB              PIC X(20).
           05  CL-KIND             PIC X.
               88  CL-TOTAL-ROW        VALUE 'T'.
               88  CL-BALANCE-ROW      VALUE 'B'.
           05  CL-COUNTER          PIC X(12).
           05  CL-COUNT            PIC 9(9).
           05  CL-AMOUNT           PIC S9(11)V99.
           05  CL-FIRST-KEY        PIC 9(9).
           05  CL-LAST-KEY         PIC 9(9).
           05  CL-RESULT           PIC X.
           05  CL-PRED-JOB         PIC X(20).
           05  CL-PRED-COUNTER     PIC X(12).
           05  CL-EXPECT-COUNT     PIC 9(9).
           05  CL-EXPECT-AMOUNT    PIC S9(11)V99.

       WORKING-STORAGE SECTION.
       01  W-FILENAME          PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-FOUND             PIC X.
           88  W-TOTAL-FOUND       VALUE 'Y'.
       01  W-FIRST-KEY         PIC 9(9).
       01  W-LAST-KEY          PIC 9(9).

       LINKAGE SECTION.
       01  L-STATUS        PIC 9.
           88  STATUS-BALANCED     VALUE 0.
           88  STATUS-OUT-OF-BAL   VALUE 1.
           88  STATUS-NO-TOTAL     VALUE 2.
       01  L-JOB-NAME      PIC X(20).
       01  L-COUNTER       PIC X(12).
       01  L-PRED-JOB      PIC X(20).
       01  L-PRED-COUNTER  PIC X(12).
       01  L-DATE          PIC 9(8).
       01  L-COUNT         PIC 9(9) COMP.
       01  L-AMOUNT        PIC S9(11)V99.
       01  L-EXPECT-COUNT  PIC 9(9) COMP.
       01  L-EXPECT-AMOUNT PIC S9(11)V99.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-STATUS, L-JOB-NAME, L-COUNTER,
               L-PRED-JOB, L-PRED-COUNTER, L-DATE, L-COUNT, L-AMOUNT,
               L-EXPECT-COUNT, L-EXPECT-AMOUNT, L-FILENAME.
       ENTRY-POINT.
           CALL 'GET-CONTROL-TOTAL' USING W-FOUND, L-PRED-JOB,
               L-PRED-COUNTER, L-DATE, L-EXPECT-COUNT,
               L-EXPECT-AMOUNT, W-FIRST-KEY, W-LAST-KEY, L-FILENAME.
           IF NOT W-TOTAL-FOUND THEN
               SET STATUS-NO-TOTAL TO TRUE
           ELSE IF L-COUNT = L-EXPECT-COUNT AND
                   L-AMOUNT = L-EXPECT-AMOUNT THEN
               SET STATUS-BALANCED TO TRUE
           ELSE
               SET STATUS-OUT-OF-BAL TO TRUE.

           MOVE L-FILENAME TO W-FILENAME.
           OPEN EXTEND CONTROL-LEDGER.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CONTROL-LEDGER
           END-IF.
           MOVE SPACES TO CONTROL-LEDGER-REC.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE L-JOB-NAME TO CL-JOB.
           SET CL-BALANCE-ROW TO TRUE.
           MOVE L-COUNTER TO CL-COUNTER.
           MOVE L-COUNT TO CL-COUNT.
           MOVE L-AMOUNT TO CL-AMOUNT.
           MOVE 0 TO CL-FIRST-KEY, CL-LAST-KEY.
           EVALUATE TRUE
               WHEN STATUS-BALANCED
                   MOVE 'Y' TO CL-RESULT
               WHEN STATUS-OUT-OF-BAL
                   MOVE 'N' TO CL-RESULT
               WHEN OTHER
                   MOVE '-' TO CL-RESULT
           END-EVALUATE.
           MOVE L-PRED-JOB TO CL-PRED-JOB.
           MOVE L-PRED-COUNTER TO CL-PRED-COUNTER.
           MOVE L-EXPECT-COUNT TO CL-EXPECT-COUNT.
           MOVE L-EXPECT-AMOUNT TO CL-EXPECT-AMOUNT.
           WRITE CONTROL-LEDGER-REC.
           CLOSE CONTROL-LEDGER.
           GOBACK.
