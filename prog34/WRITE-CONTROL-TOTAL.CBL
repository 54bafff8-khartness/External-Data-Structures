       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           WRITE-CONTROL-TOTAL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Posts one of a nightly job's control totals to the control
      *    ledger: the job, which of its counts this is (FEED-IN,
      *    ACCEPTED, INVOICED and so on), the record count, the
      *    dollar total (zero for a count with no money in it), and
      *    for output that carries serial numbers the first and last
      *    of the range it wrote, so the next step can find exactly
      *    those records again.  The next step in the chain reads the
      *    total back through GET-CONTROL-TOTAL and balances against
      *    it with CHECK-CONTROL-TOTAL.  Opens its own handle per
      *    call, the way RUN-CONTROL-END does.

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

       LINKAGE SECTION.
       01  L-JOB-NAME      PIC X(20).
       01  L-COUNTER       PIC X(12).
       01  L-COUNT         PIC 9(9) COMP.
       01  L-AMOUNT        PIC S9(11)V99.
       01  L-FIRST-KEY     PIC 9(9).
       01  L-LAST-KEY      PIC 9(9).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-JOB-NAME, L-COUNTER, L-COUNT,
               L-AMOUNT, L-FIRST-KEY, L-LAST-KEY, L-FILENAME.
       ENTRY-POINT.
           MOVE L-FILENAME TO W-FILENAME.
           OPEN EXTEND CONTROL-LEDGER.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CONTROL-LEDGER
           END-IF.
           MOVE SPACES TO CONTROL-LEDGER-REC.
           ACCEPT CL-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-TIME FROM TIME.
           MOVE L-JOB-NAME TO CL-JOB.
           SET CL-TOTAL-ROW TO TRUE.
           MOVE L-COUNTER TO CL-COUNTER.
           MOVE L-COUNT TO CL-COUNT.
           MOVE L-AMOUNT TO CL-AMOUNT.
           MOVE L-FIRST-KEY TO CL-FIRST-KEY.
           MOVE L-LAST-KEY TO CL-LAST-KEY.
           MOVE 0 TO CL-EXPECT-COUNT, CL-EXPECT-AMOUNT.
           WRITE CONTROL-LEDGER-REC.
           CLOSE CONTROL-LEDGER.
           GOBACK.
