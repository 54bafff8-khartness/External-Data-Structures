       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GET-CONTROL-TOTAL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Finds the control total a job last posted under a given
      *    counter -- the latest one on the ledger, or with L-DATE
      *    non-zero the latest one posted that day -- and hands back
      *    its count, dollars and key range.  L-FOUND 'N' means the
      *    job has posted no such total (a first run, or a step that
      *    never ran), which is for the caller to judge.

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
       01  W-AT-END            PIC X.
           88  AT-END              VALUE 'Y'.

       LINKAGE SECTION.
       01  L-FOUND         PIC X.
           88  L-TOTAL-FOUND       VALUE 'Y'.
       01  L-JOB-NAME      PIC X(20).
       01  L-COUNTER       PIC X(12).
       01  L-DATE          PIC 9(8).
       01  L-COUNT         PIC 9(9) COMP.
       01  L-AMOUNT        PIC S9(11)V99.
       01  L-FIRST-KEY     PIC 9(9).
       01  L-LAST-KEY      PIC 9(9).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-FOUND, L-JOB-NAME, L-COUNTER,
               L-DATE, L-COUNT, L-AMOUNT, L-FIRST-KEY, L-LAST-KEY,
               L-FILENAME.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND, W-AT-END.
           MOVE 0 TO L-COUNT, L-AMOUNT, L-FIRST-KEY, L-LAST-KEY.
           MOVE L-FILENAME TO W-FILENAME.
           OPEN INPUT CONTROL-LEDGER.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM READ-ONE-ROW UNTIL AT-END.
           CLOSE CONTROL-LEDGER.
           GOBACK.

      *    the ledger is only appended, so the last match is the
      *    latest
       READ-ONE-ROW.
           READ CONTROL-LEDGER
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF CL-TOTAL-ROW AND CL-JOB = L-JOB-NAME AND
                           CL-COUNTER = L-COUNTER AND
                           (L-DATE = 0 OR CL-DATE = L-DATE) THEN
                       SET L-TOTAL-FOUND TO TRUE
                       MOVE CL-COUNT TO L-COUNT
                       MOVE CL-AMOUNT TO L-AMOUNT
                       MOVE CL-FIRST-KEY TO L-FIRST-KEY
                       MOVE CL-LAST-KEY TO L-LAST-KEY
                   END-IF
           END-READ.
