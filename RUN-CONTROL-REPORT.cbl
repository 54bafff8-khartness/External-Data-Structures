      *    when a job started and never ended (the window overran or
      *    the job died), which is the line worth walking over to
      *    operations about before anyone keys a transaction.
      *    Under each job come its control-ledger (CTLLEDG.DAT) rows
      *    for the night: the totals it posted and every balancing
      *    check it made against the step ahead of it, counted
      *    against expected, BALANCED or OUT OF BALANCE.  Ledger rows
      *    from steps that keep no run control of their own follow
      *    the job list, and the report closes on the count of checks
      *    out of balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUN-CONTROL-FILE ASSIGN TO W-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.
           SELECT CONTROL-LEDGER ASSIGN TO W-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RC-JOB          PIC X(20).
           05  RC-EVENT        PIC X.

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
       01  W-FILENAME          PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-ELAPSED           PIC S9(9) COMP.
       01  W-SHOW-ELAPSED      PIC ZZZZZ9.

       01  W-LEDGER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\CTLLEDG.DAT'.
       01  W-LEDGER-STATUS     PIC XX.
       01  W-LEDGER-TABLE.
           05  W-LG-ROWS       PIC 999 COMP VALUE 0.
           05  W-LG-ENTRY      OCCURS 200 TIMES.
               10  W-LG-JOB            PIC X(20).
               10  W-LG-KIND           PIC X.
               10  W-LG-COUNTER        PIC X(12).
               10  W-LG-COUNT          PIC 9(9).
               10  W-LG-AMOUNT         PIC S9(11)V99.
               10  W-LG-RESULT         PIC X.
               10  W-LG-PRED-JOB       PIC X(20).
               10  W-LG-PRED-COUNTER   PIC X(12).
               10  W-LG-EXPECT-COUNT   PIC 9(9).
               10  W-LG-EXPECT-AMOUNT  PIC S9(11)V99.
               10  W-LG-SHOWN          PIC X.
       01  W-LG-SUB            PIC 999 COMP.
       01  W-GROUP-SUB         PIC 999 COMP.
       01  W-GROUP-JOB         PIC X(20).
       01  W-OUT-OF-BALANCE    PIC 999 COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-AMOUNT       PIC -$$,$$$,$$$,$$9.99.
       01  W-SHOW-RESULT       PIC X(14).
       01  W-SHOW-BAD          PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
               STOP RUN.
           PERFORM READ-ONE-EVENT UNTIL AT-END.
           CLOSE RUN-CONTROL-FILE.
           PERFORM LOAD-LEDGER.

           DISPLAY " ".
           DISPLAY "JOB                  START  END    ELAPSED ",
           PERFORM REPORT-ONE-JOB
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-JOB-COUNT.
           PERFORM REPORT-OTHER-STEP
               VARYING W-GROUP-SUB FROM 1 BY 1
               UNTIL W-GROUP-SUB > W-LG-ROWS.

           DISPLAY " ".
           IF W-OUT-OF-BALANCE > 0 THEN
               MOVE W-OUT-OF-BALANCE TO W-SHOW-BAD
               DISPLAY "*** ", W-SHOW-BAD, " BALANCING CHECK(S) OUT",
                   " OF BALANCE -- HOLD THE DAY'S WORK ***"
           ELSE IF W-LG-ROWS > 0 THEN
               DISPLAY "ALL CONTROL TOTALS BALANCED."
           ELSE
               DISPLAY "NO CONTROL TOTALS POSTED FOR THIS NIGHT.".
           STOP RUN.

       READ-ONE-EVENT.
                   " ------        INCOMPLETE - WINDOW OVERRAN",
                   " OR JOB DIED"
           END-IF.
           MOVE W-JOB-NAME(W-SUB) TO W-GROUP-JOB.
           PERFORM SHOW-JOB-BALANCING.

      *----------------------------------------------------------------
      *    The night's control-ledger rows, kept in file order.  No
      *    ledger on file just means no step has posted totals yet.
      *----------------------------------------------------------------
       LOAD-LEDGER.
           MOVE 'N' TO W-AT-END.
           OPEN INPUT CONTROL-LEDGER.
           IF W-LEDGER-STATUS = '00' THEN
               PERFORM READ-ONE-LEDGER-ROW UNTIL AT-END
               CLOSE CONTROL-LEDGER
           END-IF.

       READ-ONE-LEDGER-ROW.
           READ CONTROL-LEDGER
               AT END
                   SET AT-END TO TRUE
               NOT AT END
                   IF CL-DATE = W-NIGHT AND W-LG-ROWS < 200 THEN
                       PERFORM NOTE-ONE-LEDGER-ROW
                   END-IF
           END-READ.

       NOTE-ONE-LEDGER-ROW.
           ADD 1 TO W-LG-ROWS.
           MOVE CL-JOB TO W-LG-JOB(W-LG-ROWS).
           MOVE CL-KIND TO W-LG-KIND(W-LG-ROWS).
           MOVE CL-COUNTER TO W-LG-COUNTER(W-LG-ROWS).
           MOVE CL-COUNT TO W-LG-COUNT(W-LG-ROWS).
           MOVE CL-AMOUNT TO W-LG-AMOUNT(W-LG-ROWS).
           MOVE CL-RESULT TO W-LG-RESULT(W-LG-ROWS).
           MOVE CL-PRED-JOB TO W-LG-PRED-JOB(W-LG-ROWS).
           MOVE CL-PRED-COUNTER TO W-LG-PRED-COUNTER(W-LG-ROWS).
           MOVE CL-EXPECT-COUNT TO W-LG-EXPECT-COUNT(W-LG-ROWS).
           MOVE CL-EXPECT-AMOUNT TO W-LG-EXPECT-AMOUNT(W-LG-ROWS).
           MOVE 'N' TO W-LG-SHOWN(W-LG-ROWS).
           IF CL-BALANCE-ROW AND CL-RESULT = 'N' THEN
               ADD 1 TO W-OUT-OF-BALANCE
           END-IF.

      *----------------------------------------------------------------
      *    A step with ledger rows but no run-control entries of its
      *    own (ADD-CALL-DETAIL posts under MEDIATION-INTAKE's run)
      *    gets its own heading after the job list.
      *----------------------------------------------------------------
       REPORT-OTHER-STEP.
           IF W-LG-SHOWN(W-GROUP-SUB) = 'N' THEN
               MOVE W-LG-JOB(W-GROUP-SUB) TO W-GROUP-JOB
               DISPLAY W-GROUP-JOB, " (NO RUN CONTROL)"
               PERFORM SHOW-JOB-BALANCING
           END-IF.

       SHOW-JOB-BALANCING.
           PERFORM SHOW-ONE-LEDGER-ROW
               VARYING W-LG-SUB FROM 1 BY 1
               UNTIL W-LG-SUB > W-LG-ROWS.

       SHOW-ONE-LEDGER-ROW.
           IF W-LG-JOB(W-LG-SUB) NOT = W-GROUP-JOB OR
                   W-LG-SHOWN(W-LG-SUB) = 'Y' THEN
               GO TO SHOW-ONE-LEDGER-ROW-EXIT.
           MOVE 'Y' TO W-LG-SHOWN(W-LG-SUB).
           MOVE W-LG-COUNT(W-LG-SUB) TO W-SHOW-COUNT.
           MOVE W-LG-AMOUNT(W-LG-SUB) TO W-SHOW-AMOUNT.
           IF W-LG-KIND(W-LG-SUB) = 'T' THEN
               DISPLAY "    TOTAL  ", W-LG-COUNTER(W-LG-SUB), " ",
                   W-SHOW-COUNT, " ", W-SHOW-AMOUNT
               GO TO SHOW-ONE-LEDGER-ROW-EXIT.
           IF W-LG-RESULT(W-LG-SUB) = 'Y' THEN
               MOVE 'BALANCED' TO W-SHOW-RESULT
           ELSE IF W-LG-RESULT(W-LG-SUB) = 'N' THEN
               MOVE 'OUT OF BALANCE' TO W-SHOW-RESULT
           ELSE
               MOVE 'NO PRIOR TOTAL' TO W-SHOW-RESULT.
           DISPLAY "    CHECK  ", W-LG-COUNTER(W-LG-SUB), " ",
               W-SHOW-COUNT, " ", W-SHOW-AMOUNT, " ", W-SHOW-RESULT.
           MOVE W-LG-EXPECT-COUNT(W-LG-SUB) TO W-SHOW-COUNT.
           MOVE W-LG-EXPECT-AMOUNT(W-LG-SUB) TO W-SHOW-AMOUNT.
           DISPLAY "      VS   ", W-LG-PRED-JOB(W-LG-SUB), " ",
               W-LG-PRED-COUNTER(W-LG-SUB).
           DISPLAY "           ", "             ",
               W-SHOW-COUNT, " ", W-SHOW-AMOUNT.
       SHOW-ONE-LEDGER-ROW-EXIT.
           CONTINUE.
