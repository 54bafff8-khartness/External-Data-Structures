       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CONCESSION-PAYROLL-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Monthly employee concession report for payroll.  For the
      *    prompted month, totals the concessions the bill runs gave
      *    off the concession credit file by employee -- the local
      *    service, toll, and equipment value each employee did not
      *    pay -- which is the taxable benefit payroll carries to the
      *    W-2 as imputed income.  Each employee is listed with the
      *    totals and written to the payroll feed file, one record per
      *    employee for the month, for payroll to load.  An employee
      *    with two accounts is one record; the account shown is the
      *    first one billed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCCRED-FILE ASSIGN TO W-CONCCRED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-CONCCRED-STATUS.

           SELECT PAYROLL-FILE ASSIGN TO W-PAYROLL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCCRED-FILE.
       01  CONCCRED-REC.
           05  CC-INVOICE-DATE     PIC 9(8).
           05  CC-INVOICE-NUMBER   PIC 9(9).
           05  CC-MASTER-POS       PIC 9(9).
           05  CC-ACCOUNT-NUMBER   PIC 9(9).
           05  CC-EMPLOYEE-ID      PIC X(9).
           05  CC-LOCAL-AMOUNT     PIC 9(5)V99.
           05  CC-TOLL-AMOUNT      PIC 9(5)V99.
           05  CC-EQUIP-AMOUNT     PIC 9(5)V99.
           05  CC-AMOUNT           PIC 9(5)V99.

      *    one record per employee per month -- the imputed income
      *    payroll adds to the employee's wages
       FD  PAYROLL-FILE.
       01  PAYROLL-REC.
           05  PY-EMPLOYEE-ID      PIC X(9).
           05  PY-MONTH            PIC 9(6).
           05  PY-ACCOUNT-NUMBER   PIC 9(9).
           05  PY-LOCAL-AMOUNT     PIC 9(7)V99.
           05  PY-TOLL-AMOUNT      PIC 9(7)V99.
           05  PY-EQUIP-AMOUNT     PIC 9(7)V99.
           05  PY-IMPUTED-INCOME   PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  W-CONCCRED-FILENAME     PIC X(512)
                                   VALUE 'S:\COBOL\CONCCRED.DAT'.
       01  W-CONCCRED-STATUS       PIC XX.
       01  W-PAYROLL-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PAYCONC.DAT'.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       01  W-REPORT-MONTH          PIC 9(6).

      *    concession totals by employee
       01  W-EMPLOYEE-TABLE.
           05  W-EMP-COUNT         PIC 9(4) COMP VALUE 0.
           05  W-EMP-ENTRY         OCCURS 1000 TIMES.
               10  W-EMP-ID            PIC X(9).
               10  W-EMP-ACCOUNT       PIC 9(9).
               10  W-EMP-LOCAL         PIC 9(7)V99.
               10  W-EMP-TOLL          PIC 9(7)V99.
               10  W-EMP-EQUIP         PIC 9(7)V99.
               10  W-EMP-TOTAL         PIC 9(7)V99.
       01  W-SUB                   PIC 9(4) COMP.
       01  W-HIT                   PIC 9(4) COMP.
       01  W-SKIPPED-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-TOTAL-LOCAL           PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-TOLL            PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-EQUIP           PIC 9(11)V99 VALUE 0.
       01  W-TOTAL-IMPUTED         PIC 9(11)V99 VALUE 0.

       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-AMOUNT           PIC $$$$,$$9.99.
       01  W-SHOW-LOCAL            PIC $$$$,$$9.99.
       01  W-SHOW-TOLL             PIC $$$$,$$9.99.
       01  W-SHOW-EQUIP            PIC $$$$,$$9.99.
       01  W-SHOW-TOTAL            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "EMPLOYEE CONCESSION - PAYROLL IMPUTED INCOME".
           DISPLAY "Report month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT W-REPORT-MONTH.

           PERFORM TALLY-CONCESSIONS THRU TALLY-CONCESSIONS-EXIT.

           OPEN OUTPUT PAYROLL-FILE.
           DISPLAY " ".
           DISPLAY "CONCESSION VALUE BY EMPLOYEE - ", W-REPORT-MONTH.
           DISPLAY "  EMPLOYEE   ACCOUNT           LOCAL        TOLL",
               "   EQUIPMENT       TOTAL".
           PERFORM REPORT-ONE-EMPLOYEE
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-EMP-COUNT.
           CLOSE PAYROLL-FILE.

           DISPLAY " ".
           MOVE W-EMP-COUNT TO W-SHOW-COUNT.
           DISPLAY "  EMPLOYEES:              ", W-SHOW-COUNT.
           MOVE W-TOTAL-LOCAL TO W-SHOW-TOTAL.
           DISPLAY "  LOCAL SERVICE:    ", W-SHOW-TOTAL.
           MOVE W-TOTAL-TOLL TO W-SHOW-TOTAL.
           DISPLAY "  TOLL:             ", W-SHOW-TOTAL.
           MOVE W-TOTAL-EQUIP TO W-SHOW-TOTAL.
           DISPLAY "  EQUIPMENT:        ", W-SHOW-TOTAL.
           MOVE W-TOTAL-IMPUTED TO W-SHOW-TOTAL.
           DISPLAY "  IMPUTED INCOME:   ", W-SHOW-TOTAL.
           IF W-SKIPPED-COUNT NOT = 0 THEN
               MOVE W-SKIPPED-COUNT TO W-SHOW-COUNT
               DISPLAY "  ROWS NOT REPORTED - EMPLOYEE TABLE FULL: ",
                   W-SHOW-COUNT
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    TALLY -- every concession row dated in the report month
      *    adds to its employee's totals.
      *----------------------------------------------------------------
       TALLY-CONCESSIONS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CONCCRED-FILE.
           IF W-CONCCRED-STATUS NOT = '00' THEN
               DISPLAY "No employee concessions on file."
               GO TO TALLY-CONCESSIONS-EXIT.
           PERFORM TALLY-ONE-CONCESSION UNTIL W-INPUT-EOF.
           CLOSE CONCCRED-FILE.
       TALLY-CONCESSIONS-EXIT.
           CONTINUE.

       TALLY-ONE-CONCESSION.
           READ CONCCRED-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CC-INVOICE-DATE(1:6) = W-REPORT-MONTH THEN
                       PERFORM ADD-TO-EMPLOYEE
                   END-IF
           END-READ.

       ADD-TO-EMPLOYEE.
           MOVE 0 TO W-HIT.
           PERFORM FIND-EMPLOYEE
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-EMP-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 AND W-EMP-COUNT < 1000 THEN
               ADD 1 TO W-EMP-COUNT
               MOVE W-EMP-COUNT TO W-HIT
               MOVE CC-EMPLOYEE-ID TO W-EMP-ID(W-HIT)
               MOVE CC-ACCOUNT-NUMBER TO W-EMP-ACCOUNT(W-HIT)
               MOVE 0 TO W-EMP-LOCAL(W-HIT), W-EMP-TOLL(W-HIT),
                   W-EMP-EQUIP(W-HIT), W-EMP-TOTAL(W-HIT)
           END-IF.
           IF W-HIT NOT = 0 THEN
               ADD CC-LOCAL-AMOUNT TO W-EMP-LOCAL(W-HIT),
                   W-TOTAL-LOCAL
               ADD CC-TOLL-AMOUNT TO W-EMP-TOLL(W-HIT), W-TOTAL-TOLL
               ADD CC-EQUIP-AMOUNT TO W-EMP-EQUIP(W-HIT),
                   W-TOTAL-EQUIP
               ADD CC-AMOUNT TO W-EMP-TOTAL(W-HIT), W-TOTAL-IMPUTED
           ELSE
               ADD 1 TO W-SKIPPED-COUNT
           END-IF.

       FIND-EMPLOYEE.
           IF W-EMP-ID(W-SUB) = CC-EMPLOYEE-ID THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       REPORT-ONE-EMPLOYEE.
           MOVE W-EMP-LOCAL(W-SUB) TO W-SHOW-LOCAL.
           MOVE W-EMP-TOLL(W-SUB) TO W-SHOW-TOLL.
           MOVE W-EMP-EQUIP(W-SUB) TO W-SHOW-EQUIP.
           MOVE W-EMP-TOTAL(W-SUB) TO W-SHOW-AMOUNT.
           DISPLAY "  ", W-EMP-ID(W-SUB), "  ", W-EMP-ACCOUNT(W-SUB),
               " ", W-SHOW-LOCAL, " ", W-SHOW-TOLL, " ",
               W-SHOW-EQUIP, " ", W-SHOW-AMOUNT.
           MOVE W-EMP-ID(W-SUB) TO PY-EMPLOYEE-ID.
           MOVE W-REPORT-MONTH TO PY-MONTH.
           MOVE W-EMP-ACCOUNT(W-SUB) TO PY-ACCOUNT-NUMBER.
           MOVE W-EMP-LOCAL(W-SUB) TO PY-LOCAL-AMOUNT.
           MOVE W-EMP-TOLL(W-SUB) TO PY-TOLL-AMOUNT.
           MOVE W-EMP-EQUIP(W-SUB) TO PY-EQUIP-AMOUNT.
           MOVE W-EMP-TOTAL(W-SUB) TO PY-IMPUTED-INCOME.
           WRITE PAYROLL-REC.
