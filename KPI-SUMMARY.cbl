      *    assembled in one run.  Activity measures -- gross adds
      *    and disconnects off the journal, billed revenue off the
      *    invoice register, cash received off the payment history,
      *    billed minutes off the monthly usage summary the bill
      *    cycle posts -- print for the reported month with
      *    prior-month and prior-year comparison columns, each
      *    source read once with three period buckets.  Position
      *    measures -- active accounts, ending AR by aging bucket,
      *    and lines in service off the phone EHT -- are as of the
      *    run, since yesterday's balances are not reconstructable
      *    from here and management reads them as "where we stand"
      *    anyway.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-AR-FILENAME       PIC X(512)
                               VALUE 'S:\COBOL\ARBAL.DAT'.
       01  W-USAGESUM-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\USAGESUM.DAT'.

       01  W-IN-STATUS         PIC XX.
       01  W-EOF-SW            PIC X.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    the reported month, the one before it, and the same month
      *    a year ago -- the three comparison columns
       01  W-BUCKET-60         PIC 9(11)V99 VALUE 0.
       01  W-BUCKET-90         PIC 9(11)V99 VALUE 0.

      *    one billed month off the usage summary; only the month's
      *    total minutes matter here
       01  W-USAGE-MONTH       PIC 9(6).
       01  W-USAGE-FOUND       PIC X.
       01  W-MONTH-USAGE.
           05  FILLER          PIC X(98).
           05  W-MU-TOTAL-MINUTES  PIC 9(7).
           05  W-MU-TOTAL-DOLLARS  PIC 9(7)V99.
       01  W-PHONE-KEY         PIC 9(15).
       01  L-POSITION          PIC 9(9) COMP.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-AR-BALANCE' USING W-AR-FILENAME.
           CALL 'OPEN-USAGE-SUMMARY' USING W-USAGESUM-FILENAME.
           PERFORM TAKE-ONE-POSITION THRU TAKE-ONE-POSITION-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.
           PERFORM COUNT-LINES-IN-SERVICE.
           CALL 'CLOSE-USAGE-SUMMARY'.
           CALL 'CLOSE-AR-BALANCE'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           IF W-BALANCE < 0 THEN
               SUBTRACT W-BALANCE FROM W-AR-CREDIT
           END-IF.
           MOVE W-MONTH TO W-USAGE-MONTH.
           MOVE 1 TO W-PERIOD.
           PERFORM TALLY-USAGE-MONTH.
           MOVE W-PRIOR-MONTH TO W-USAGE-MONTH.
           MOVE 2 TO W-PERIOD.
           PERFORM TALLY-USAGE-MONTH.
           MOVE W-PRIOR-YEAR TO W-USAGE-MONTH.
           MOVE 3 TO W-PERIOD.
           PERFORM TALLY-USAGE-MONTH.
       TAKE-ONE-POSITION-EXIT.
           CONTINUE.

           END-PERFORM.
           ADD 1 TO W-BUCKET.

      *    the summary keeps thirteen months, which is exactly
      *    enough to reach the prior-year column
       TALLY-USAGE-MONTH.
           CALL 'GET-USAGE-SUMMARY' USING W-POSITION, W-USAGE-MONTH,
               W-USAGE-FOUND, W-MONTH-USAGE.
           ADD W-MU-TOTAL-MINUTES TO W-KPI-MINUTES(W-PERIOD).

       PRINT-THE-PACK.
           DISPLAY " ".
           MOVE W-KPI-MINUTES(1) TO W-SHOW-A.
           MOVE W-KPI-MINUTES(2) TO W-SHOW-B.
           MOVE W-KPI-MINUTES(3) TO W-SHOW-C.
           DISPLAY "BILLED MINUTES      ", W-SHOW-A, "  ",
               W-SHOW-B, "  ", W-SHOW-C.
           MOVE W-KPI-BILLED(1) TO W-SHOW-MA.
           MOVE W-KPI-BILLED(2) TO W-SHOW-MB.
