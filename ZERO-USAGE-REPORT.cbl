      *    plan, and days inactive (NEVER when no call is on file at
      *    all): a dying customer relationship, a provisioning
      *    mistake, or a number that belongs back in the inventory.
      *    Every line also goes to the ZEROUSE spool under the
      *    branch the run is for, so running it once per branch
      *    builds the one spool REPORT-BURST splits back out to the
      *    branch offices in the morning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-DAYS         PIC X(6).
       01  W-SHOW-DAYS-N REDEFINES W-SHOW-DAYS PIC ZZZZZ9.
       01  W-SHOW-ACCOUNT      PIC 9(9).

      *    Branch-burst spool line
       01  W-SPOOL-NAME        PIC X(8) VALUE 'ZEROUSE'.
       01  W-PRINT-CONTROL     PIC X.
       01  W-PRINT-TEXT        PIC X(100).

       PROCEDURE DIVISION.
       MAIN.
               DISPLAY "BRANCH: ", W-BRANCH-CODE
           END-IF.
           DISPLAY "PHONE            ACCOUNT    PLAN DAYS QUIET".
           PERFORM SPOOL-HEADING.

           MOVE 2 TO W-BUCKET.
           PERFORM SWEEP-ONE-BUCKET
           DISPLAY "  LINES CHECKED: ", W-SHOW-COUNT.
           MOVE W-SILENT-LINES TO W-SHOW-COUNT.
           DISPLAY "  SILENT LINES:  ", W-SHOW-COUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "SILENT LINES: " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           STOP RUN.

      *    one heading per branch run; the branch is the book swept
       SPOOL-HEADING.
           MOVE '1' TO W-PRINT-CONTROL.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING "ZERO-USAGE LINE REPORT - " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
           MOVE SPACES TO W-PRINT-TEXT.
           IF W-BRANCH-CODE = SPACES THEN
               MOVE "BRANCH: HEAD OFFICE" TO W-PRINT-TEXT
           ELSE
               STRING "BRANCH: " DELIMITED BY SIZE
                   W-BRANCH-CODE DELIMITED BY SIZE
                   INTO W-PRINT-TEXT
           END-IF.
           PERFORM SPOOL-LINE.
           MOVE "PHONE            ACCOUNT    PLAN DAYS QUIET"
               TO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.

       SPOOL-LINE.
           CALL 'WRITE-REPORT-LINE' USING W-SPOOL-NAME,
               W-BRANCH-CODE, W-PRINT-CONTROL, W-PRINT-TEXT.
           MOVE SPACE TO W-PRINT-CONTROL.

       SWEEP-ONE-BUCKET.
           READ BUCKET-FILE
               INVALID KEY
           END-IF.
           DISPLAY W-PHONE-KEY, "  ", W-ACCOUNT, "  ", W-PLAN,
               " ", W-SHOW-DAYS.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE SPACES TO W-PRINT-TEXT.
           STRING W-PHONE-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-SHOW-ACCOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               W-PLAN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W-SHOW-DAYS DELIMITED BY SIZE
               INTO W-PRINT-TEXT.
           PERFORM SPOOL-LINE.
       JUDGE-ONE-LINE-EXIT.
           CONTINUE.

