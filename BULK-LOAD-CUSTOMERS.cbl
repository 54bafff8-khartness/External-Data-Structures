      *    Same end-of-run operations-log entry END-OF-DAY appends --
      *    a load this size is exactly the kind of run that can push
      *    the B+ tree and EHT through a lot of splitting at once.
      *
      *    A row may carry a promotion code in its last six bytes
      *    (blank for none).  It is checked against the promotion
      *    master as of the run date the way ADD-CUSTOMER checks it,
      *    a row quoting a code that isn't good for its plan today
      *    fails like a bad plan, and a good code is enrolled once
      *    the account is on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  LC-ZIP          PIC X(5).
           05  LC-PLAN-CODE    PIC X(4).
           05  LC-PHONE        PIC 9(15).
           05  LC-PROMO-CODE   PIC X(6).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
                               VALUE 'S:\COBOL\OPS.LOG'.
       01  W-PLAN-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\PLANMST.DAT'.
       01  W-PROMO-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PROMOMST.DAT'.
       01  W-PROMO-ACCT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PROMOACT.DAT'.

       01  W-CHECKPOINT-POS    PIC 9(9) COMP.
       01  W-CHECKPOINT-STATUS PIC XX.
       01  L-POSITION          PIC 9(9) COMP.
       01  W-PLAN-VALID        PIC X.
           88  PLAN-VALID          VALUE 'Y'.
       01  W-TODAY             PIC 9(8).
       01  W-PROMO-RESULT      PIC X.
           88  PROMO-VALID         VALUE 'Y'.
       01  W-PROMO-ACTION      PIC X VALUE 'E'.
       01  W-PROMO-NO-CREDIT   PIC 9(5)V99 VALUE 0.
       01  L-PROMO-STATUS      PIC 9.
           88  PROMO-STATUS-OK     VALUE 0.

       01  W-ADDS-ATTEMPTED    PIC 9(9) COMP VALUE 0.
       01  W-ADDS-SUCCEEDED    PIC 9(9) COMP VALUE 0.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-OPERATIONS-LOG' USING W-OPSLOG-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLAN-FILENAME.
           CALL 'OPEN-PROMO-TABLE' USING W-PROMO-FILENAME.
           CALL 'OPEN-PROMOTIONS' USING W-PROMO-ACCT-FILENAME.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT LOAD-INPUT-FILE.
           PERFORM SKIP-ALREADY-LOADED-ROWS.
           PERFORM SAVE-CHECKPOINT.
           CLOSE CHECKPOINT-FILE.

           CALL 'CLOSE-PROMOTIONS'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-NAME'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
               DISPLAY "  ROW ", W-ROW-NUMBER,
                   " FAILED: PLAN NOT ON PLAN MASTER."
               GO TO PROCESS-ONE-ROW-CHECKPOINT.
           IF LC-PROMO-CODE NOT = SPACES THEN
               CALL 'VALIDATE-PROMO-CODE' USING LC-PROMO-CODE,
                   LC-PLAN-CODE, W-TODAY, W-PROMO-RESULT
               IF NOT PROMO-VALID THEN
                   ADD 1 TO W-ADDS-FAILED
                   DISPLAY "  ROW ", W-ROW-NUMBER,
                       " FAILED: PROMOTION NOT OFFERED ON THIS PLAN",
                       " TODAY."
                   GO TO PROCESS-ONE-ROW-CHECKPOINT
               END-IF
           END-IF.
           CALL 'ADD-CUSTOMER-MASTER' USING L-STATUS, LC-ACCOUNT,
               LC-NAME, LC-ADDRESS, LC-PLAN-CODE, L-POSITION.
           IF STATUS-OK THEN
               CALL 'ADD-CUSTOMER-PHONE' USING L-STATUS, LC-PHONE,
                   L-POSITION
           END-IF.
           IF STATUS-OK AND LC-PROMO-CODE NOT = SPACES THEN
               CALL 'SET-PROMOTION' USING L-PROMO-STATUS, L-POSITION,
                   W-PROMO-ACTION, LC-PROMO-CODE, W-PROMO-NO-CREDIT
               IF NOT PROMO-STATUS-OK THEN
                   DISPLAY "  ROW ", W-ROW-NUMBER,
                       " LOADED, PROMOTION NOT ENROLLED."
               END-IF
           END-IF.
           IF STATUS-OK THEN
               ADD 1 TO W-ADDS-SUCCEEDED
           ELSE
