       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-CONTRACT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Signs or renews an account's term contract ('S') -- term
      *    in months, start date, committed plan and ETF schedule --
      *    releases one without a fee ('X'), or marks an assessed
      *    fee as billed ('B') once the final bill has carried it.
      *    Signing works out the end date as the start date plus the
      *    term, pulled back to the month's last day where the start
      *    day doesn't exist in the end month.  Journals every
      *    change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO W-CONTRACT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONTRACT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT-FILE EXTERNAL.
       01  CONTRACT-REC.
           05  CT-STATUS           PIC X.
               88  CT-IN-TERM          VALUE 'A'.
               88  CT-ETF-ASSESSED     VALUE 'E'.
               88  CT-ETF-BILLED       VALUE 'B'.
               88  CT-RELEASED         VALUE 'X'.
           05  CT-TERM-MONTHS      PIC 99.
           05  CT-START-DATE       PIC 9(8).
           05  CT-END-DATE         PIC 9(8).
           05  CT-COMMITTED-PLAN   PIC X(4).
           05  CT-ETF-FLAT         PIC 9(5)V99.
           05  CT-ETF-PER-MONTH    PIC 9(5)V99.
           05  CT-ETF-DUE          PIC 9(5)V99.
           05  CT-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CONTRACT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-CONTRACT-FILENAME EXTERNAL PIC X(512).
       01  W-CONTRACT-OPEN-SW EXTERNAL PIC X.
           88  W-CONTRACTS-OPEN            VALUE 'Y'.
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-END-DATE                  PIC 9(8).
       01  W-END-PARTS REDEFINES W-END-DATE.
           05  W-END-YEAR              PIC 9(4).
           05  W-END-MONTH             PIC 99.
           05  W-END-DAY               PIC 99.
       01  W-MONTH-COUNT               PIC 9(5) COMP.
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
       01  L-TERM-MONTHS   PIC 99.
       01  L-START-DATE    PIC 9(8).
       01  L-PLAN          PIC X(4).
       01  L-ETF-FLAT      PIC 9(5)V99.
       01  L-ETF-PER-MONTH PIC 9(5)V99.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-ACTION,
               L-TERM-MONTHS, L-START-DATE, L-PLAN, L-ETF-FLAT,
               L-ETF-PER-MONTH.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 OR NOT W-CONTRACTS-OPEN THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-CONTRACT-POS.
           READ CONTRACT-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO CONTRACT-REC
                   MOVE 0 TO CT-TERM-MONTHS, CT-START-DATE,
                       CT-END-DATE, CT-ETF-FLAT, CT-ETF-PER-MONTH,
                       CT-ETF-DUE, CT-STATUS-DATE
           END-READ.
           EVALUATE L-ACTION
               WHEN 'S'
                   PERFORM WORK-OUT-END-DATE
                   SET CT-IN-TERM TO TRUE
                   MOVE L-TERM-MONTHS TO CT-TERM-MONTHS
                   MOVE L-START-DATE TO CT-START-DATE
                   MOVE W-END-DATE TO CT-END-DATE
                   MOVE L-PLAN TO CT-COMMITTED-PLAN
                   MOVE L-ETF-FLAT TO CT-ETF-FLAT
                   MOVE L-ETF-PER-MONTH TO CT-ETF-PER-MONTH
                   MOVE 0 TO CT-ETF-DUE
                   MOVE 'CONTRACT-SIGN' TO W-JOURNAL-OP
               WHEN 'B'
                   IF W-NEW-RECORD OR NOT CT-ETF-ASSESSED THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET CT-ETF-BILLED TO TRUE
                   MOVE 'CONTRACT-BILLED' TO W-JOURNAL-OP
               WHEN OTHER
                   IF W-NEW-RECORD OR CT-ETF-BILLED THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET CT-RELEASED TO TRUE
                   MOVE 0 TO CT-ETF-DUE
                   MOVE 'CONTRACT-WAIVE' TO W-JOURNAL-OP
           END-EVALUATE.
           ACCEPT CT-STATUS-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE CONTRACT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE CONTRACT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE CT-COMMITTED-PLAN TO W-JOURNAL-KEY(1:4)
               MOVE CT-TERM-MONTHS TO W-JOURNAL-KEY(6:2)
               MOVE CT-END-DATE TO W-JOURNAL-KEY(9:8)
               MOVE CT-ETF-DUE TO W-SHOW-AMOUNT
               MOVE W-SHOW-AMOUNT TO W-JOURNAL-KEY(18:8)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.

      *    start plus the term in months; the 31st of a 30-day month
      *    or the 29th-31st of February becomes that month's last day
       WORK-OUT-END-DATE.
           MOVE L-START-DATE TO W-END-DATE.
           COMPUTE W-MONTH-COUNT =
               W-END-YEAR * 12 + W-END-MONTH - 1 + L-TERM-MONTHS.
           COMPUTE W-END-YEAR = W-MONTH-COUNT / 12.
           COMPUTE W-END-MONTH =
               W-MONTH-COUNT - W-END-YEAR * 12 + 1.
           EVALUATE TRUE
               WHEN W-END-MONTH = 2 AND W-END-DAY > 28
                   IF FUNCTION MOD(W-END-YEAR, 4) = 0 AND
                           (FUNCTION MOD(W-END-YEAR, 100) NOT = 0 OR
                            FUNCTION MOD(W-END-YEAR, 400) = 0) THEN
                       MOVE 29 TO W-END-DAY
                   ELSE
                       MOVE 28 TO W-END-DAY
                   END-IF
               WHEN (W-END-MONTH = 4 OR W-END-MONTH = 6 OR
                       W-END-MONTH = 9 OR W-END-MONTH = 11) AND
                       W-END-DAY > 30
                   MOVE 30 TO W-END-DAY
           END-EVALUATE.
