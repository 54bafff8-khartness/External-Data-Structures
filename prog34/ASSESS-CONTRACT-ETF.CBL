       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ASSESS-CONTRACT-ETF.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Works out the early-termination fee owed when an account
      *    under a term contract leaves before the end date: the
      *    schedule's flat amount plus its per-month amount for every
      *    month left to run, a part month counting whole.  The fee
      *    is recorded on the contract ('E') and journaled, and comes
      *    back in L-ETF-AMOUNT; asking again returns the fee already
      *    recorded rather than working it out twice.  Zero for an
      *    account with no contract, one released, one whose term
      *    has run out, or when the contract file isn't open.  The
      *    fee is charged to AR by the final bill, not here, so it
      *    prints on the statement that asks for it.

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
       01  W-LEAVE-DATE                PIC 9(8).
       01  W-LEAVE-PARTS REDEFINES W-LEAVE-DATE.
           05  W-LEAVE-YEAR            PIC 9(4).
           05  W-LEAVE-MONTH           PIC 99.
           05  W-LEAVE-DAY             PIC 99.
       01  W-END-DATE                  PIC 9(8).
       01  W-END-PARTS REDEFINES W-END-DATE.
           05  W-END-YEAR              PIC 9(4).
           05  W-END-MONTH             PIC 99.
           05  W-END-DAY               PIC 99.
       01  W-MONTHS-LEFT               PIC 9(5) COMP.
       01  W-SHOW-AMOUNT               PIC 9(5).99.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'CONTRACT-ETF'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-LEAVE-DATE    PIC 9(8).
       01  L-ETF-AMOUNT    PIC 9(5)V99.

       PROCEDURE DIVISION USING L-POSITION, L-LEAVE-DATE,
               L-ETF-AMOUNT.
       ENTRY-POINT.
           MOVE 0 TO L-ETF-AMOUNT.
           IF L-POSITION = 0 OR NOT W-CONTRACTS-OPEN THEN
               GOBACK.
           MOVE L-POSITION TO W-CONTRACT-POS.
           READ CONTRACT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF CT-ETF-ASSESSED THEN
               MOVE CT-ETF-DUE TO L-ETF-AMOUNT
               GOBACK.
           IF NOT CT-IN-TERM OR L-LEAVE-DATE >= CT-END-DATE THEN
               GOBACK.
      *    whole months between the two dates, plus one for the part
      *    month when the leaving day falls short of the end day
           MOVE L-LEAVE-DATE TO W-LEAVE-DATE.
           MOVE CT-END-DATE TO W-END-DATE.
           COMPUTE W-MONTHS-LEFT =
               (W-END-YEAR * 12 + W-END-MONTH) -
               (W-LEAVE-YEAR * 12 + W-LEAVE-MONTH).
           IF W-LEAVE-DAY < W-END-DAY THEN
               ADD 1 TO W-MONTHS-LEFT
           END-IF.
           COMPUTE CT-ETF-DUE ROUNDED =
               CT-ETF-FLAT + CT-ETF-PER-MONTH * W-MONTHS-LEFT
               ON SIZE ERROR
                   MOVE 99999.99 TO CT-ETF-DUE
           END-COMPUTE.
           SET CT-ETF-ASSESSED TO TRUE.
           MOVE L-LEAVE-DATE TO CT-STATUS-DATE.
           REWRITE CONTRACT-REC
               INVALID KEY
                   GOBACK
           END-REWRITE.
           MOVE CT-ETF-DUE TO L-ETF-AMOUNT.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE CT-COMMITTED-PLAN TO W-JOURNAL-KEY(1:4).
           MOVE CT-TERM-MONTHS TO W-JOURNAL-KEY(6:2).
           MOVE CT-END-DATE TO W-JOURNAL-KEY(9:8).
           MOVE CT-ETF-DUE TO W-SHOW-AMOUNT.
           MOVE W-SHOW-AMOUNT TO W-JOURNAL-KEY(18:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, L-POSITION.
           GOBACK.
