       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CONTRACT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up one account's term contract by master position.
      *    L-FOUND comes back 'N' for an account that never signed
      *    one, or when the contract file isn't open; the status
      *    byte tells a contract still in its term ('A') from one
      *    whose fee has been assessed ('E') or billed ('B'), or one
      *    released without a fee ('X').

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

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-CONTRACT-FOUND    VALUE 'Y'.
       01  L-CT-STATUS     PIC X.
       01  L-TERM-MONTHS   PIC 99.
       01  L-START-DATE    PIC 9(8).
       01  L-END-DATE      PIC 9(8).
       01  L-PLAN          PIC X(4).
       01  L-ETF-FLAT      PIC 9(5)V99.
       01  L-ETF-PER-MONTH PIC 9(5)V99.
       01  L-ETF-DUE       PIC 9(5)V99.

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-CT-STATUS,
               L-TERM-MONTHS, L-START-DATE, L-END-DATE, L-PLAN,
               L-ETF-FLAT, L-ETF-PER-MONTH, L-ETF-DUE.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACE TO L-CT-STATUS.
           MOVE SPACES TO L-PLAN.
           MOVE 0 TO L-TERM-MONTHS, L-START-DATE, L-END-DATE,
               L-ETF-FLAT, L-ETF-PER-MONTH, L-ETF-DUE.
           IF L-POSITION = 0 OR NOT W-CONTRACTS-OPEN THEN
               GOBACK.
           MOVE L-POSITION TO W-CONTRACT-POS.
           READ CONTRACT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF CT-STATUS = SPACE THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE CT-STATUS TO L-CT-STATUS.
           MOVE CT-TERM-MONTHS TO L-TERM-MONTHS.
           MOVE CT-START-DATE TO L-START-DATE.
           MOVE CT-END-DATE TO L-END-DATE.
           MOVE CT-COMMITTED-PLAN TO L-PLAN.
           MOVE CT-ETF-FLAT TO L-ETF-FLAT.
           MOVE CT-ETF-PER-MONTH TO L-ETF-PER-MONTH.
           MOVE CT-ETF-DUE TO L-ETF-DUE.
           GOBACK.
