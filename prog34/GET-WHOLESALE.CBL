       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-WHOLESALE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back an account's wholesale role: 'R' for a reseller
      *    with its contract discount and reference, 'E' for an end
      *    user with the master position of the reseller billed for
      *    it.  No record, a cleared one, or the file not open comes
      *    back not-found -- an ordinary retail account.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHOLESALE-FILE ASSIGN TO W-WHOLESALE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WHOLESALE-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHOLESALE-FILE EXTERNAL.
       01  WHOLESALE-REC.
           05  WH-ROLE             PIC X.
               88  WH-RESELLER         VALUE 'R'.
               88  WH-END-USER         VALUE 'E'.
           05  WH-DISCOUNT-PCT     PIC 99V99.
           05  WH-CONTRACT-REF     PIC X(12).
           05  WH-RESELLER-POS     PIC 9(9).
           05  WH-SINCE-DATE       PIC 9(8).
           05  FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-WHOLESALE-POS EXTERNAL    PIC 9(9) COMP.
       01  W-WHOLESALE-FILENAME EXTERNAL PIC X(512).
       01  W-WHOLESALE-OPEN-SW EXTERNAL PIC X.
           88  W-WHOLESALE-OPEN            VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-FOUND         PIC X.
       01  L-ROLE          PIC X.
       01  L-DISCOUNT-PCT  PIC 99V99.
       01  L-CONTRACT-REF  PIC X(12).
       01  L-RESELLER-POS  PIC 9(9).
       01  L-SINCE-DATE    PIC 9(8).

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-ROLE,
               L-DISCOUNT-PCT, L-CONTRACT-REF, L-RESELLER-POS,
               L-SINCE-DATE.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACE TO L-ROLE.
           MOVE SPACES TO L-CONTRACT-REF.
           MOVE 0 TO L-DISCOUNT-PCT, L-RESELLER-POS, L-SINCE-DATE.
           IF L-POSITION = 0 OR NOT W-WHOLESALE-OPEN THEN
               GOBACK.
           MOVE L-POSITION TO W-WHOLESALE-POS.
           READ WHOLESALE-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF NOT WH-RESELLER AND NOT WH-END-USER THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE WH-ROLE TO L-ROLE.
           MOVE WH-DISCOUNT-PCT TO L-DISCOUNT-PCT.
           MOVE WH-CONTRACT-REF TO L-CONTRACT-REF.
           MOVE WH-RESELLER-POS TO L-RESELLER-POS.
           MOVE WH-SINCE-DATE TO L-SINCE-DATE.
           GOBACK.
