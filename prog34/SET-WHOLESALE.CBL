       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-WHOLESALE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Maintains an account's wholesale role.  'R' makes it a
      *    reseller, or changes the discount and contract reference
      *    of one; 'X' takes the reseller flag off.  'A' attaches an
      *    end user to the reseller at L-RESELLER-POS, which must be
      *    flagged as one already; 'D' detaches it and it goes back
      *    to retail billing.  An end user can't be a reseller or
      *    the other way round -- that comes back not-found, as does
      *    clearing a role the account doesn't have.  Journals every
      *    change.

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
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-SHOW-PCT                  PIC 99.99.
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
       01  L-DISCOUNT-PCT  PIC 99V99.
       01  L-CONTRACT-REF  PIC X(12).
       01  L-RESELLER-POS  PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-ACTION,
               L-DISCOUNT-PCT, L-CONTRACT-REF, L-RESELLER-POS.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 OR NOT W-WHOLESALE-OPEN THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 0 TO W-JOURNAL-BEFORE.
      *    the reseller named on an attach has to be one already
           IF L-ACTION = 'A' THEN
               IF L-RESELLER-POS = 0 OR L-RESELLER-POS = L-POSITION THEN
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
               END-IF
               MOVE L-RESELLER-POS TO W-WHOLESALE-POS
               READ WHOLESALE-FILE
                   INVALID KEY
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
               END-READ
               IF NOT WH-RESELLER THEN
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
               END-IF
           END-IF.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-WHOLESALE-POS.
           READ WHOLESALE-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO WHOLESALE-REC
                   MOVE 0 TO WH-DISCOUNT-PCT, WH-RESELLER-POS,
                       WH-SINCE-DATE
           END-READ.
           EVALUATE L-ACTION
               WHEN 'R'
                   IF WH-END-USER THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   IF NOT WH-RESELLER THEN
                       ACCEPT WH-SINCE-DATE FROM DATE YYYYMMDD
                   END-IF
                   SET WH-RESELLER TO TRUE
                   MOVE L-DISCOUNT-PCT TO WH-DISCOUNT-PCT
                   MOVE L-CONTRACT-REF TO WH-CONTRACT-REF
                   MOVE 0 TO WH-RESELLER-POS
                   MOVE 'RESELLER-SET' TO W-JOURNAL-OP
               WHEN 'X'
                   IF NOT WH-RESELLER THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   MOVE SPACE TO WH-ROLE
                   MOVE 'RESELLER-CLEAR' TO W-JOURNAL-OP
               WHEN 'A'
                   IF WH-RESELLER THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET WH-END-USER TO TRUE
                   MOVE 0 TO WH-DISCOUNT-PCT
                   MOVE SPACES TO WH-CONTRACT-REF
                   MOVE L-RESELLER-POS TO WH-RESELLER-POS
                   ACCEPT WH-SINCE-DATE FROM DATE YYYYMMDD
                   MOVE L-RESELLER-POS TO W-JOURNAL-BEFORE
                   MOVE 'END-USER-ATTACH' TO W-JOURNAL-OP
               WHEN OTHER
                   IF NOT WH-END-USER THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   MOVE WH-RESELLER-POS TO W-JOURNAL-BEFORE
                   MOVE SPACE TO WH-ROLE
                   MOVE 'END-USER-DETACH' TO W-JOURNAL-OP
           END-EVALUATE.
           IF W-NEW-RECORD THEN
               WRITE WHOLESALE-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE WHOLESALE-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE WH-CONTRACT-REF TO W-JOURNAL-KEY(1:12)
               MOVE WH-DISCOUNT-PCT TO W-SHOW-PCT
               MOVE W-SHOW-PCT TO W-JOURNAL-KEY(14:5)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
