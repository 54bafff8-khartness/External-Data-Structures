       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-CALLING-CARD.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Issues a calling card or changes one already on file --
      *    PIN, billed account and line, status, daily limit -- in
      *    the table OPEN-CALLING-CARDS loaded, then rewrites the
      *    calling-card file in full and journals the change with
      *    the card number and new status in the key: CARD-ISSUE for
      *    a new card, CARD-CANCEL, CARD-SUSPEND or CARD-CHANGE for
      *    one already issued.  A new card is stamped issued today.
      *    Comes back STATUS-OTHER, changing nothing, when a new
      *    card will not fit in the table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALLING-CARD-FILE ASSIGN TO W-CALLING-CARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALLING-CARD-FILE.
       01  CALLING-CARD-REC.
           05  CC-CARD-NUMBER      PIC 9(10).
           05  CC-PIN              PIC 9(4).
           05  CC-MASTER-POS       PIC 9(9).
           05  CC-BILL-PHONE       PIC 9(10).
           05  CC-STATUS           PIC X.
           05  CC-DAILY-LIMIT      PIC 9(5)V99.
           05  CC-ISSUE-DATE       PIC 9(8).
           05  CC-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CALLING-CARD-FILENAME EXTERNAL PIC X(512).

       01  W-CALLING-CARD-TABLE EXTERNAL.
           05  W-CALLING-CARD-COUNT PIC 9(4) COMP VALUE 0.
           05  W-CALLING-CARD-ENTRY OCCURS 1000 TIMES.
               10  W-CC-CARD-NUMBER    PIC 9(10).
               10  W-CC-PIN            PIC 9(4).
               10  W-CC-MASTER-POS     PIC 9(9).
               10  W-CC-BILL-PHONE     PIC 9(10).
               10  W-CC-STATUS         PIC X.
               10  W-CC-DAILY-LIMIT    PIC 9(5)V99.
               10  W-CC-ISSUE-DATE     PIC 9(8).
               10  W-CC-STAMP-DATE     PIC 9(8).
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.
       01  W-TODAY             PIC 9(8).

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS        PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-OTHER        VALUE 2.
       01  L-CARD-NUMBER   PIC 9(10).
       01  L-PIN           PIC 9(4).
       01  L-POSITION      PIC 9(9) COMP.
       01  L-BILL-PHONE    PIC 9(10).
       01  L-CARD-STATUS   PIC X.
       01  L-DAILY-LIMIT   PIC 9(5)V99.

       PROCEDURE DIVISION USING L-STATUS, L-CARD-NUMBER, L-PIN,
               L-POSITION, L-BILL-PHONE, L-CARD-STATUS, L-DAILY-LIMIT.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-CARD
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CALLING-CARD-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               IF W-CALLING-CARD-COUNT >= 1000 THEN
                   SET STATUS-OTHER TO TRUE
                   GOBACK
               END-IF
               ADD 1 TO W-CALLING-CARD-COUNT
               MOVE W-CALLING-CARD-COUNT TO W-HIT
               MOVE L-CARD-NUMBER TO W-CC-CARD-NUMBER(W-HIT)
               MOVE W-TODAY TO W-CC-ISSUE-DATE(W-HIT)
               MOVE 0 TO W-JOURNAL-BEFORE
               MOVE 'CARD-ISSUE' TO W-JOURNAL-OP
           ELSE
               MOVE W-CC-MASTER-POS(W-HIT) TO W-JOURNAL-BEFORE
               EVALUATE L-CARD-STATUS
                   WHEN 'C'
                       MOVE 'CARD-CANCEL' TO W-JOURNAL-OP
                   WHEN 'S'
                       MOVE 'CARD-SUSPEND' TO W-JOURNAL-OP
                   WHEN OTHER
                       MOVE 'CARD-CHANGE' TO W-JOURNAL-OP
               END-EVALUATE
           END-IF.
           MOVE L-PIN TO W-CC-PIN(W-HIT).
           MOVE L-POSITION TO W-CC-MASTER-POS(W-HIT).
           MOVE L-BILL-PHONE TO W-CC-BILL-PHONE(W-HIT).
           MOVE L-CARD-STATUS TO W-CC-STATUS(W-HIT).
           MOVE L-DAILY-LIMIT TO W-CC-DAILY-LIMIT(W-HIT).
           MOVE W-TODAY TO W-CC-STAMP-DATE(W-HIT).
           MOVE L-POSITION TO W-JOURNAL-AFTER.

           OPEN OUTPUT CALLING-CARD-FILE.
           PERFORM WRITE-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CALLING-CARD-COUNT.
           CLOSE CALLING-CARD-FILE.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-CARD-NUMBER TO W-JOURNAL-KEY(1:10).
           MOVE L-CARD-STATUS TO W-JOURNAL-KEY(12:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.

       MATCH-ONE-CARD.
           IF W-CC-CARD-NUMBER(W-SUB) = L-CARD-NUMBER THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       WRITE-ONE-ROW.
           MOVE W-CALLING-CARD-ENTRY(W-SUB) TO CALLING-CARD-REC.
           WRITE CALLING-CARD-REC.
