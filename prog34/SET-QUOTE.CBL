       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-QUOTE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Stores one price quote in the table OPEN-QUOTES loaded,
      *    then rewrites the quote file in full and journals the
      *    change with the quote number, prospect number and status
      *    in the key: QUOTE-ISSUE for a new quote, QUOTE-WON or
      *    QUOTE-LOST when it closes, QUOTE-CHANGE otherwise.  A
      *    quote number of zero is a new quote: it is given the next
      *    number, stamped quoted today and open, and the number
      *    comes back in the record.  A quote closing won or lost is
      *    stamped closed today.  Comes back STATUS-OTHER, changing
      *    nothing, when a new quote will not fit in the table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO W-QUOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       01  QUOTE-REC.
           05  QT-QUOTE-ID         PIC 9(6).
           05  QT-PROSPECT-ID      PIC 9(6).
           05  QT-AGENT-CODE       PIC X(4).
           05  QT-PLAN             PIC X(4).
           05  QT-CREDIT-CLASS     PIC X.
           05  QT-FEATURE-COUNT    PIC 9.
           05  QT-FEATURE          OCCURS 5 TIMES.
               10  QT-FEATURE-CODE     PIC X(4).
               10  QT-FEATURE-RATE     PIC 9(5)V99.
           05  QT-INSTALL          PIC 9(5)V99.
           05  QT-DEPOSIT          PIC 9(5)V99.
           05  QT-MONTHLY          PIC 9(5)V99.
           05  QT-TAX              PIC 9(7)V99.
           05  QT-QUOTE-DATE       PIC 9(8).
           05  QT-EXPIRY-DATE      PIC 9(8).
           05  QT-STATUS           PIC X.
           05  QT-CLOSE-DATE       PIC 9(8).
           05  QT-MASTER-POS       PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-QUOTE-FILENAME EXTERNAL PIC X(512).

       01  W-QUOTE-TABLE EXTERNAL.
           05  W-QUOTE-COUNT       PIC 9(4) COMP VALUE 0.
           05  W-QUOTE-ENTRY       OCCURS 1000 TIMES.
               10  W-QT-QUOTE-ID       PIC 9(6).
               10  W-QT-PROSPECT-ID    PIC 9(6).
               10  W-QT-AGENT-CODE     PIC X(4).
               10  W-QT-PLAN           PIC X(4).
               10  W-QT-CREDIT-CLASS   PIC X.
               10  W-QT-FEATURE-COUNT  PIC 9.
               10  W-QT-FEATURE        OCCURS 5 TIMES.
                   15  W-QT-FEATURE-CODE   PIC X(4).
                   15  W-QT-FEATURE-RATE   PIC 9(5)V99.
               10  W-QT-INSTALL        PIC 9(5)V99.
               10  W-QT-DEPOSIT        PIC 9(5)V99.
               10  W-QT-MONTHLY        PIC 9(5)V99.
               10  W-QT-TAX            PIC 9(7)V99.
               10  W-QT-QUOTE-DATE     PIC 9(8).
               10  W-QT-EXPIRY-DATE    PIC 9(8).
               10  W-QT-STATUS         PIC X.
               10  W-QT-CLOSE-DATE     PIC 9(8).
               10  W-QT-MASTER-POS     PIC 9(9).
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.
       01  W-LAST-ID           PIC 9(6).

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS        PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-OTHER        VALUE 2.
       01  L-QUOTE.
           05  L-QT-QUOTE-ID       PIC 9(6).
           05  L-QT-PROSPECT-ID    PIC 9(6).
           05  L-QT-AGENT-CODE     PIC X(4).
           05  L-QT-PLAN           PIC X(4).
           05  L-QT-CREDIT-CLASS   PIC X.
           05  L-QT-FEATURE-COUNT  PIC 9.
           05  L-QT-FEATURE        OCCURS 5 TIMES.
               10  L-QT-FEATURE-CODE   PIC X(4).
               10  L-QT-FEATURE-RATE   PIC 9(5)V99.
           05  L-QT-INSTALL        PIC 9(5)V99.
           05  L-QT-DEPOSIT        PIC 9(5)V99.
           05  L-QT-MONTHLY        PIC 9(5)V99.
           05  L-QT-TAX            PIC 9(7)V99.
           05  L-QT-QUOTE-DATE     PIC 9(8).
           05  L-QT-EXPIRY-DATE    PIC 9(8).
           05  L-QT-STATUS         PIC X.
           05  L-QT-CLOSE-DATE     PIC 9(8).
           05  L-QT-MASTER-POS     PIC 9(9).

       PROCEDURE DIVISION USING L-STATUS, L-QUOTE.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           MOVE 0 TO W-HIT.
           IF L-QT-QUOTE-ID NOT = 0 THEN
               PERFORM MATCH-ONE-QUOTE
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-QUOTE-COUNT OR W-HIT NOT = 0
           END-IF.
           IF W-HIT = 0 THEN
               IF W-QUOTE-COUNT >= 1000 THEN
                   SET STATUS-OTHER TO TRUE
                   GOBACK
               END-IF
               IF L-QT-QUOTE-ID = 0 THEN
                   MOVE 0 TO W-LAST-ID
                   PERFORM NOTE-ONE-ID
                       VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-QUOTE-COUNT
                   ADD 1 TO W-LAST-ID GIVING L-QT-QUOTE-ID
               END-IF
               ACCEPT L-QT-QUOTE-DATE FROM DATE YYYYMMDD
               MOVE 'O' TO L-QT-STATUS
               MOVE 0 TO L-QT-CLOSE-DATE, L-QT-MASTER-POS
               ADD 1 TO W-QUOTE-COUNT
               MOVE W-QUOTE-COUNT TO W-HIT
               MOVE 0 TO W-JOURNAL-BEFORE
               MOVE 'QUOTE-ISSUE' TO W-JOURNAL-OP
           ELSE
               MOVE W-QT-MASTER-POS(W-HIT) TO W-JOURNAL-BEFORE
               EVALUATE L-QT-STATUS
                   WHEN 'W'
                       MOVE 'QUOTE-WON' TO W-JOURNAL-OP
                   WHEN 'L'
                       MOVE 'QUOTE-LOST' TO W-JOURNAL-OP
                   WHEN OTHER
                       MOVE 'QUOTE-CHANGE' TO W-JOURNAL-OP
               END-EVALUATE
               IF L-QT-STATUS NOT = W-QT-STATUS(W-HIT) AND
                       (L-QT-STATUS = 'W' OR L-QT-STATUS = 'L') THEN
                   ACCEPT L-QT-CLOSE-DATE FROM DATE YYYYMMDD
               END-IF
           END-IF.
           MOVE L-QUOTE TO W-QUOTE-ENTRY(W-HIT).
           MOVE L-QT-MASTER-POS TO W-JOURNAL-AFTER.

           OPEN OUTPUT QUOTE-FILE.
           PERFORM WRITE-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-QUOTE-COUNT.
           CLOSE QUOTE-FILE.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-QT-QUOTE-ID TO W-JOURNAL-KEY(1:6).
           MOVE L-QT-PROSPECT-ID TO W-JOURNAL-KEY(8:6).
           MOVE L-QT-STATUS TO W-JOURNAL-KEY(15:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.

       MATCH-ONE-QUOTE.
           IF W-QT-QUOTE-ID(W-SUB) = L-QT-QUOTE-ID THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       NOTE-ONE-ID.
           IF W-QT-QUOTE-ID(W-SUB) > W-LAST-ID THEN
               MOVE W-QT-QUOTE-ID(W-SUB) TO W-LAST-ID
           END-IF.

       WRITE-ONE-ROW.
           MOVE W-QUOTE-ENTRY(W-SUB) TO QUOTE-REC.
           WRITE QUOTE-REC.
