       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           FIND-CALLING-CARD.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up a calling card in the table OPEN-CALLING-CARDS
      *    loaded: its PIN, the master position of the account it
      *    bills, the line the calls print under, its status and its
      *    daily spend limit.  Not found when the number was never
      *    issued; a cancelled or suspended card is found, and the
      *    caller judges the status.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
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

       LINKAGE SECTION.
       01  L-CARD-NUMBER   PIC 9(10).
       01  L-FOUND         PIC X.
           88  L-CARD-FOUND        VALUE 'Y'.
       01  L-PIN           PIC 9(4).
       01  L-POSITION      PIC 9(9) COMP.
       01  L-BILL-PHONE    PIC 9(10).
       01  L-CARD-STATUS   PIC X.
       01  L-DAILY-LIMIT   PIC 9(5)V99.

       PROCEDURE DIVISION USING L-CARD-NUMBER, L-FOUND, L-PIN,
               L-POSITION, L-BILL-PHONE, L-CARD-STATUS, L-DAILY-LIMIT.
       LOOK-UP-CARD.
           MOVE 'N' TO L-FOUND.
           MOVE 0 TO L-PIN, L-POSITION, L-BILL-PHONE, L-DAILY-LIMIT.
           MOVE SPACE TO L-CARD-STATUS.
           MOVE 0 TO W-HIT.
           PERFORM TRY-ONE-CARD
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CALLING-CARD-COUNT OR W-HIT NOT = 0.
           IF W-HIT NOT = 0 THEN
               MOVE 'Y' TO L-FOUND
               MOVE W-CC-PIN(W-HIT) TO L-PIN
               MOVE W-CC-MASTER-POS(W-HIT) TO L-POSITION
               MOVE W-CC-BILL-PHONE(W-HIT) TO L-BILL-PHONE
               MOVE W-CC-STATUS(W-HIT) TO L-CARD-STATUS
               MOVE W-CC-DAILY-LIMIT(W-HIT) TO L-DAILY-LIMIT
           END-IF.
           GOBACK.

       TRY-ONE-CARD.
           IF W-CC-CARD-NUMBER(W-SUB) = L-CARD-NUMBER THEN
               MOVE W-SUB TO W-HIT
           END-IF.
