       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           FIND-TOLL-FREE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Translates an 8XX number as of a call date: the owning
      *    account's master position, the local line it rings, and
      *    its tariff plan code.  The row must have gone into service
      *    on or before the date and not have been disconnected
      *    before it.  Not found when no such row is in the table
      *    OPEN-TOLL-FREE loaded -- someone else's 800 number, or one
      *    we don't have in service.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-TOLL-FREE-TABLE EXTERNAL.
           05  W-TOLL-FREE-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-TOLL-FREE-ENTRY   OCCURS 500 TIMES.
               10  W-TF-NUMBER         PIC 9(10).
               10  W-TF-MASTER-POS     PIC 9(9).
               10  W-TF-TERM-PHONE     PIC 9(10).
               10  W-TF-TARIFF         PIC X(4).
               10  W-TF-STATUS         PIC X.
               10  W-TF-ACTIVE-DATE    PIC 9(8).
               10  W-TF-DISC-DATE      PIC 9(8).
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.

       LINKAGE SECTION.
       01  L-NUMBER        PIC 9(10).
       01  L-CALL-DATE     PIC 9(8).
       01  L-FOUND         PIC X.
           88  L-TOLL-FREE-FOUND   VALUE 'Y'.
       01  L-MASTER-POS    PIC 9(9).
       01  L-TERM-PHONE    PIC 9(10).
       01  L-TARIFF        PIC X(4).

       PROCEDURE DIVISION USING L-NUMBER, L-CALL-DATE, L-FOUND,
               L-MASTER-POS, L-TERM-PHONE, L-TARIFF.
       LOOK-UP-NUMBER.
           MOVE 'N' TO L-FOUND.
           MOVE 0 TO L-MASTER-POS, L-TERM-PHONE.
           MOVE SPACES TO L-TARIFF.
           MOVE 0 TO W-HIT.
           PERFORM TRY-ONE-NUMBER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TOLL-FREE-COUNT OR W-HIT NOT = 0.
           IF W-HIT NOT = 0 THEN
               MOVE 'Y' TO L-FOUND
               MOVE W-TF-MASTER-POS(W-HIT) TO L-MASTER-POS
               MOVE W-TF-TERM-PHONE(W-HIT) TO L-TERM-PHONE
               MOVE W-TF-TARIFF(W-HIT) TO L-TARIFF
           END-IF.
           GOBACK.

       TRY-ONE-NUMBER.
           IF W-TF-NUMBER(W-SUB) = L-NUMBER AND
                   W-TF-ACTIVE-DATE(W-SUB) <= L-CALL-DATE AND
                   (W-TF-STATUS(W-SUB) = 'A' OR
                    W-TF-DISC-DATE(W-SUB) >= L-CALL-DATE) THEN
               MOVE W-SUB TO W-HIT
           END-IF.
