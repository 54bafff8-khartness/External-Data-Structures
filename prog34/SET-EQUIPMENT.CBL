       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SET-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Moves a unit of rental equipment through its life:
      *      'N'  receive a new unit into stock (serial and model from
      *           the caller; a serial already on file is refused),
      *           handing back its position
      *      'L'  lend a unit in stock to the account at L-MASTER-POS
      *      'R'  take a unit back from the customer -- on loan, or
      *           written off as lost and turned up after all
      *      'S'  put a returned unit back into stock
      *      'X'  write a unit off as lost
      *      'F'  the unreturned-equipment fee has been billed; the
      *           unit is written off as lost at the same time
      *    A move the unit's status does not allow comes back
      *    STATUS-OTHER.  Every move is journalled against the
      *    account the unit is (or was) on loan to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPMENT-FILE ASSIGN TO W-EQUIP-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-EQUIP-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  EQUIPMENT-FILE EXTERNAL.
       01  EQUIPMENT-REC.
           05  EQ-SERIAL           PIC X(15).
           05  EQ-MODEL            PIC X(6).
           05  EQ-STATUS           PIC X.
               88  EQ-IN-STOCK         VALUE 'S'.
               88  EQ-ON-LOAN          VALUE 'L'.
               88  EQ-RETURNED         VALUE 'R'.
               88  EQ-LOST             VALUE 'X'.
           05  EQ-MASTER-POS       PIC 9(9).
           05  EQ-LOAN-DATE        PIC 9(8).
           05  EQ-STATUS-DATE      PIC 9(8).
           05  EQ-FEE-BILLED       PIC X.
               88  EQ-UNRETURNED-BILLED VALUE 'Y'.
           05  FILLER              PIC X(12).

       WORKING-STORAGE SECTION.
       01  W-EQUIP-POS EXTERNAL    PIC 9(9) COMP.
       01  W-EQUIP-STUFF EXTERNAL.
           05  W-EQUIP-OPEN        PIC X.
           05  W-EQUIP-CHANGED     PIC X.
           05  W-EQUIP-HEADER.
               10  W-EQUIP-FILE-SIZE   PIC 9(9) COMP.
       01  W-EQUIP-FILENAME EXTERNAL PIC X(512).
       01  W-NEW-POS           PIC 9(9) COMP.
       01  W-SCAN              PIC 9(9) COMP.
       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-EQ-POS        PIC 9(9) COMP.
       01  L-ACTION        PIC X.
       01  L-SERIAL        PIC X(15).
       01  L-MODEL         PIC X(6).
       01  L-MASTER-POS    PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-STATUS, L-EQ-POS, L-ACTION,
               L-SERIAL, L-MODEL, L-MASTER-POS.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF W-EQUIP-OPEN NOT = 'Y' THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           IF L-ACTION = 'N' THEN
               PERFORM RECEIVE-UNIT THRU RECEIVE-UNIT-EXIT
               GOBACK.
           IF L-EQ-POS < 2 OR L-EQ-POS > W-EQUIP-FILE-SIZE THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE L-EQ-POS TO W-EQUIP-POS.
           READ EQUIPMENT-FILE
               INVALID KEY
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
           END-READ.
           MOVE EQ-MASTER-POS TO W-JOURNAL-AFTER.
           EVALUATE L-ACTION
               WHEN 'L'
                   IF NOT EQ-IN-STOCK OR L-MASTER-POS = 0 THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   SET EQ-ON-LOAN TO TRUE
                   MOVE L-MASTER-POS TO EQ-MASTER-POS, W-JOURNAL-AFTER
                   ACCEPT EQ-LOAN-DATE FROM DATE YYYYMMDD
                   MOVE 'N' TO EQ-FEE-BILLED
                   MOVE 'CPE-ASSIGN' TO W-JOURNAL-OP
               WHEN 'R'
                   IF NOT EQ-ON-LOAN AND NOT EQ-LOST THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   SET EQ-RETURNED TO TRUE
                   MOVE 'CPE-RETURN' TO W-JOURNAL-OP
               WHEN 'S'
                   IF NOT EQ-RETURNED THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   SET EQ-IN-STOCK TO TRUE
                   MOVE 0 TO EQ-MASTER-POS, EQ-LOAN-DATE
                   MOVE 'N' TO EQ-FEE-BILLED
                   MOVE 'CPE-RESTOCK' TO W-JOURNAL-OP
               WHEN 'X'
                   IF EQ-LOST THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   SET EQ-LOST TO TRUE
                   MOVE 'CPE-LOST' TO W-JOURNAL-OP
               WHEN 'F'
                   IF NOT EQ-ON-LOAN THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   SET EQ-LOST TO TRUE
                   SET EQ-UNRETURNED-BILLED TO TRUE
                   MOVE 'CPE-UNRETURNED' TO W-JOURNAL-OP
               WHEN OTHER
                   SET STATUS-OTHER TO TRUE
                   GOBACK
           END-EVALUATE.
           ACCEPT EQ-STATUS-DATE FROM DATE YYYYMMDD.
           REWRITE EQUIPMENT-REC
               INVALID KEY
                   SET STATUS-OTHER TO TRUE
           END-REWRITE.
           IF STATUS-OK THEN
               PERFORM JOURNAL-THE-MOVE
           END-IF.
           GOBACK.

      *    a new unit takes the next position past the high-water mark
       RECEIVE-UNIT.
           IF L-SERIAL = SPACES OR L-MODEL = SPACES THEN
               SET STATUS-OTHER TO TRUE
               GO TO RECEIVE-UNIT-EXIT.
           MOVE 0 TO W-NEW-POS.
           PERFORM MATCH-ONE-SERIAL THRU MATCH-ONE-SERIAL-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-EQUIP-FILE-SIZE OR W-NEW-POS NOT = 0.
           IF W-NEW-POS NOT = 0 THEN
               MOVE W-NEW-POS TO L-EQ-POS
               SET STATUS-OTHER TO TRUE
               GO TO RECEIVE-UNIT-EXIT.
           ADD 1 TO W-EQUIP-FILE-SIZE.
           MOVE W-EQUIP-FILE-SIZE TO W-EQUIP-POS, L-EQ-POS.
           MOVE SPACES TO EQUIPMENT-REC.
           MOVE L-SERIAL TO EQ-SERIAL.
           MOVE L-MODEL TO EQ-MODEL.
           SET EQ-IN-STOCK TO TRUE.
           MOVE 0 TO EQ-MASTER-POS, EQ-LOAN-DATE.
           MOVE 'N' TO EQ-FEE-BILLED.
           ACCEPT EQ-STATUS-DATE FROM DATE YYYYMMDD.
           WRITE EQUIPMENT-REC
               INVALID KEY
                   SUBTRACT 1 FROM W-EQUIP-FILE-SIZE
                   SET STATUS-OTHER TO TRUE
                   GO TO RECEIVE-UNIT-EXIT
           END-WRITE.
           MOVE 'Y' TO W-EQUIP-CHANGED.
           MOVE 0 TO W-JOURNAL-AFTER.
           MOVE 'CPE-RECEIVE' TO W-JOURNAL-OP.
           PERFORM JOURNAL-THE-MOVE.
       RECEIVE-UNIT-EXIT.
           CONTINUE.

       MATCH-ONE-SERIAL.
           MOVE W-SCAN TO W-EQUIP-POS.
           READ EQUIPMENT-FILE
               INVALID KEY
                   GO TO MATCH-ONE-SERIAL-EXIT
           END-READ.
           IF EQ-SERIAL = L-SERIAL THEN
               MOVE W-SCAN TO W-NEW-POS
           END-IF.
       MATCH-ONE-SERIAL-EXIT.
           CONTINUE.

       JOURNAL-THE-MOVE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE EQ-SERIAL TO W-JOURNAL-KEY(1:15).
           MOVE EQ-MODEL TO W-JOURNAL-KEY(17:6).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
