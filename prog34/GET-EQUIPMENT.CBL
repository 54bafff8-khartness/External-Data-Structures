       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GET-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back one unit of the equipment inventory by its
      *    position in the file: serial, model, status, the account
      *    it is on loan to, when it went out, when its status last
      *    changed, and whether the unreturned-equipment fee has been
      *    billed for it.  The header, an empty slot, or the file not
      *    open comes back not-found.

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

       LINKAGE SECTION.
       01  L-EQ-POS        PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-UNIT-FOUND        VALUE 'Y'.
       01  L-SERIAL        PIC X(15).
       01  L-MODEL         PIC X(6).
       01  L-EQ-STATUS     PIC X.
       01  L-MASTER-POS    PIC 9(9).
       01  L-LOAN-DATE     PIC 9(8).
       01  L-STATUS-DATE   PIC 9(8).
       01  L-FEE-BILLED    PIC X.

       PROCEDURE DIVISION USING L-EQ-POS, L-FOUND, L-SERIAL, L-MODEL,
               L-EQ-STATUS, L-MASTER-POS, L-LOAN-DATE, L-STATUS-DATE,
               L-FEE-BILLED.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND.
           IF W-EQUIP-OPEN NOT = 'Y' OR L-EQ-POS < 2 OR
                   L-EQ-POS > W-EQUIP-FILE-SIZE THEN
               GOBACK.
           MOVE L-EQ-POS TO W-EQUIP-POS.
           READ EQUIPMENT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF EQ-SERIAL = SPACES THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE EQ-SERIAL TO L-SERIAL.
           MOVE EQ-MODEL TO L-MODEL.
           MOVE EQ-STATUS TO L-EQ-STATUS.
           MOVE EQ-MASTER-POS TO L-MASTER-POS.
           MOVE EQ-LOAN-DATE TO L-LOAN-DATE.
           MOVE EQ-STATUS-DATE TO L-STATUS-DATE.
           MOVE EQ-FEE-BILLED TO L-FEE-BILLED.
           GOBACK.
