       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the rental-equipment inventory: one record per
      *    handset, key system or modem we own, by serial number, with
      *    its model, where it is -- in stock, on loan to an account,
      *    back from a customer awaiting restock, or lost -- and the
      *    master position it is on loan to.  Position 1 is a header
      *    holding the highest position written, the same convention
      *    OPEN-NUMBER-INVENTORY keeps, and the open flag lets a run
      *    that never opened the file see no equipment at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPMENT-FILE ASSIGN TO W-EQUIP-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-EQUIP-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE 'N' TO W-EQUIP-CHANGED.
           MOVE L-FILENAME TO W-EQUIP-FILENAME.
           OPEN I-O EQUIPMENT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT EQUIPMENT-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open equipment inventory: ",
                           L-FILENAME
                   STOP RUN
               END-IF
               MOVE 1 TO W-EQUIP-POS
               MOVE SPACES TO EQUIPMENT-REC
               MOVE 1 TO W-EQUIP-FILE-SIZE
               MOVE W-EQUIP-HEADER TO EQUIPMENT-REC(1:4)
               WRITE EQUIPMENT-REC
               CLOSE EQUIPMENT-FILE
               OPEN I-O EQUIPMENT-FILE
           END-IF.
           MOVE 1 TO W-EQUIP-POS.
           READ EQUIPMENT-FILE.
           MOVE EQUIPMENT-REC(1:4) TO W-EQUIP-HEADER.
           MOVE 'Y' TO W-EQUIP-OPEN.
           GOBACK.
