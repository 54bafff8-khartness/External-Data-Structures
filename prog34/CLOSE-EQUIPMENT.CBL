       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CLOSE-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the equipment inventory -- rewrites the header when
      *    a unit was received into the file, then clears the open
      *    flag.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           IF W-EQUIP-OPEN NOT = 'Y' THEN
               GOBACK.
           IF W-EQUIP-CHANGED = 'Y' THEN
               MOVE 1 TO W-EQUIP-POS
               MOVE SPACES TO EQUIPMENT-REC
               MOVE W-EQUIP-HEADER TO EQUIPMENT-REC(1:4)
               REWRITE EQUIPMENT-REC
           END-IF.
           MOVE 'N' TO W-EQUIP-OPEN.
           CLOSE EQUIPMENT-FILE.
           GOBACK.
