       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           FIND-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Finds a unit of the equipment inventory by serial number
      *    and hands back its position, zero when no unit carries
      *    that serial.  A full scan, the MARK-NUMBER-STATE way --
      *    the warehouse keys serials a few at a time.

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
       01  W-SCAN              PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-SERIAL        PIC X(15).
       01  L-EQ-POS        PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-SERIAL, L-EQ-POS.
       ENTRY-POINT.
           MOVE 0 TO L-EQ-POS.
           IF W-EQUIP-OPEN NOT = 'Y' OR L-SERIAL = SPACES THEN
               GOBACK.
           PERFORM MATCH-ONE-UNIT THRU MATCH-ONE-UNIT-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-EQUIP-FILE-SIZE OR L-EQ-POS NOT = 0.
           GOBACK.

       MATCH-ONE-UNIT.
           MOVE W-SCAN TO W-EQUIP-POS.
           READ EQUIPMENT-FILE
               INVALID KEY
                   GO TO MATCH-ONE-UNIT-EXIT
           END-READ.
           IF EQ-SERIAL = L-SERIAL THEN
               MOVE W-SCAN TO L-EQ-POS
           END-IF.
       MATCH-ONE-UNIT-EXIT.
           CONTINUE.
