       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NEXT-ACCOUNT-EQUIPMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Cursor walk over the units on loan to one account: hands
      *    back the position of the next unit after L-EQ-CURSOR that
      *    is on loan to L-MASTER-POS and moves the cursor to it, or
      *    not-found once the file runs out.  Start the cursor at 1
      *    (the header).  Same shape as NEXT-ACCOUNT-PHONE's walk.

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
       01  W-HIT-SW            PIC X.
           88  W-UNIT-HIT          VALUE 'Y'.

       LINKAGE SECTION.
       01  L-MASTER-POS    PIC 9(9) COMP.
       01  L-EQ-CURSOR     PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-UNIT-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION USING L-MASTER-POS, L-EQ-CURSOR, L-FOUND.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND, W-HIT-SW.
           IF W-EQUIP-OPEN NOT = 'Y' THEN
               GOBACK.
           IF L-EQ-CURSOR < 1 THEN
               MOVE 1 TO L-EQ-CURSOR
           END-IF.
           PERFORM TRY-NEXT-UNIT THRU TRY-NEXT-UNIT-EXIT
               UNTIL W-UNIT-HIT OR L-EQ-CURSOR >= W-EQUIP-FILE-SIZE.
           IF W-UNIT-HIT THEN
               MOVE 'Y' TO L-FOUND
           END-IF.
           GOBACK.

       TRY-NEXT-UNIT.
           ADD 1 TO L-EQ-CURSOR.
           MOVE L-EQ-CURSOR TO W-EQUIP-POS.
           READ EQUIPMENT-FILE
               INVALID KEY
                   GO TO TRY-NEXT-UNIT-EXIT
           END-READ.
           IF EQ-ON-LOAN AND EQ-MASTER-POS = L-MASTER-POS THEN
               SET W-UNIT-HIT TO TRUE
           END-IF.
       TRY-NEXT-UNIT-EXIT.
           CONTINUE.
