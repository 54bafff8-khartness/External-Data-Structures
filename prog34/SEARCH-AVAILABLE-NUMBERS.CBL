       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           SEARCH-AVAILABLE-NUMBERS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Pattern search over the available numbers in the
      *    inventory, for the customer who wants a number ending in
      *    0000 or one that spells something.  The mask lines up
      *    with the end of the number -- "0000" matches the station,
      *    seven characters cover the NXX as well -- and each
      *    position is a digit, a '?' that matches anything, or a
      *    letter, which matches its digit on the telephone keypad
      *    (ABC 2 through WXYZ 9).  An NPA-NXX of zero searches every
      *    exchange.  Hands back up to twenty matches in inventory
      *    order and reserves nothing; RESERVE-NUMBER holds the one
      *    the customer picks.  The inventory must be open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMBER-INVENTORY ASSIGN TO W-NUMINV-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-NUMINV-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  NUMBER-INVENTORY EXTERNAL.
       01  INVENTORY-REC.
           05  IN-NUMBER       PIC 9(10).
           05  IN-STATE        PIC X.
               88  IN-AVAILABLE    VALUE 'A'.
               88  IN-ASSIGNED     VALUE 'S'.
               88  IN-AGING        VALUE 'G'.
               88  IN-RESERVED     VALUE 'R'.
               88  IN-HELD         VALUE 'H'.
           05  IN-STATE-DATE   PIC 9(8).
           05  FILLER          PIC X(6).

       WORKING-STORAGE SECTION.
       01  W-NUMINV-POS EXTERNAL   PIC 9(9) COMP.
       01  W-NUMINV-STUFF EXTERNAL.
           05  W-NUMINV-OPEN       PIC X.
           05  W-NUMINV-CHANGED    PIC X.
           05  W-NUMINV-HEADER.
               10  W-NUMINV-FILE-SIZE  PIC 9(9) COMP.
       01  W-NUMINV-FILENAME EXTERNAL PIC X(512).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-DIGIT-MASK        PIC X(7).
       01  W-MASK-LEN          PIC 9 COMP.
       01  W-MASK-SUB          PIC 9 COMP.
       01  W-OFFSET            PIC 99 COMP.
       01  W-NUMBER-X          PIC X(10).
       01  W-MATCH-SW          PIC X.
           88  W-PATTERN-MATCHES   VALUE 'Y'.

       LINKAGE SECTION.
       01  L-NPANXX        PIC 9(6).
       01  L-MASK          PIC X(7).
       01  L-LIST.
           05  L-FOUND-COUNT   PIC 99 COMP.
           05  L-FOUND-NUMBER  PIC 9(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION USING L-NPANXX, L-MASK, L-LIST.
       ENTRY-POINT.
           MOVE 0 TO L-FOUND-COUNT.
           IF W-NUMINV-OPEN NOT = 'Y' THEN
               GOBACK.
           MOVE L-MASK TO W-DIGIT-MASK.
           INSPECT W-DIGIT-MASK CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT W-DIGIT-MASK CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               "22233344455566677778889999".
           MOVE 0 TO W-MASK-LEN.
           INSPECT W-DIGIT-MASK TALLYING W-MASK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           COMPUTE W-OFFSET = 10 - W-MASK-LEN.
           PERFORM TRY-ONE-ROW THRU TRY-ONE-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE OR
                     L-FOUND-COUNT = 20.
           GOBACK.

       TRY-ONE-ROW.
           MOVE W-SCAN TO W-NUMINV-POS.
           READ NUMBER-INVENTORY
               INVALID KEY
                   GO TO TRY-ONE-ROW-EXIT
           END-READ.
           IF NOT IN-AVAILABLE THEN
               GO TO TRY-ONE-ROW-EXIT.
           IF L-NPANXX NOT = 0 AND IN-NUMBER(1:6) NOT = L-NPANXX THEN
               GO TO TRY-ONE-ROW-EXIT.
           MOVE IN-NUMBER TO W-NUMBER-X.
           MOVE 'Y' TO W-MATCH-SW.
           PERFORM MATCH-ONE-POSITION
               VARYING W-MASK-SUB FROM 1 BY 1
               UNTIL W-MASK-SUB > W-MASK-LEN OR
                     NOT W-PATTERN-MATCHES.
           IF W-PATTERN-MATCHES THEN
               ADD 1 TO L-FOUND-COUNT
               MOVE IN-NUMBER TO L-FOUND-NUMBER(L-FOUND-COUNT)
           END-IF.
       TRY-ONE-ROW-EXIT.
           CONTINUE.

       MATCH-ONE-POSITION.
           IF W-DIGIT-MASK(W-MASK-SUB:1) NOT = '?' AND
                   W-DIGIT-MASK(W-MASK-SUB:1) NOT =
                   W-NUMBER-X(W-OFFSET + W-MASK-SUB:1) THEN
               MOVE 'N' TO W-MATCH-SW
           END-IF.
