       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PICK-RATE-CENTER-NUMBER.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    PICK-NEXT-NUMBER for a move order that has to leave its
      *    number behind: the first available row whose exchange
      *    sits in the named rate center, marked assigned on the way
      *    out, so the customer's new number is local to the new
      *    address.  The exchange's rate center comes from
      *    LOOKUP-NPANXX, so the caller must have OPEN-NPANXX-TABLE
      *    loaded as well as the inventory open.  Aging rows mature
      *    lazily here exactly as they do in PICK-NEXT-NUMBER.
      *    Returns not-found when the rate center has nothing free or
      *    the inventory isn't open.

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
       01  W-HIT-SW            PIC X.
           88  W-NUMBER-PICKED     VALUE 'Y'.
       01  W-QUARANTINE-DAYS   PIC 9(5).
       01  W-TODAY             PIC 9(8).
       01  W-TODAY-INT         PIC 9(9) COMP.
       01  W-STATE-INT         PIC 9(9) COMP.
       01  W-AGE-DAYS          PIC S9(9) COMP.
       01  W-EXCHANGE          PIC 9(6).
       01  W-NX-INDEX          PIC 9(5) COMP.
       01  W-NX-RATE-CENTER    PIC X(10).
       01  W-NX-LATA           PIC 9(3).

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
       01  L-RATE-CENTER   PIC X(10).
       01  L-PHONE     PIC 9(10).

       PROCEDURE DIVISION USING L-STATUS, L-RATE-CENTER, L-PHONE.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           MOVE 0 TO L-PHONE.
           IF W-NUMINV-OPEN NOT = 'Y' THEN
               GOBACK.
           ACCEPT W-QUARANTINE-DAYS FROM ENVIRONMENT
               "DL100_NUMBER_QUARANTINE_DAYS".
           IF W-QUARANTINE-DAYS = 0 THEN
               MOVE 90 TO W-QUARANTINE-DAYS
           END-IF.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           COMPUTE W-TODAY-INT = FUNCTION INTEGER-OF-DATE(W-TODAY).
           MOVE 'N' TO W-HIT-SW.
           PERFORM TRY-ONE-ROW THRU TRY-ONE-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE OR W-NUMBER-PICKED.
           GOBACK.

       TRY-ONE-ROW.
           MOVE W-SCAN TO W-NUMINV-POS.
           READ NUMBER-INVENTORY
               INVALID KEY
                   GO TO TRY-ONE-ROW-EXIT
           END-READ.
           IF IN-AGING THEN
               COMPUTE W-STATE-INT =
                   FUNCTION INTEGER-OF-DATE(IN-STATE-DATE)
               COMPUTE W-AGE-DAYS = W-TODAY-INT - W-STATE-INT
               IF W-AGE-DAYS >= W-QUARANTINE-DAYS THEN
                   SET IN-AVAILABLE TO TRUE
                   MOVE W-TODAY TO IN-STATE-DATE
                   REWRITE INVENTORY-REC
               END-IF
           END-IF.
           IF NOT IN-AVAILABLE THEN
               GO TO TRY-ONE-ROW-EXIT.
           MOVE IN-NUMBER(1:6) TO W-EXCHANGE.
           CALL 'LOOKUP-NPANXX' USING W-EXCHANGE, W-NX-INDEX,
               W-NX-RATE-CENTER, W-NX-LATA.
           IF W-NX-INDEX NOT = 0 AND
                   W-NX-RATE-CENTER = L-RATE-CENTER THEN
               SET W-NUMBER-PICKED TO TRUE
               MOVE IN-NUMBER TO L-PHONE
               SET IN-ASSIGNED TO TRUE
               MOVE W-TODAY TO IN-STATE-DATE
               REWRITE INVENTORY-REC
               SET STATUS-OK TO TRUE
           END-IF.
       TRY-ONE-ROW-EXIT.
           CONTINUE.
