       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           RESERVE-NUMBER.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Holds one available number for an account or a prospect
      *    until an expiry date: the inventory row goes to the held
      *    state ('H'), which PICK-NEXT-NUMBER passes over, and the
      *    hold is logged through WRITE-NUMBER-RESERVATION.  Held is
      *    kept apart from reserved ('R'), which is a ported-out
      *    number that is never coming back, so the nightly
      *    NUMBER-RESERVATION-SWEEP can hand lapsed holds back to the
      *    pool without touching those.  Adding the number to the
      *    customer's account claims it -- ADD-CUSTOMER-PHONE marks
      *    it assigned.  Returns not-found for a number outside the
      *    inventory and 'other' for one that isn't available.  The
      *    inventory must be open.

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
       01  W-HIT-SW            PIC X.
           88  W-NUMBER-FOUND      VALUE 'Y'.
       01  W-ACTION            PIC X VALUE 'R'.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-PHONE         PIC 9(10).
       01  L-ACCOUNT       PIC 9(9).
       01  L-PROSPECT      PIC X(30).
       01  L-EXPIRES       PIC 9(8).
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-STATUS, L-PHONE, L-ACCOUNT,
               L-PROSPECT, L-EXPIRES, L-OPERATOR, L-FILENAME.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           IF W-NUMINV-OPEN NOT = 'Y' THEN
               GOBACK.
           MOVE 'N' TO W-HIT-SW.
           PERFORM FIND-ONE-ROW THRU FIND-ONE-ROW-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-NUMINV-FILE-SIZE OR W-NUMBER-FOUND.
           IF NOT W-NUMBER-FOUND THEN
               GOBACK.
           IF NOT IN-AVAILABLE THEN
               SET STATUS-OTHER TO TRUE
               GOBACK.
           SET IN-HELD TO TRUE.
           ACCEPT IN-STATE-DATE FROM DATE YYYYMMDD.
           REWRITE INVENTORY-REC.
           CALL 'WRITE-NUMBER-RESERVATION' USING L-PHONE, W-ACTION,
               L-ACCOUNT, L-PROSPECT, L-EXPIRES, L-OPERATOR,
               L-FILENAME.
           SET STATUS-OK TO TRUE.
           GOBACK.

       FIND-ONE-ROW.
           MOVE W-SCAN TO W-NUMINV-POS.
           READ NUMBER-INVENTORY
               INVALID KEY
                   GO TO FIND-ONE-ROW-EXIT
           END-READ.
           IF IN-NUMBER = L-PHONE THEN
               SET W-NUMBER-FOUND TO TRUE
           END-IF.
       FIND-ONE-ROW-EXIT.
           CONTINUE.
