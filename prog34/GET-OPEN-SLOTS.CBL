       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-OPEN-SLOTS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    How many installs an exchange can still take on a day, AM
      *    and PM window separately.  Capacity is the day's technician
      *    count from GET-TECH-CAPACITY times the installs one
      *    technician covers in a half-day window
      *    (DL100_INSTALLS_PER_WINDOW, default 2); booked is every
      *    order whose latest appointment event is a booking for that
      *    exchange, day and window, so a rebooked or closed visit
      *    frees its old slot.  The book comes in through
      *    LIST-APPOINTMENTS per call.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-TECHS             PIC 99.
       01  W-PER-WINDOW        PIC 99.
       01  W-CAPACITY          PIC 9(4) COMP.
       01  W-AM-BOOKED         PIC 9(4) COMP.
       01  W-PM-BOOKED         PIC 9(4) COMP.

      *    latest event per order
       01  W-APPOINT-TABLE.
           05  W-APT-COUNT     PIC 9(4) COMP.
           05  W-APT-ENTRY     OCCURS 2000 TIMES.
               10  W-APT-ORDER     PIC 9(9).
               10  W-APT-EVENT     PIC X.
               10  W-APT-NPANXX    PIC 9(6).
               10  W-APT-DATE      PIC 9(8).
               10  W-APT-WINDOW    PIC X.
               10  W-APT-ACCOUNT   PIC 9(9).
               10  W-APT-PHONE     PIC 9(10).
       01  W-SUB               PIC 9(4) COMP.

       LINKAGE SECTION.
       01  L-NPANXX        PIC 9(6).
       01  L-DATE          PIC 9(8).
       01  L-AM-OPEN       PIC 99.
       01  L-PM-OPEN       PIC 99.
       01  L-CAPACITY-FILENAME PIC X(512).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-NPANXX, L-DATE, L-AM-OPEN,
               L-PM-OPEN, L-CAPACITY-FILENAME, L-FILENAME.
       ENTRY-POINT.
           MOVE 0 TO L-AM-OPEN, L-PM-OPEN.
           CALL 'GET-TECH-CAPACITY' USING L-NPANXX, L-DATE, W-TECHS,
               L-CAPACITY-FILENAME.
           IF W-TECHS = 0 THEN
               GOBACK.
           ACCEPT W-PER-WINDOW FROM ENVIRONMENT
               "DL100_INSTALLS_PER_WINDOW".
           IF W-PER-WINDOW = 0 THEN
               MOVE 2 TO W-PER-WINDOW
           END-IF.
           COMPUTE W-CAPACITY = W-TECHS * W-PER-WINDOW.

           MOVE 0 TO W-AM-BOOKED, W-PM-BOOKED.
           CALL 'LIST-APPOINTMENTS' USING W-APPOINT-TABLE, L-FILENAME.
           PERFORM COUNT-ONE-ORDER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-APT-COUNT.

           IF W-AM-BOOKED < W-CAPACITY THEN
               COMPUTE L-AM-OPEN = W-CAPACITY - W-AM-BOOKED
           END-IF.
           IF W-PM-BOOKED < W-CAPACITY THEN
               COMPUTE L-PM-OPEN = W-CAPACITY - W-PM-BOOKED
           END-IF.
           GOBACK.

       COUNT-ONE-ORDER.
           IF W-APT-EVENT(W-SUB) = 'B' AND
                   W-APT-NPANXX(W-SUB) = L-NPANXX AND
                   W-APT-DATE(W-SUB) = L-DATE THEN
               IF W-APT-WINDOW(W-SUB) = 'A' THEN
                   ADD 1 TO W-AM-BOOKED
               ELSE
                   ADD 1 TO W-PM-BOOKED
               END-IF
           END-IF.
