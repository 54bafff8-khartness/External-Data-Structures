       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIST-APPOINTMENTS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Reads the whole installation appointment book into the
      *    caller's table, one entry per service order holding its
      *    latest event -- 'B' booked, 'K' kept, 'M' missed -- and
      *    the exchange, date, window, account and number that event
      *    carries.  A book past the table's 2000 orders loads what
      *    fits.  Opens and closes the file itself per call, the
      *    LIST-FEATURE-SUBS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO W-APPOINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-REC.
           05  AP-ORDER            PIC 9(9).
           05  AP-EVENT            PIC X.
           05  AP-NPANXX           PIC 9(6).
           05  AP-DATE             PIC 9(8).
           05  AP-WINDOW           PIC X.
           05  AP-ACCOUNT          PIC 9(9).
           05  AP-PHONE            PIC 9(10).
           05  AP-OPERATOR         PIC X(8).
           05  AP-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-APPOINT-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-APPOINT-EOF       VALUE 'Y'.
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.

       LINKAGE SECTION.
       01  L-APPOINT-TABLE.
           05  L-APT-COUNT     PIC 9(4) COMP.
           05  L-APT-ENTRY     OCCURS 2000 TIMES.
               10  L-APT-ORDER     PIC 9(9).
               10  L-APT-EVENT     PIC X.
               10  L-APT-NPANXX    PIC 9(6).
               10  L-APT-DATE      PIC 9(8).
               10  L-APT-WINDOW    PIC X.
               10  L-APT-ACCOUNT   PIC 9(9).
               10  L-APT-PHONE     PIC 9(10).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-APPOINT-TABLE, L-FILENAME.
       ENTRY-POINT.
           MOVE 0 TO L-APT-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-APPOINT-FILENAME.
           OPEN INPUT APPOINTMENT-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-EVENT UNTIL W-APPOINT-EOF.
           CLOSE APPOINTMENT-FILE.
           GOBACK.

       LOAD-ONE-EVENT.
           READ APPOINTMENT-FILE
               AT END
                   SET W-APPOINT-EOF TO TRUE
               NOT AT END
                   PERFORM PLACE-ONE-EVENT
           END-READ.

      *    later events overwrite earlier ones for the same order
       PLACE-ONE-EVENT.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-ORDER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > L-APT-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 AND L-APT-COUNT < 2000 THEN
               ADD 1 TO L-APT-COUNT
               MOVE L-APT-COUNT TO W-HIT
               MOVE AP-ORDER TO L-APT-ORDER(W-HIT)
           END-IF.
           IF W-HIT NOT = 0 THEN
               MOVE AP-EVENT TO L-APT-EVENT(W-HIT)
               MOVE AP-NPANXX TO L-APT-NPANXX(W-HIT)
               MOVE AP-DATE TO L-APT-DATE(W-HIT)
               MOVE AP-WINDOW TO L-APT-WINDOW(W-HIT)
               MOVE AP-ACCOUNT TO L-APT-ACCOUNT(W-HIT)
               MOVE AP-PHONE TO L-APT-PHONE(W-HIT)
           END-IF.

       MATCH-ONE-ORDER.
           IF L-APT-ORDER(W-SUB) = AP-ORDER THEN
               MOVE W-SUB TO W-HIT.
