      *    summary file for the invoice run, and every counted call
      *    echoed to the detail backup file so when the other side
      *    disputes the count we have ours to the call.
      *    Outbound long-distance calls (graded 'D' by CLASSIFY-CALL)
      *    are also checked against the calling line's presubscribed
      *    carrier from the PIC log, as it stood on the call date:
      *    minutes a carrier hauled for its own presubscribed lines
      *    are split from the ones it carried for lines presubscribed
      *    elsewhere (dial-around, or a PIC order that never reached
      *    the switch), and the detail file carries the line's PIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SETTLE-DETAIL-FILE ASSIGN TO W-SETDTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PIC-LOG-FILE ASSIGN TO W-PICLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PICLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
           05  ST-CARRIER      PIC X(4).
           05  ST-IN-MINUTES   PIC 9(9).
           05  ST-OUT-MINUTES  PIC 9(9).
           05  ST-LD-PIC-MINUTES   PIC 9(9).
           05  ST-LD-OTHER-MINUTES PIC 9(9).

       FD  SETTLE-DETAIL-FILE.
       01  SETTLE-DETAIL-REC.
           05  SD-CALLED       PIC 9(10).
           05  SD-DURATION     PIC 9(5).
           05  SD-TRUNK        PIC X(6).
           05  SD-PIC-CARRIER  PIC X(4).

       FD  PIC-LOG-FILE.
       01  PIC-LOG-REC.
           05  PC-PHONE            PIC 9(10).
           05  PC-CARRIER          PIC X(4).
           05  PC-FREEZE           PIC X.
           05  PC-SOURCE           PIC X.
           05  PC-EFFECTIVE        PIC 9(8).
           05  PC-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CALL-DETAIL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\SETTLE.DAT'.
       01  W-SETDTL-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\SETLDTL.DAT'.
       01  W-PICLOG-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\PICLOG.DAT'.
       01  W-NPANXX-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NPANXX.DAT'.
       01  W-COUNTRY-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-PICLOG-STATUS     PIC XX.
       01  W-PICLOG-EOF-SW     PIC X VALUE 'N'.
           88  W-PICLOG-EOF        VALUE 'Y'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
               10  W-CAR-CODE      PIC X(4).
               10  W-CAR-IN-SECS   PIC 9(11).
               10  W-CAR-OUT-SECS  PIC 9(11).
               10  W-CAR-PIC-SECS  PIC 9(11).
               10  W-CAR-OTHER-SECS PIC 9(11).
       01  W-CAR-SUB           PIC 99 COMP.
       01  W-CAR-WARNED        PIC X(4) VALUE SPACES.
       01  W-HIT-SW            PIC X.
       01  W-REF-SUB           PIC 999 COMP.
       01  W-THIS-CARRIER      PIC X(4).

      *    each line's PIC as of the latest log row, with the one it
      *    replaced so a call before the change settles against the
      *    carrier the line had then
       01  W-PIC-TABLE.
           05  W-PIC-COUNT     PIC 9(5) COMP VALUE 0.
           05  W-PIC-ENTRY     OCCURS 20000 TIMES.
               10  W-PT-PHONE      PIC 9(10).
               10  W-PT-CARRIER    PIC X(4).
               10  W-PT-EFFECTIVE  PIC 9(8).
               10  W-PT-PRIOR      PIC X(4).
       01  W-PIC-SUB           PIC 9(5) COMP.
       01  W-PIC-HIT           PIC 9(5) COMP.
       01  W-PIC-WARNED-SW     PIC X VALUE 'N'.
           88  W-PIC-TABLE-WARNED  VALUE 'Y'.
       01  W-LOOK-PHONE        PIC 9(10).
       01  W-LINE-PIC          PIC X(4).
       01  W-DISTANCE-CLASS    PIC X.
           88  W-LONG-DISTANCE     VALUE 'D'.

       01  W-DETAIL-POS        PIC 9(9) COMP.
       01  W-SCAN-FIRST        PIC 9(9) COMP.
       01  W-SCAN-LAST         PIC 9(9) COMP.
       01  W-MONTH-FIRST       PIC 9(8).
       01  W-MONTH-LAST        PIC 9(8).
       01  W-FOUND             PIC X.
           88  W-DETAIL-RECORD-FOUND VALUE 'Y'.
       01  W-CALL-DATE         PIC 9(8).

       01  W-IN-MINUTES        PIC 9(9).
       01  W-OUT-MINUTES       PIC 9(9).
       01  W-PIC-MINUTES       PIC 9(9).
       01  W-OTHER-MINUTES     PIC 9(9).
       01  W-SHOW-MIN          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           ACCEPT W-MONTH.

           CALL 'OPEN-TRUNK-TABLE' USING W-TRUNK-FILENAME.
           CALL 'OPEN-NPANXX-TABLE' USING W-NPANXX-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           PERFORM LOAD-PIC-TABLE.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           OPEN OUTPUT SETTLE-FILE.
           OPEN OUTPUT SETTLE-DETAIL-FILE.

           COMPUTE W-MONTH-FIRST = W-MONTH * 100 + 1.
           COMPUTE W-MONTH-LAST = W-MONTH * 100 + 31.
      *    the date markers bound the walk to the range's positions
           CALL 'FIND-CALL-DATE-RANGE' USING W-MONTH-FIRST,
               W-MONTH-LAST, W-SCAN-FIRST, W-SCAN-LAST.
           PERFORM SETTLE-ONE-CALL THRU SETTLE-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM W-SCAN-FIRST BY 1
               UNTIL W-DETAIL-POS > W-SCAN-LAST.

           DISPLAY " ".
           DISPLAY "CARRIER  MIN IN       MIN OUT      ",
               "LD ON PIC    LD OFF PIC".
           PERFORM REPORT-ONE-CARRIER
               VARYING W-CAR-SUB FROM 1 BY 1
               UNTIL W-CAR-SUB > W-CAR-COUNT.
               END-IF
           END-IF.

      *    outbound long distance is checked against the line's PIC
           MOVE SPACES TO W-LINE-PIC.
           IF W-DIRECTION = 'O' THEN
               CALL 'CLASSIFY-CALL' USING W-CALLING-NUMBER,
                   W-CALLED-NUMBER, W-DISTANCE-CLASS
               IF W-LONG-DISTANCE THEN
                   PERFORM FIND-LINE-PIC
                   IF W-CAR-SUB NOT = 0 THEN
                       IF W-LINE-PIC = W-THIS-CARRIER THEN
                           ADD W-DURATION
                               TO W-CAR-PIC-SECS(W-CAR-SUB)
                       ELSE
                           ADD W-DURATION
                               TO W-CAR-OTHER-SECS(W-CAR-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

           MOVE W-THIS-CARRIER TO SD-CARRIER.
           MOVE W-DIRECTION TO SD-DIRECTION.
           MOVE W-CALL-DATE TO SD-CALL-DATE.
           MOVE W-CALLED-NUMBER TO SD-CALLED.
           MOVE W-DURATION TO SD-DURATION.
           MOVE W-TRUNK-CODE TO SD-TRUNK.
           MOVE W-LINE-PIC TO SD-PIC-CARRIER.
           WRITE SETTLE-DETAIL-REC.
       SETTLE-ONE-CALL-EXIT.
           CONTINUE.
                   MOVE W-THIS-CARRIER TO W-CAR-CODE(W-CAR-SUB)
                   MOVE 0 TO W-CAR-IN-SECS(W-CAR-SUB)
                   MOVE 0 TO W-CAR-OUT-SECS(W-CAR-SUB)
                   MOVE 0 TO W-CAR-PIC-SECS(W-CAR-SUB)
                   MOVE 0 TO W-CAR-OTHER-SECS(W-CAR-SUB)
               ELSE
                   MOVE 0 TO W-CAR-SUB
                   IF W-THIS-CARRIER NOT = W-CAR-WARNED THEN
           MOVE W-MONTH TO ST-MONTH.
           MOVE W-IN-MINUTES TO ST-IN-MINUTES.
           MOVE W-OUT-MINUTES TO ST-OUT-MINUTES.
           COMPUTE W-PIC-MINUTES =
               (W-CAR-PIC-SECS(W-CAR-SUB) + 59) / 60.
           COMPUTE W-OTHER-MINUTES =
               (W-CAR-OTHER-SECS(W-CAR-SUB) + 59) / 60.
           MOVE W-PIC-MINUTES TO ST-LD-PIC-MINUTES.
           MOVE W-OTHER-MINUTES TO ST-LD-OTHER-MINUTES.
           WRITE SETTLE-REC.
           MOVE W-IN-MINUTES TO W-SHOW-MIN.
           DISPLAY W-CAR-CODE(W-CAR-SUB), "     ", W-SHOW-MIN,
               " " WITH NO ADVANCING.
           MOVE W-OUT-MINUTES TO W-SHOW-MIN.
           DISPLAY W-SHOW-MIN, " " WITH NO ADVANCING.
           MOVE W-PIC-MINUTES TO W-SHOW-MIN.
           DISPLAY W-SHOW-MIN, " " WITH NO ADVANCING.
           MOVE W-OTHER-MINUTES TO W-SHOW-MIN.
           DISPLAY W-SHOW-MIN.

      *----------------------------------------------------------------
      *    PIC TABLE -- one pass of the PIC log, latest row per line
      *    wins (the rule GET-LINE-PIC applies one line at a time);
      *    a carrier change keeps the carrier it replaced.
      *----------------------------------------------------------------
       LOAD-PIC-TABLE.
           OPEN INPUT PIC-LOG-FILE.
           IF W-PICLOG-STATUS = '00' THEN
               PERFORM LOAD-ONE-PIC-ROW UNTIL W-PICLOG-EOF
               CLOSE PIC-LOG-FILE
           END-IF.

       LOAD-ONE-PIC-ROW.
           READ PIC-LOG-FILE
               AT END
                   SET W-PICLOG-EOF TO TRUE
               NOT AT END
                   PERFORM POST-ONE-PIC-ROW
           END-READ.

       POST-ONE-PIC-ROW.
           MOVE PC-PHONE TO W-LOOK-PHONE.
           PERFORM FIND-PIC-SLOT.
           IF W-PIC-HIT = 0 THEN
               IF W-PIC-COUNT < 20000 THEN
                   ADD 1 TO W-PIC-COUNT
                   MOVE W-PIC-COUNT TO W-PIC-HIT
                   MOVE PC-PHONE TO W-PT-PHONE(W-PIC-HIT)
                   MOVE SPACES TO W-PT-CARRIER(W-PIC-HIT)
                   MOVE SPACES TO W-PT-PRIOR(W-PIC-HIT)
                   MOVE 0 TO W-PT-EFFECTIVE(W-PIC-HIT)
               ELSE
                   IF NOT W-PIC-TABLE-WARNED THEN
                       SET W-PIC-TABLE-WARNED TO TRUE
                       DISPLAY "  PIC TABLE FULL; LATER LINES ",
                           "SETTLE AS OFF-PIC"
                   END-IF
               END-IF
           END-IF.
           IF W-PIC-HIT NOT = 0 THEN
               IF PC-CARRIER NOT = W-PT-CARRIER(W-PIC-HIT) THEN
                   MOVE W-PT-CARRIER(W-PIC-HIT)
                       TO W-PT-PRIOR(W-PIC-HIT)
                   MOVE PC-CARRIER TO W-PT-CARRIER(W-PIC-HIT)
                   MOVE PC-EFFECTIVE TO W-PT-EFFECTIVE(W-PIC-HIT)
               END-IF
           END-IF.

       FIND-PIC-SLOT.
           MOVE 0 TO W-PIC-HIT.
           PERFORM MATCH-ONE-PIC
               VARYING W-PIC-SUB FROM 1 BY 1
               UNTIL W-PIC-SUB > W-PIC-COUNT OR W-PIC-HIT NOT = 0.

       MATCH-ONE-PIC.
           IF W-PT-PHONE(W-PIC-SUB) = W-LOOK-PHONE THEN
               MOVE W-PIC-SUB TO W-PIC-HIT
           END-IF.

      *    the carrier the calling line was presubscribed to on the
      *    call date; blank for a line never presubscribed
       FIND-LINE-PIC.
           MOVE W-CALLING-NUMBER TO W-LOOK-PHONE.
           PERFORM FIND-PIC-SLOT.
           IF W-PIC-HIT NOT = 0 THEN
               IF W-CALL-DATE < W-PT-EFFECTIVE(W-PIC-HIT) THEN
                   MOVE W-PT-PRIOR(W-PIC-HIT) TO W-LINE-PIC
               ELSE
                   MOVE W-PT-CARRIER(W-PIC-HIT) TO W-LINE-PIC
               END-IF
           END-IF.
