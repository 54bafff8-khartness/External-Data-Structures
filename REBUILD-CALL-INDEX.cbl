      *    run is clean.  When the old index is still readable, a
      *    final pass counts its position entries for comparison
      *    against the number this run re-added; the two differing is
      *    the measure of what the corruption had eaten.  The same
      *    pass re-notes every position against its call date, so
      *    the date markers come out rebuilt from position 2 --
      *    the way to bring a file that predates them, or a lost
      *    marker file, under the date-bounded reports' seek.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           CALL 'OPEN-CALL-INDEX' USING W-NEW-INDEX-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'RESET-CALL-DATES'.

           PERFORM REBUILD-ONE-CALL THRU REBUILD-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM 2 BY 1
           IF NOT W-DETAIL-RECORD-FOUND THEN
               GO TO REBUILD-ONE-CALL-EXIT.
           ADD 1 TO W-CALLS-READ.
           CALL 'NOTE-CALL-DATE' USING W-CALL-DATE, W-DETAIL-POS.
           CALL 'GET-CALL-EVENT' USING W-DETAIL-POS, W-RECORD-TYPE,
               W-FEATURE-CODE.
           MOVE 1 TO W-ADD-STATUS.
           IF W-ADD-STATUS = 0 THEN
               ADD 1 TO W-LEGS-ADDED
           END-IF.
      *    a third-number or calling-card call carries an extra callee
      *    leg under the accepting (or card account's) number, exactly
      *    as capture wired it
           CALL 'GET-CALL-BILLING' USING W-DETAIL-POS,
               W-BILL-DIRECTION, W-THIRD-NUMBER.
           IF (W-BILL-DIRECTION = '3' OR W-BILL-DIRECTION = '4') AND
                   W-THIRD-NUMBER NOT = 0 THEN
               MOVE 2 TO W-ADD-STATUS
               MOVE W-THIRD-NUMBER TO W-PHONE-KEY
               CALL 'ADD-PHONE' USING W-ADD-STATUS, W-PHONE-KEY,
