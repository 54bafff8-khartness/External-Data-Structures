       01  W-CALL-HOUR             PIC 99.

       01  W-DETAIL-POS            PIC 9(9) COMP.
       01  W-SCAN-FIRST            PIC 9(9) COMP.
       01  W-SCAN-LAST             PIC 9(9) COMP.
       01  W-FOUND                 PIC X.
           88  W-DETAIL-RECORD-FOUND   VALUE 'Y'.
       01  W-CALL-DATE             PIC 9(8).
           CALL 'OPEN-TRUNK-TABLE' USING W-TRUNK-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           PERFORM LOAD-BASELINES.
      *    the date markers bound the walk to the range's positions
           CALL 'FIND-CALL-DATE-RANGE' USING W-CHECK-DATE,
               W-CHECK-DATE, W-SCAN-FIRST, W-SCAN-LAST.
           PERFORM COUNT-ONE-CALL THRU COUNT-ONE-CALL-EXIT
               VARYING W-DETAIL-POS FROM W-SCAN-FIRST BY 1
               UNTIL W-DETAIL-POS > W-SCAN-LAST.
           CALL 'CLOSE-CALL-DETAIL'.

           DISPLAY " ".
