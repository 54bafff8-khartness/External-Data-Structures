      *    ADD-CUST-PHONE entries (inserts) and the phone-history file
      *    for numbers retired today (deletes) -- a changed number is
      *    a delete and an insert, which is how the 911 vendor's
      *    recent-change format wants it anyway.  A move that keeps
      *    its number journals SERVICE-MOVE with the same number old
      *    and new; the delta sends that number as a delete and an
      *    insert at the new address.  A move onto a new number needs
      *    nothing extra -- the retirement and the add cover it.
      *    Record layout per the vendor spec: function code I/D, the
      *    ten-digit number, subscriber name, then street / city /
      *    state / ZIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *    DELTA EXTRACT -- inserts from the day's ADD-CUST-PHONE
      *    journal entries, deletes from numbers retired to the phone
      *    history today, both for a number moved in place.
      *----------------------------------------------------------------
       DELTA-EXTRACT.
           MOVE 'N' TO W-EOF-SW.
                       PERFORM WRITE-ONE-INSERT
                           THRU WRITE-ONE-INSERT-EXIT
                   END-IF
                   IF JI-DATE = W-TODAY AND
                           JI-OPERATION = 'SERVICE-MOVE' AND
                           JI-KEY(1:10) = JI-KEY(12:10) THEN
                       PERFORM WRITE-ONE-RELOCATION
                   END-IF
           END-READ.

       WRITE-ONE-RELOCATION.
           MOVE 'D' TO AL-FUNCTION.
           MOVE JI-KEY(1:10) TO AL-PHONE.
           MOVE SPACES TO AL-NAME, AL-STREET, AL-CITY, AL-STATE,
               AL-ZIP.
           WRITE ALI-REC.
           ADD 1 TO W-RECORDS-WRITTEN.
           MOVE 0 TO W-PHONE-KEY.
           MOVE JI-KEY(1:10) TO W-PHONE-KEY(6:10).
           MOVE JI-AFTER-POS TO L-POSITION.
           PERFORM WRITE-ONE-INSERT THRU WRITE-ONE-INSERT-EXIT.

       READ-ONE-HISTORY-ROW.
           READ PHONE-HISTORY-IN
               AT END
