       01  W-INV-STATUS        PIC 9.
       01  W-INV-NUMBER        PIC 9(10).
       01  W-INV-STATE         PIC X.
       01  W-FAC-STATUS        PIC 9.
      *    Per-account phone limit -- how many numbers L-POSITION may
      *    carry.  CM-PHONE-LIMIT (read through GET-PHONE-POLICY) wins
      *    when the account has its own override on file; otherwise
               MOVE 'S' TO W-INV-STATE
               CALL 'MARK-NUMBER-STATE' USING W-INV-STATUS,
                   W-INV-NUMBER, W-INV-STATE
      *        and the plant records -- a spare cable pair in the
      *        number's exchange, when the facility file is open
               CALL 'ASSIGN-FACILITY' USING W-FAC-STATUS,
                   W-INV-NUMBER
           END-IF.
           GOBACK.

