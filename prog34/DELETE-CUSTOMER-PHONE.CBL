       01  W-INV-STATUS            PIC 9.
       01  W-INV-NUMBER            PIC 9(10).
       01  W-INV-STATE             PIC X.
       01  W-FAC-STATUS            PIC 9.
       01  W-FWD-ACTION            PIC X.
       01  W-FWD-STATUS-N          PIC 9.

               MOVE 'G' TO W-INV-STATE
               CALL 'MARK-NUMBER-STATE' USING W-INV-STATUS,
                   W-INV-NUMBER, W-INV-STATE
      *        its cable pair goes back to spare once no account is
      *        left on the line -- a shared line keeps its pair
               CALL 'SEARCH-CUSTOMER-PHONE' USING W-FOUND-POS, L-PHONE
               IF W-FOUND-POS = 0 THEN
                   CALL 'RELEASE-FACILITY' USING W-FAC-STATUS,
                       W-INV-NUMBER
               END-IF
           END-IF.
           GOBACK.
