      *      - the name B+ tree is rebuilt from scratch against the
      *        sanitized master: the generated names embed the
      *        zero-padded position, so a front-to-back walk writes a
      *        name-key/position file (STANDARDIZE-NAME keys, the
      *        way ADD-CUSTOMER-NAME files them) already in order, and
      *        BULK-LOAD-CUSTOMER-NAME packs it bottom-up.  The bulk
      *        loader never consults the master, so closed customers
      *        keep their name keys on the copy exactly as the live
           IF NOT CM-ACTIVE AND NOT CM-SUSPENDED AND
                   NOT CM-INACTIVE THEN
               GO TO EXPORT-ONE-NAME-EXIT.
           CALL 'STANDARDIZE-NAME' USING CM-NAME, NL-NAME.
           MOVE W-POSITION TO NL-POSITION.
           WRITE NAME-LOAD-REC.
       EXPORT-ONE-NAME-EXIT.
