                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-NUMINV-PATH       PIC X(512)
                               VALUE 'S:\COBOL\NUMINV.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-PORT-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\PORTREQ.DAT'.
       01  W-BRANCH-CODE       PIC X(2).
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-PHONE-HISTORY' USING W-PHONE-HISTORY-FILENAME.
           CALL 'OPEN-NUMBER-INVENTORY' USING W-NUMINV-PATH.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.

           PERFORM SHOW-MENU UNTIL W-DONE.

           CALL 'CLOSE-FACILITIES'.
           CALL 'CLOSE-NUMBER-INVENTORY'.
           CALL 'CLOSE-PHONE-HISTORY'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
