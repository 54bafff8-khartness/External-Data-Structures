       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIRECTORY-COMPARE-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Weekly full compare of the front desk's B-TREE-PACK
      *    directory against the customer master, to catch whatever
      *    DIRECTORY-SYNC's nightly feed missed or the update run
      *    rejected.  Every live account (active or suspended) is
      *    looked up by account number through the engine's request
      *    dispatcher: one the directory lacks is listed MISSING, and
      *    one it has is listed once for each field that disagrees --
      *    the name as far as the directory's 20 characters go, the
      *    address, the plan, a number no longer on the account, an
      *    entry marked inactive.  The directory slots those lookups
      *    reached are noted in a work file by data position; a
      *    second pass over the data file lists every other entry
      *    still on it as having no live account behind it.  Nothing
      *    is changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO W-DATA-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS DATA-POS
               STATUS IS W-DATA-STATUS.

           SELECT WORK-FILE ASSIGN TO W-WORK-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WORK-POS
               STATUS IS W-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       01  DATA-REC.
           05  DF-ID           PIC 9(9).
           05  DF-NAME         PIC X(20).
           05  DF-ADDRESS      PIC X(40).
           05  DF-PHONE        PIC 9(10).
           05  DF-PLAN-CODE    PIC X(4).
           05  DF-OPEN-DATE    PIC 9(8).
           05  DF-STATUS       PIC X.
               88  DF-ACTIVE       VALUE 'A'.
               88  DF-INACTIVE     VALUE 'I'.
               88  DF-FREED        VALUE 'F'.
           05  FILLER          PIC X(16).
       01  DF-HEADER.
           05  DF-SIZE         PIC X(8) COMP-X.
           05  DF-FREE-HEAD    PIC X(8) COMP-X.

      *    one record per directory slot a live account reached
       FD  WORK-FILE.
       01  WORK-REC.
           05  WK-MASTER-POS   PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-DATA-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\DATA.TXT'.
       01  W-OVERRIDE-PATH     PIC X(512).
       01  W-DATA-STATUS       PIC XX.
       01  W-WORK-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\DIRCMP.WRK'.
       01  W-WORK-STATUS       PIC XX.
       01  W-WORK-POS          PIC 9(9) COMP.

       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       01  DATA-POS            PIC X(8) COMP-X.
       01  W-HEADER-SAVE.
           05  W-DF-SIZE       PIC X(8) COMP-X.
           05  W-DF-FREE-HEAD  PIC X(8) COMP-X.
       01  W-DATA-SUB          PIC 9(9) COMP.

      *    Engine request area -- see B-TREE-PACK's dispatcher.
       01  W-BT-FUNCTION       PIC X(12).
       01  W-BT-NAME           PIC X(20).
       01  W-BT-ID             PIC 9(9).
       01  W-BT-DATA-POS       PIC X(8) COMP-X.
       01  W-BT-FOUND          PIC X.
           88  BT-HIT              VALUE 'Y'.

       01  W-TODAY             PIC 9(8).
       01  W-POSITION          PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.
           88  W-ACCOUNT-LIVE      VALUE 'A' 'S'.

       01  W-PHONE-LIST.
           02  W-PHONE-COUNT   PIC 999 COMP.
           02  W-PHONE-NUMBER  PIC 9(15) OCCURS 50 TIMES.
       01  W-PHONE-SUB         PIC 999 COMP.
       01  W-PHONE-SW          PIC X.
           88  W-PHONE-STILL-HELD  VALUE 'Y'.
       01  W-FIRST-PHONE       PIC 9(10).

       01  W-LIVE-COUNT        PIC 9(9) COMP VALUE 0.
       01  W-MISSING-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-DISAGREE-COUNT    PIC 9(9) COMP VALUE 0.
       01  W-ENTRY-COUNT       PIC 9(9) COMP VALUE 0.
       01  W-ORPHAN-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-ACCOUNT      PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
      *    same environment override the engine's LOAD-FILE-NAMES
      *    honors, so both halves of the directory are the same one
           ACCEPT W-OVERRIDE-PATH FROM ENVIRONMENT "DL100_DATA_FILE".
           IF W-OVERRIDE-PATH NOT = SPACES THEN
               MOVE W-OVERRIDE-PATH TO W-DATA-FILENAME
           END-IF.
           OPEN INPUT DATA-FILE.
           IF W-DATA-STATUS NOT = '00' THEN
               DISPLAY "Unable to open directory data file: ",
                       W-DATA-FILENAME
               STOP RUN.
           MOVE 1 TO DATA-POS.
           READ DATA-FILE INTO W-HEADER-SAVE.
           MOVE 'OPEN' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
           MOVE 'ID-OPEN' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           OPEN OUTPUT WORK-FILE.
           CLOSE WORK-FILE.
           OPEN I-O WORK-FILE.

           DISPLAY " ".
           DISPLAY "DIRECTORY COMPARE REPORT  ", W-TODAY.
           DISPLAY " ".
           DISPLAY "LIVE ACCOUNTS AGAINST THE DIRECTORY".
           DISPLAY "  ACCOUNT    FIELD    DIRECTORY / MASTER".
           PERFORM COMPARE-ONE-ACCOUNT THRU COMPARE-ONE-ACCOUNT-EXIT
               VARYING W-POSITION FROM 2 BY 1
               UNTIL W-POSITION > W-MASTER-FILE-SIZE.

           DISPLAY " ".
           DISPLAY "DIRECTORY ENTRIES WITH NO LIVE ACCOUNT".
           DISPLAY "  ID         NAME                  PHONE".
           PERFORM CHECK-ONE-ENTRY THRU CHECK-ONE-ENTRY-EXIT
               VARYING W-DATA-SUB FROM 2 BY 1
               UNTIL W-DATA-SUB > W-DF-SIZE.

           CLOSE WORK-FILE.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           MOVE 'CLOSE' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
           CLOSE DATA-FILE.

           DISPLAY " ".
           DISPLAY "DIRECTORY COMPARE SUMMARY".
           MOVE W-LIVE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  LIVE ACCOUNTS:             ", W-SHOW-COUNT.
           MOVE W-MISSING-COUNT TO W-SHOW-COUNT.
           DISPLAY "  MISSING FROM DIRECTORY:    ", W-SHOW-COUNT.
           MOVE W-DISAGREE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  FIELDS THAT DISAGREE:      ", W-SHOW-COUNT.
           MOVE W-ENTRY-COUNT TO W-SHOW-COUNT.
           DISPLAY "  DIRECTORY ENTRIES:         ", W-SHOW-COUNT.
           MOVE W-ORPHAN-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ENTRIES WITH NO ACCOUNT:   ", W-SHOW-COUNT.
           STOP RUN.

       CALL-ENGINE.
           CALL 'B-TREE-PACK' USING W-BT-FUNCTION, W-BT-NAME,
               W-BT-ID, W-BT-DATA-POS, W-BT-FOUND.

      *----------------------------------------------------------------
      *    FIRST PASS -- each live account by account number.
      *----------------------------------------------------------------
       COMPARE-ONE-ACCOUNT.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND OR NOT W-ACCOUNT-LIVE THEN
               GO TO COMPARE-ONE-ACCOUNT-EXIT.
           ADD 1 TO W-LIVE-COUNT.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           MOVE 'ID-SEARCH' TO W-BT-FUNCTION.
           MOVE W-ACCOUNT TO W-BT-ID.
           PERFORM CALL-ENGINE.
           IF NOT BT-HIT THEN
               ADD 1 TO W-MISSING-COUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  MISSING  ",
                   W-NAME(1:20)
               GO TO COMPARE-ONE-ACCOUNT-EXIT.
           MOVE W-BT-DATA-POS TO DATA-POS.
           READ DATA-FILE
               INVALID KEY
                   ADD 1 TO W-MISSING-COUNT
                   DISPLAY "  ", W-SHOW-ACCOUNT, "  MISSING  ",
                       W-NAME(1:20), " <ID INDEX POINTS NOWHERE>"
                   GO TO COMPARE-ONE-ACCOUNT-EXIT
           END-READ.
           MOVE W-BT-DATA-POS TO W-WORK-POS.
           MOVE W-POSITION TO WK-MASTER-POS.
           WRITE WORK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF DF-NAME NOT = W-NAME(1:20) THEN
               ADD 1 TO W-DISAGREE-COUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  NAME     ", DF-NAME,
                   " / ", W-NAME(1:20)
           END-IF.
           IF DF-ADDRESS NOT = W-ADDRESS THEN
               ADD 1 TO W-DISAGREE-COUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  ADDRESS  ", DF-ADDRESS
               DISPLAY "                       ", W-ADDRESS
           END-IF.
           IF DF-PLAN-CODE NOT = W-PLAN THEN
               ADD 1 TO W-DISAGREE-COUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  PLAN     ",
                   DF-PLAN-CODE, " / ", W-PLAN
           END-IF.
           CALL 'FIND-ACCOUNT-PHONES' USING W-POSITION, W-PHONE-LIST.
           MOVE 'N' TO W-PHONE-SW.
           PERFORM MATCH-DIRECTORY-PHONE
               VARYING W-PHONE-SUB FROM 1 BY 1
               UNTIL W-PHONE-SUB > W-PHONE-COUNT
                  OR W-PHONE-STILL-HELD.
           IF NOT W-PHONE-STILL-HELD THEN
               ADD 1 TO W-DISAGREE-COUNT
               MOVE 0 TO W-FIRST-PHONE
               IF W-PHONE-COUNT > 0 THEN
                   MOVE W-PHONE-NUMBER(1)(6:10) TO W-FIRST-PHONE
               END-IF
               DISPLAY "  ", W-SHOW-ACCOUNT, "  PHONE    ", DF-PHONE,
                   " / ", W-FIRST-PHONE
           END-IF.
           IF NOT DF-ACTIVE THEN
               ADD 1 TO W-DISAGREE-COUNT
               DISPLAY "  ", W-SHOW-ACCOUNT, "  STATUS   ", DF-STATUS,
                   " / ", W-STATUS-CODE
           END-IF.
       COMPARE-ONE-ACCOUNT-EXIT.
           CONTINUE.

       MATCH-DIRECTORY-PHONE.
           IF W-PHONE-NUMBER(W-PHONE-SUB) = DF-PHONE THEN
               SET W-PHONE-STILL-HELD TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    SECOND PASS -- every directory slot still in use that no
      *    live account reached.
      *----------------------------------------------------------------
       CHECK-ONE-ENTRY.
           MOVE W-DATA-SUB TO DATA-POS.
           READ DATA-FILE
               INVALID KEY
                   GO TO CHECK-ONE-ENTRY-EXIT
           END-READ.
           IF DF-FREED THEN
               GO TO CHECK-ONE-ENTRY-EXIT.
           ADD 1 TO W-ENTRY-COUNT.
           MOVE W-DATA-SUB TO W-WORK-POS.
           READ WORK-FILE
               INVALID KEY
                   ADD 1 TO W-ORPHAN-COUNT
                   DISPLAY "  ", DF-ID, "  ", DF-NAME, "  ", DF-PHONE
           END-READ.
       CHECK-ONE-ENTRY-EXIT.
           CONTINUE.
