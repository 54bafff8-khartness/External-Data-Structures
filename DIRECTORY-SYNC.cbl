       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           DIRECTORY-SYNC.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Nightly feed that keeps the front desk's B-TREE-PACK
      *    directory in step with the customer master.  Reads the
      *    day's journal (today unless DL100_DIRSYNC_DATE names
      *    another day, rolled-off generations included) for every
      *    account whose directory entry may have moved -- an opening,
      *    a name, address, plan or service-address change, a number
      *    added, renumbered or sent to intercept, a closure, a
      *    reinstatement, a merge -- and compares each one's master
      *    record and numbers with what the directory holds now,
      *    looked up by ID through the engine's request dispatcher.
      *    What differs goes out to DIRSYNC.DAT in the directory
      *    transaction layout: an add for a live account the
      *    directory lacks, a change carrying only the fields that
      *    disagree, a delete for a closed account still listed.  An
      *    account opened and closed the same day writes nothing.
      *    The directory number is kept while it still belongs to the
      *    account and otherwise becomes the account's first number.
      *    The next step is BTREE-DIRECTORY-UPDATE with
      *    DL100_DIRTXN_FILE and DL100_DIRTXREJ_FILE naming
      *    DIRSYNC.DAT and DIRSYNCREJ.DAT, which applies the lot
      *    through the dispatcher's insert and delete paths; anything
      *    it rejects, or that never reached the journal, the weekly
      *    DIRECTORY-COMPARE-REPORT lists.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO W-DATA-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS DATA-POS
               STATUS IS W-DATA-STATUS.

           SELECT SYNC-FILE ASSIGN TO W-SYNC-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.

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

      *    same layout BTREE-DIRECTORY-UPDATE reads
       FD  SYNC-FILE.
       01  TXN-REC.
           05  TX-ACTION       PIC X.
               88  TX-ADD          VALUE 'A'.
               88  TX-CHANGE       VALUE 'C'.
               88  TX-DELETE       VALUE 'D'.
           05  TX-ID           PIC 9(9).
           05  TX-NAME         PIC X(20).
           05  TX-ADDRESS      PIC X(40).
           05  TX-PHONE        PIC X(10).
           05  TX-PLAN-CODE    PIC X(4).

       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).
           05  JI-OPERATOR     PIC X(8).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-DATA-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\DATA.TXT'.
       01  W-OVERRIDE-PATH     PIC X(512).
       01  W-DATA-STATUS       PIC XX.
       01  W-SYNC-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\DIRSYNC.DAT'.

       01  W-JOURNAL-FILENAME  PIC X(512).
       01  W-JOURNAL-STATUS    PIC XX.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.
       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

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
       01  W-SYNC-DATE         PIC 9(8).

      *    master positions the day's journal touched, each once
       01  W-TOUCH-TABLE.
           05  W-TOUCH-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-TOUCH-POS     PIC 9(9) COMP OCCURS 5000 TIMES.
       01  W-TOUCH-SUB         PIC 9(4) COMP.
       01  W-TOUCH-HIT         PIC 9(4) COMP.
       01  W-TOUCH-FULL-SW     PIC X VALUE 'N'.
           88  W-TOUCH-FULL        VALUE 'Y'.
       01  W-NOTE-POS          PIC 9(9) COMP.

      *    numbers sent to intercept; whoever the directory lists
      *    under one of them is looked at too
       01  W-RETIRED-TABLE.
           05  W-RETIRED-COUNT PIC 9(4) COMP VALUE 0.
           05  W-RETIRED-PHONE PIC 9(10) OCCURS 500 TIMES.
       01  W-RETIRED-SUB       PIC 9(4) COMP.
       01  W-RETIRED-HIT       PIC 9(4) COMP.

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
       01  W-PHONE-KEY         PIC 9(15).
       01  W-PHONE-SUB         PIC 999 COMP.
       01  W-PHONE-SW          PIC X.
           88  W-PHONE-STILL-HELD  VALUE 'Y'.
       01  W-DIFFER-SW         PIC X.
           88  W-FIELDS-DIFFER     VALUE 'Y'.

       01  W-ADD-COUNT         PIC 9(9) COMP VALUE 0.
       01  W-CHANGE-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-DELETE-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-ACCOUNT      PIC 9(9).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-SYNC-DATE FROM ENVIRONMENT "DL100_DIRSYNC_DATE".
           IF W-SYNC-DATE = 0 THEN
               MOVE W-TODAY TO W-SYNC-DATE
           END-IF.
      *    same environment override the engine's LOAD-FILE-NAMES
      *    honors, so both halves of the directory are the same one
           ACCEPT W-OVERRIDE-PATH FROM ENVIRONMENT "DL100_DATA_FILE".
           IF W-OVERRIDE-PATH NOT = SPACES THEN
               MOVE W-OVERRIDE-PATH TO W-DATA-FILENAME
           END-IF.
           DISPLAY " ".
           DISPLAY "DIRECTORY SYNCHRONIZATION FOR ", W-SYNC-DATE.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           PERFORM SCAN-JOURNAL.

           OPEN INPUT DATA-FILE.
           IF W-DATA-STATUS NOT = '00' THEN
               DISPLAY "Unable to open directory data file: ",
                       W-DATA-FILENAME
               CALL 'CLOSE-CUSTOMER-PHONE'
               CALL 'CLOSE-CUSTOMER-MASTER'
               STOP RUN.
           MOVE 1 TO DATA-POS.
           READ DATA-FILE INTO W-HEADER-SAVE.
           MOVE 'OPEN' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
           MOVE 'ID-OPEN' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.

           IF W-RETIRED-COUNT > 0 THEN
               PERFORM FIND-RETIRED-HOLDER
                   THRU FIND-RETIRED-HOLDER-EXIT
                   VARYING W-DATA-SUB FROM 2 BY 1
                   UNTIL W-DATA-SUB > W-DF-SIZE
           END-IF.

           OPEN OUTPUT SYNC-FILE.
           PERFORM SYNC-ONE-ACCOUNT THRU SYNC-ONE-ACCOUNT-EXIT
               VARYING W-TOUCH-SUB FROM 1 BY 1
               UNTIL W-TOUCH-SUB > W-TOUCH-COUNT.
           CLOSE SYNC-FILE.

           MOVE 'CLOSE' TO W-BT-FUNCTION.
           PERFORM CALL-ENGINE.
           CLOSE DATA-FILE.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.

           DISPLAY " ".
           DISPLAY "DIRECTORY SYNCHRONIZATION SUMMARY".
           MOVE W-TOUCH-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ACCOUNTS EXAMINED:     ", W-SHOW-COUNT.
           MOVE W-ADD-COUNT TO W-SHOW-COUNT.
           DISPLAY "  ADDS WRITTEN:          ", W-SHOW-COUNT.
           MOVE W-CHANGE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  CHANGES WRITTEN:       ", W-SHOW-COUNT.
           MOVE W-DELETE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  DELETES WRITTEN:       ", W-SHOW-COUNT.
           IF W-TOUCH-FULL THEN
               DISPLAY "  MORE ACCOUNTS CHANGED THAN ONE NIGHT HOLDS;"
               DISPLAY "  THE WEEKLY COMPARE WILL LIST THE REST."
           END-IF.
           STOP RUN.

       CALL-ENGINE.
           CALL 'B-TREE-PACK' USING W-BT-FUNCTION, W-BT-NAME,
               W-BT-ID, W-BT-DATA-POS, W-BT-FOUND.

      *----------------------------------------------------------------
      *    JOURNAL -- the sync date's entries, from whichever rolled-
      *    off generations reach that day and the live file.  Most
      *    directory-bearing operations carry the master position in
      *    the after position; a name removal carries it in the
      *    before, a merge in both.  A renumbered line is found again
      *    under its new number; a line sent to intercept by its old
      *    number in the directory itself, further on.
      *----------------------------------------------------------------
       SCAN-JOURNAL.
           PERFORM LOAD-GENERATION-INDEX.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       LOAD-GENERATION-INDEX.
           MOVE 'N' TO W-IDX-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               SET W-IDX-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-GENERATION UNTIL W-IDX-EOF.
           IF W-INDEX-STATUS = '00' OR W-INDEX-STATUS = '10'
               CLOSE GEN-INDEX-FILE
           END-IF.

       NOTE-ONE-GENERATION.
           READ GEN-INDEX-FILE
               AT END
                   SET W-IDX-EOF TO TRUE
               NOT AT END
                   IF GX-TO-DATE >= W-SYNC-DATE AND
                           GX-FROM-DATE <= W-SYNC-DATE AND
                           W-GEN-COUNT < 99 THEN
                       ADD 1 TO W-GEN-COUNT
                       MOVE GX-GENERATION
                           TO W-GEN-NUMBER(W-GEN-COUNT)
                   END-IF
           END-READ.

       SCAN-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-STATUS NOT = '00' THEN
               DISPLAY "  <JOURNAL FILE MISSING: ",
                   W-JOURNAL-FILENAME(1:24), ">"
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM JUDGE-ONE-ENTRY UNTIL W-INPUT-EOF.
           IF W-JOURNAL-STATUS = '00' OR W-JOURNAL-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

       JUDGE-ONE-ENTRY.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF JI-DATE = W-SYNC-DATE THEN
                       PERFORM NOTE-ONE-ENTRY
                   END-IF
           END-READ.

       NOTE-ONE-ENTRY.
           EVALUATE JI-OPERATION
               WHEN 'ADD-NAME'
               WHEN 'ADD-CUST-PHONE'
               WHEN 'ADDR-CHANGE'
               WHEN 'PLAN-CHANGE'
               WHEN 'SERVICE-MOVE'
               WHEN 'CLOSE-ACCT'
               WHEN 'REINSTATE'
                   MOVE JI-AFTER-POS TO W-NOTE-POS
                   PERFORM NOTE-TOUCHED-POSITION
               WHEN 'DELETE-NAME'
                   MOVE JI-BEFORE-POS TO W-NOTE-POS
                   PERFORM NOTE-TOUCHED-POSITION
               WHEN 'MERGE-ACCOUNT'
                   MOVE JI-BEFORE-POS TO W-NOTE-POS
                   PERFORM NOTE-TOUCHED-POSITION
                   MOVE JI-AFTER-POS TO W-NOTE-POS
                   PERFORM NOTE-TOUCHED-POSITION
               WHEN 'NPA-RENUMBER'
                   IF JI-KEY(16:15) NUMERIC THEN
                       MOVE JI-KEY(16:15) TO W-PHONE-KEY
                       CALL 'SEARCH-CUSTOMER-PHONE' USING W-NOTE-POS,
                           W-PHONE-KEY
                       PERFORM NOTE-TOUCHED-POSITION
                   END-IF
               WHEN 'INTERCEPT'
                   IF JI-KEY(1:10) NUMERIC THEN
                       PERFORM NOTE-RETIRED-PHONE
                   END-IF
           END-EVALUATE.

       NOTE-TOUCHED-POSITION.
           IF W-NOTE-POS > 1 AND
                   W-NOTE-POS NOT > W-MASTER-FILE-SIZE THEN
               MOVE 0 TO W-TOUCH-HIT
               PERFORM MATCH-TOUCHED-POSITION
                   VARYING W-TOUCH-SUB FROM 1 BY 1
                   UNTIL W-TOUCH-SUB > W-TOUCH-COUNT
                      OR W-TOUCH-HIT NOT = 0
               IF W-TOUCH-HIT = 0 THEN
                   IF W-TOUCH-COUNT < 5000 THEN
                       ADD 1 TO W-TOUCH-COUNT
                       MOVE W-NOTE-POS TO W-TOUCH-POS(W-TOUCH-COUNT)
                   ELSE
                       SET W-TOUCH-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       MATCH-TOUCHED-POSITION.
           IF W-TOUCH-POS(W-TOUCH-SUB) = W-NOTE-POS THEN
               MOVE W-TOUCH-SUB TO W-TOUCH-HIT
           END-IF.

       NOTE-RETIRED-PHONE.
           IF W-RETIRED-COUNT < 500 THEN
               ADD 1 TO W-RETIRED-COUNT
               MOVE JI-KEY(1:10) TO W-RETIRED-PHONE(W-RETIRED-COUNT)
           ELSE
               SET W-TOUCH-FULL TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    RETIRED NUMBERS -- one pass over the directory for entries
      *    still listed under a number that went to intercept today;
      *    the account behind each is examined with the rest.
      *----------------------------------------------------------------
       FIND-RETIRED-HOLDER.
           MOVE W-DATA-SUB TO DATA-POS.
           READ DATA-FILE
               INVALID KEY
                   GO TO FIND-RETIRED-HOLDER-EXIT
           END-READ.
           IF DF-FREED THEN
               GO TO FIND-RETIRED-HOLDER-EXIT.
           MOVE 0 TO W-RETIRED-HIT.
           PERFORM MATCH-RETIRED-PHONE
               VARYING W-RETIRED-SUB FROM 1 BY 1
               UNTIL W-RETIRED-SUB > W-RETIRED-COUNT
                  OR W-RETIRED-HIT NOT = 0.
           IF W-RETIRED-HIT = 0 THEN
               GO TO FIND-RETIRED-HOLDER-EXIT.
           MOVE DF-ID TO W-ACCOUNT.
           CALL 'SEARCH-CUSTOMER-MASTER' USING W-NOTE-POS, W-ACCOUNT.
           PERFORM NOTE-TOUCHED-POSITION.
       FIND-RETIRED-HOLDER-EXIT.
           CONTINUE.

       MATCH-RETIRED-PHONE.
           IF W-RETIRED-PHONE(W-RETIRED-SUB) = DF-PHONE THEN
               MOVE W-RETIRED-SUB TO W-RETIRED-HIT
           END-IF.

      *----------------------------------------------------------------
      *    ONE ACCOUNT -- the master record as it stands tonight
      *    against the directory entry under its account number.
      *----------------------------------------------------------------
       SYNC-ONE-ACCOUNT.
           MOVE W-TOUCH-POS(W-TOUCH-SUB) TO W-POSITION.
           CALL 'GET-CUSTOMER-MASTER' USING W-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO SYNC-ONE-ACCOUNT-EXIT.
           MOVE 'ID-SEARCH' TO W-BT-FUNCTION.
           MOVE W-ACCOUNT TO W-BT-ID.
           PERFORM CALL-ENGINE.
           MOVE SPACES TO TXN-REC.
           MOVE W-ACCOUNT TO TX-ID.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.

           IF NOT W-ACCOUNT-LIVE THEN
               IF BT-HIT THEN
                   SET TX-DELETE TO TRUE
                   WRITE TXN-REC
                   ADD 1 TO W-DELETE-COUNT
                   DISPLAY "  DELETE ", W-SHOW-ACCOUNT, "  ",
                       W-NAME(1:20)
               END-IF
               GO TO SYNC-ONE-ACCOUNT-EXIT.

           CALL 'FIND-ACCOUNT-PHONES' USING W-POSITION, W-PHONE-LIST.
           IF NOT BT-HIT THEN
               SET TX-ADD TO TRUE
               MOVE W-NAME TO TX-NAME
               MOVE W-ADDRESS TO TX-ADDRESS
               MOVE W-PLAN TO TX-PLAN-CODE
               IF W-PHONE-COUNT > 0 THEN
                   MOVE W-PHONE-NUMBER(1)(6:10) TO TX-PHONE
               END-IF
               WRITE TXN-REC
               ADD 1 TO W-ADD-COUNT
               DISPLAY "  ADD    ", W-SHOW-ACCOUNT, "  ", TX-NAME
               GO TO SYNC-ONE-ACCOUNT-EXIT.

           MOVE W-BT-DATA-POS TO DATA-POS.
           READ DATA-FILE
               INVALID KEY
                   DISPLAY "  <DIRECTORY RECORD UNREADABLE FOR ",
                       W-SHOW-ACCOUNT, ">"
                   GO TO SYNC-ONE-ACCOUNT-EXIT
           END-READ.
           SET TX-CHANGE TO TRUE.
           MOVE 'N' TO W-DIFFER-SW.
           IF DF-NAME NOT = W-NAME(1:20) THEN
               MOVE W-NAME TO TX-NAME
               SET W-FIELDS-DIFFER TO TRUE
           END-IF.
           IF DF-ADDRESS NOT = W-ADDRESS THEN
               MOVE W-ADDRESS TO TX-ADDRESS
               SET W-FIELDS-DIFFER TO TRUE
           END-IF.
           IF DF-PLAN-CODE NOT = W-PLAN THEN
               MOVE W-PLAN TO TX-PLAN-CODE
               SET W-FIELDS-DIFFER TO TRUE
           END-IF.
           MOVE 'N' TO W-PHONE-SW.
           PERFORM MATCH-DIRECTORY-PHONE
               VARYING W-PHONE-SUB FROM 1 BY 1
               UNTIL W-PHONE-SUB > W-PHONE-COUNT
                  OR W-PHONE-STILL-HELD.
           IF NOT W-PHONE-STILL-HELD AND W-PHONE-COUNT > 0 THEN
               MOVE W-PHONE-NUMBER(1)(6:10) TO TX-PHONE
               SET W-FIELDS-DIFFER TO TRUE
           END-IF.
           IF W-FIELDS-DIFFER THEN
               WRITE TXN-REC
               ADD 1 TO W-CHANGE-COUNT
               DISPLAY "  CHANGE ", W-SHOW-ACCOUNT, "  ",
                   W-NAME(1:20)
           END-IF.
       SYNC-ONE-ACCOUNT-EXIT.
           CONTINUE.

       MATCH-DIRECTORY-PHONE.
           IF W-PHONE-NUMBER(W-PHONE-SUB) = DF-PHONE THEN
               SET W-PHONE-STILL-HELD TO TRUE
           END-IF.
