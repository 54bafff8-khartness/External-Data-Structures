      *    just opens the files it needs, runs it, and prints the
      *    summary, the same way END-OF-DAY only opens files and calls
      *    out to prog34 rather than touching CUSTOMER-MASTER itself.
      *    The account's own name key stays behind for ORPHAN-
      *    RECONCILE, but its additional names -- DBA, alias, and
      *    authorized user -- do not: after the sweep, every name
      *    still live on the additional-names file for a purged
      *    account is taken out of the branch book it was added to
      *    and retired on the file.  Running that pass over every
      *    purged account, not just tonight's, lets a run that
      *    stopped part way finish the job the next night.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-NAME-FILE ASSIGN TO W-ALTNAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-ALTNAME-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO W-MASTER-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-MASTER-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-NAME-FILE.
       01  ALT-NAME-REC.
           05  AN-MASTER-POS       PIC 9(9).
           05  AN-NAME             PIC X(30).
           05  AN-TYPE             PIC X.
           05  AN-BRANCH           PIC X(2).
           05  AN-OPERATOR         PIC X(8).
           05  AN-STAMP-DATE       PIC 9(8).

       FD  CUSTOMER-MASTER EXTERNAL.
       01  MASTER-REC.
           05  CM-ACCOUNT-NUMBER   PIC 9(9) COMP.
           05  CM-NAME             PIC X(30).
           05  CM-ADDRESS          PIC X(40).
           05  CM-ADDRESS-PARTS REDEFINES CM-ADDRESS.
               10  CM-STREET       PIC X(20).
               10  CM-CITY         PIC X(13).
               10  CM-STATE        PIC XX.
               10  CM-ZIP          PIC X(5).
           05  CM-PLAN-CODE        PIC X(4).
           05  CM-STATUS           PIC X.
               88  CM-ACTIVE           VALUE 'A'.
               88  CM-INACTIVE         VALUE 'I'.
               88  CM-PURGED           VALUE 'P'.
               88  CM-SUSPENDED        VALUE 'S'.
           05  CM-CLOSE-DATE       PIC 9(8).
           05  CM-PHONE-LIMIT      PIC 99.
           05  CM-SHARED-LINE      PIC X.
               88  CM-ALLOW-SHARED-LINE   VALUE 'Y'.
           05  CM-BILL-CYCLE       PIC 99.
           05  CM-AUTOPAY          PIC X.
               88  CM-AUTOPAY-ENROLLED    VALUE 'Y'.
               88  CM-AUTOPAY-RETURNED    VALUE 'R'.
           05  CM-BANK-ROUTING     PIC 9(9).
           05  CM-BANK-ACCOUNT     PIC X(17).
           05  CM-TREATMENT        PIC X.
               88  CM-TRT-NONE            VALUE ' ' '0'.
               88  CM-TRT-NOTICE          VALUE '1'.
               88  CM-TRT-WARNING         VALUE '2'.
               88  CM-TRT-DISCONNECT      VALUE '3'.
           05  CM-MERGED-INTO      PIC 9(9).
           05  CM-RESTORE-DATE     PIC 9(8).
           05  CM-PARENT-POS       PIC 9(9).
           05  CM-REVIEW-FLAG      PIC X.
               88  CM-UNDER-REVIEW        VALUE 'Y'.
           05  FILLER              PIC X(53).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-PHONE-HISTORY-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-FACILITY-PATH     PIC X(512)
                               VALUE 'S:\COBOL\FACILITY.DAT'.
       01  W-RETENTION-DAYS    PIC 9(5).
       01  W-ALTNAME-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\ALTNAME.DAT'.
       01  W-NAME-BASE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\NAME.DAT'.
       01  W-NAME-FILENAME     PIC X(512).

       01  W-MASTER-POS EXTERNAL    PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

      *    the additional-names file, latest row per account and name
       01  W-ALTNAME-STATUS    PIC XX.
       01  W-ALTNAME-EOF-SW    PIC X.
           88  W-ALTNAME-EOF       VALUE 'Y'.
       01  W-AN-TABLE.
           05  W-AN-ENTRY OCCURS 2000 TIMES.
               10  W-AN-POS        PIC 9(9).
               10  W-AN-NAME       PIC X(30).
               10  W-AN-TYPE       PIC X.
               10  W-AN-BRANCH     PIC X(2).
       01  W-AN-COUNT          PIC 9(9) COMP VALUE 0.
       01  W-AN-MAX            PIC 9(9) COMP VALUE 2000.
       01  W-AN-OVERFLOW       PIC 9(9) COMP VALUE 0.
       01  W-AN-SUB            PIC 9(9) COMP.
       01  W-AN-HIT            PIC 9(9) COMP.
       01  W-AN-POSITION       PIC 9(9) COMP.
       01  W-AN-NO-TYPE        PIC X VALUE SPACE.
       01  W-AN-OPERATOR       PIC X(8) VALUE 'PURGE'.
       01  W-AN-RETIRED        PIC 9(9) COMP VALUE 0.
       01  W-BOOK-SW           PIC X VALUE 'N'.
           88  W-BOOK-OPEN         VALUE 'Y'.
       01  W-BOOK-BRANCH       PIC X(2).
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       01  W-SCANNED-COUNT     PIC 9(9) COMP.
       01  W-PURGED-COUNT      PIC 9(9) COMP.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-PHONE-HISTORY' USING W-PHONE-HISTORY-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           CALL 'OPEN-FACILITIES' USING W-FACILITY-PATH.

           CALL 'SWEEP-CLOSED-CUSTOMERS' USING W-RETENTION-DAYS,
               W-SCANNED-COUNT, W-PURGED-COUNT.
           PERFORM RETIRE-PURGED-ALT-NAMES
               THRU RETIRE-PURGED-ALT-NAMES-EXIT.

           CALL 'CLOSE-FACILITIES'.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-PHONE-HISTORY'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           DISPLAY "  RETENTION DAYS:   ", W-RETENTION-DAYS.
           DISPLAY "  CLOSED SCANNED:   ", W-SHOW-SCANNED.
           DISPLAY "  PURGED THIS RUN:  ", W-SHOW-PURGED.
           MOVE W-AN-RETIRED TO W-SHOW-COUNT.
           DISPLAY "  EXTRA NAMES OFF:  ", W-SHOW-COUNT.
           IF W-AN-OVERFLOW NOT = 0 THEN
               MOVE W-AN-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "  <ADDITIONAL NAMES NOT LOADED: ", W-SHOW-COUNT,
                   " (RAISE W-AN-MAX)>"
           END-IF.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.
           STOP RUN.

      *----------------------------------------------------------------
      *    ADDITIONAL NAMES -- a purged account's DBA, alias, and
      *    authorized-user keys come out of the name book they went
      *    into.  One branch book is open at a time, the way
      *    ALL-BRANCH-NAME-SEARCH walks them.
      *----------------------------------------------------------------
       RETIRE-PURGED-ALT-NAMES.
           MOVE 'N' TO W-ALTNAME-EOF-SW.
           OPEN INPUT ALT-NAME-FILE.
           IF W-ALTNAME-STATUS NOT = '00' THEN
               GO TO RETIRE-PURGED-ALT-NAMES-EXIT.
           PERFORM LOAD-ONE-ALT-NAME UNTIL W-ALTNAME-EOF.
           CLOSE ALT-NAME-FILE.
           PERFORM RETIRE-ONE-ALT-NAME THRU RETIRE-ONE-ALT-NAME-EXIT
               VARYING W-AN-SUB FROM 1 BY 1
               UNTIL W-AN-SUB > W-AN-COUNT.
           IF W-BOOK-OPEN THEN
               CALL 'CLOSE-CUSTOMER-NAME'
           END-IF.
       RETIRE-PURGED-ALT-NAMES-EXIT.
           CONTINUE.

       LOAD-ONE-ALT-NAME.
           READ ALT-NAME-FILE
               AT END
                   SET W-ALTNAME-EOF TO TRUE
               NOT AT END
                   PERFORM KEEP-ONE-ALT-NAME
           END-READ.

       KEEP-ONE-ALT-NAME.
           MOVE 0 TO W-AN-HIT.
           PERFORM MATCH-ONE-ALT-NAME
               VARYING W-AN-SUB FROM 1 BY 1
               UNTIL W-AN-SUB > W-AN-COUNT OR W-AN-HIT NOT = 0.
           IF W-AN-HIT NOT = 0 THEN
               MOVE AN-TYPE TO W-AN-TYPE(W-AN-HIT)
               MOVE AN-BRANCH TO W-AN-BRANCH(W-AN-HIT)
           ELSE IF W-AN-COUNT < W-AN-MAX THEN
               ADD 1 TO W-AN-COUNT
               MOVE AN-MASTER-POS TO W-AN-POS(W-AN-COUNT)
               MOVE AN-NAME TO W-AN-NAME(W-AN-COUNT)
               MOVE AN-TYPE TO W-AN-TYPE(W-AN-COUNT)
               MOVE AN-BRANCH TO W-AN-BRANCH(W-AN-COUNT)
           ELSE
               ADD 1 TO W-AN-OVERFLOW.

       MATCH-ONE-ALT-NAME.
           IF W-AN-POS(W-AN-SUB) = AN-MASTER-POS AND
                   W-AN-NAME(W-AN-SUB) = AN-NAME THEN
               MOVE W-AN-SUB TO W-AN-HIT
           END-IF.

       RETIRE-ONE-ALT-NAME.
           IF W-AN-TYPE(W-AN-SUB) = SPACE THEN
               GO TO RETIRE-ONE-ALT-NAME-EXIT.
           MOVE W-AN-POS(W-AN-SUB) TO W-MASTER-POS, W-AN-POSITION.
           IF W-MASTER-POS < 2 OR
                   W-MASTER-POS > W-MASTER-FILE-SIZE THEN
               GO TO RETIRE-ONE-ALT-NAME-EXIT.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO RETIRE-ONE-ALT-NAME-EXIT
           END-READ.
           IF NOT CM-PURGED THEN
               GO TO RETIRE-ONE-ALT-NAME-EXIT.
           IF W-BOOK-OPEN AND
                   W-BOOK-BRANCH NOT = W-AN-BRANCH(W-AN-SUB) THEN
               CALL 'CLOSE-CUSTOMER-NAME'
               MOVE 'N' TO W-BOOK-SW
           END-IF.
           IF NOT W-BOOK-OPEN THEN
               MOVE W-AN-BRANCH(W-AN-SUB) TO W-BOOK-BRANCH
               CALL 'BRANCH-FILENAME' USING W-NAME-BASE-FILENAME,
                   W-BOOK-BRANCH, W-NAME-FILENAME
               CALL 'OPEN-CUSTOMER-NAME' USING W-NAME-FILENAME
               SET W-BOOK-OPEN TO TRUE
           END-IF.
           CALL 'DELETE-CUSTOMER-NAME' USING L-STATUS,
               W-AN-NAME(W-AN-SUB), W-AN-POSITION.
           CALL 'WRITE-ALT-NAME' USING W-AN-POSITION,
               W-AN-NAME(W-AN-SUB), W-AN-NO-TYPE,
               W-AN-BRANCH(W-AN-SUB), W-AN-OPERATOR,
               W-ALTNAME-FILENAME.
           ADD 1 TO W-AN-RETIRED.
       RETIRE-ONE-ALT-NAME-EXIT.
           CONTINUE.
