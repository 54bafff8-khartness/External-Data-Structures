       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           NAME-KEY-CONVERT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    One-time conversion of a branch's name B+ tree to the keys
      *    STANDARDIZE-NAME builds, for a book whose keys were filed
      *    as the names were typed -- where "O'BRIEN", "OBRIEN", and
      *    "O BRIEN" sit in three places and a clerk who searches
      *    one spelling misses the others.  The book is exported the
      *    NAME-INDEX-EXPORT way, every entry is run through
      *    STANDARDIZE-NAME into a sort on the new key (then master
      *    position, so the oldest account comes first), and the
      *    sorted keys go into a load file for BULK-LOAD-CUSTOMER-
      *    NAME.  Where several old keys collapse onto one new key,
      *    the group is printed for review as likely duplicates: the
      *    first keeps the key, an old key for the same account just
      *    folds in, and any other account is left off the rebuilt
      *    book until someone merges or renames it.  The report can
      *    be run on its own first; re-keying copies the book to a
      *    .PRECONV name, deletes it, and bulk-loads the fresh tree,
      *    so a bad pass can be put back by copying that file over.
      *    A book that is already converted comes through unchanged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO W-EXPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EXPORT-STATUS.

           SELECT LOAD-FILE ASSIGN TO W-LOAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO W-SORT-FILENAME.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-FILE.
       01  EXPORT-REC.
           05  EX-NAME         PIC X(30).
           05  EX-POSITION     PIC 9(9).

       FD  LOAD-FILE.
       01  LOAD-REC.
           05  LD-NAME         PIC X(30).
           05  LD-POSITION     PIC 9(9).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SR-KEY          PIC X(30).
           05  SR-POSITION     PIC 9(9).
           05  SR-OLD-NAME     PIC X(30).

       WORKING-STORAGE SECTION.
       01  W-NAME-BASE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\NAME.DAT'.
       01  W-NAME-FILENAME     PIC X(512).
       01  W-SAVED-FILENAME    PIC X(512).
       01  W-EXPORT-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\NAMECONV.EXP'.
       01  W-LOAD-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\NAMECONV.LOD'.
       01  W-SORT-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\NAMECONV.TMP'.
       01  W-EXPORT-STATUS     PIC XX.
       01  W-EXPORT-EOF-SW     PIC X.
           88  W-EXPORT-EOF        VALUE 'Y'.
       01  W-SORT-EOF-SW       PIC X.
           88  W-SORT-EOF          VALUE 'Y'.

       01  W-BRANCH-CODE       PIC X(2).
       01  W-REKEY             PIC X.
           88  W-REKEY-CONFIRMED   VALUE 'Y' 'y'.
       01  W-COPY-RC           PIC S9(9) COMP.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.

      *    the group being built out of the sort
       01  W-PREV-KEY          PIC X(30).
       01  W-PREV-POSITION     PIC 9(9).
       01  W-PREV-OLD-NAME     PIC X(30).
       01  W-GROUP-SW          PIC X.
           88  W-GROUP-SHOWN       VALUE 'Y'.

       01  W-EXPORT-COUNT      PIC 9(9) COMP VALUE 0.
       01  W-KEYS-WRITTEN      PIC 9(9) COMP VALUE 0.
       01  W-GROUPS            PIC 9(9) COMP VALUE 0.
       01  W-FOLDED            PIC 9(9) COMP VALUE 0.
       01  W-UNKEYED           PIC 9(9) COMP VALUE 0.
       01  W-RECORDS-LOADED    PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-POS          PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "NAME KEY CONVERSION".
           DISPLAY "Branch code (blank = head office book): "
               WITH NO ADVANCING.
           ACCEPT W-BRANCH-CODE.
           DISPLAY "Re-key the book after the report? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-REKEY.
           CALL 'BRANCH-FILENAME' USING W-NAME-BASE-FILENAME,
               W-BRANCH-CODE, W-NAME-FILENAME.

           CALL 'OPEN-CUSTOMER-NAME' USING W-NAME-FILENAME.
           CALL 'EXPORT-CUSTOMER-NAME' USING W-EXPORT-FILENAME,
               W-EXPORT-COUNT.
           CALL 'CLOSE-CUSTOMER-NAME'.
           IF W-EXPORT-COUNT = 0 THEN
               DISPLAY "  The name book is empty; nothing to convert."
               STOP RUN.

           DISPLAY " ".
           DISPLAY "NAMES THAT COLLAPSE TO ONE KEY".
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-KEY, SR-POSITION
               INPUT PROCEDURE IS RELEASE-OLD-KEYS
               OUTPUT PROCEDURE IS COLLAPSE-NEW-KEYS.
           IF W-GROUPS = 0 THEN
               DISPLAY "  (none)"
           END-IF.

           IF W-REKEY-CONFIRMED THEN
               PERFORM REKEY-BOOK THRU REKEY-BOOK-EXIT
           END-IF.

           DISPLAY " ".
           DISPLAY "CONVERSION SUMMARY".
           MOVE W-EXPORT-COUNT TO W-SHOW-COUNT.
           DISPLAY "  OLD KEYS READ:        ", W-SHOW-COUNT.
           MOVE W-KEYS-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  NEW KEYS:             ", W-SHOW-COUNT.
           MOVE W-GROUPS TO W-SHOW-COUNT.
           DISPLAY "  COLLAPSED GROUPS:     ", W-SHOW-COUNT.
           MOVE W-FOLDED TO W-SHOW-COUNT.
           DISPLAY "  SAME-ACCOUNT FOLDS:   ", W-SHOW-COUNT.
           MOVE W-UNKEYED TO W-SHOW-COUNT.
           DISPLAY "  LIKELY DUPLICATES:    ", W-SHOW-COUNT.
           IF W-REKEY-CONFIRMED THEN
               MOVE W-RECORDS-LOADED TO W-SHOW-COUNT
               DISPLAY "  INDEX RECORDS WRITTEN:", W-SHOW-COUNT
           ELSE
               DISPLAY "  REPORT ONLY; THE BOOK WAS NOT CHANGED."
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    SORT -- every old key goes in under the key it becomes.
      *----------------------------------------------------------------
       RELEASE-OLD-KEYS.
           OPEN INPUT EXPORT-FILE.
           MOVE 'N' TO W-EXPORT-EOF-SW.
           IF W-EXPORT-STATUS NOT = '00' THEN
               SET W-EXPORT-EOF TO TRUE
           END-IF.
           PERFORM RELEASE-ONE-KEY UNTIL W-EXPORT-EOF.
           IF W-EXPORT-STATUS NOT = '35' THEN
               CLOSE EXPORT-FILE
           END-IF.

       RELEASE-ONE-KEY.
           READ EXPORT-FILE
               AT END
                   SET W-EXPORT-EOF TO TRUE
               NOT AT END
                   CALL 'STANDARDIZE-NAME' USING EX-NAME, SR-KEY
                   MOVE EX-POSITION TO SR-POSITION
                   MOVE EX-NAME TO SR-OLD-NAME
                   RELEASE SORT-REC
           END-READ.

      *    the first of each key is loaded; the rest of its group is
      *    printed under it
       COLLAPSE-NEW-KEYS.
           OPEN OUTPUT LOAD-FILE.
           MOVE HIGH-VALUES TO W-PREV-KEY.
           MOVE 'N' TO W-SORT-EOF-SW.
           PERFORM RETURN-ONE-KEY THRU RETURN-ONE-KEY-EXIT
               UNTIL W-SORT-EOF.
           CLOSE LOAD-FILE.

       RETURN-ONE-KEY.
           RETURN SORT-WORK-FILE
               AT END
                   SET W-SORT-EOF TO TRUE
                   GO TO RETURN-ONE-KEY-EXIT
           END-RETURN.
           IF SR-KEY NOT = W-PREV-KEY THEN
               MOVE SR-KEY TO W-PREV-KEY, LD-NAME
               MOVE SR-POSITION TO W-PREV-POSITION, LD-POSITION
               MOVE SR-OLD-NAME TO W-PREV-OLD-NAME
               MOVE 'N' TO W-GROUP-SW
               WRITE LOAD-REC
               ADD 1 TO W-KEYS-WRITTEN
               GO TO RETURN-ONE-KEY-EXIT.
           IF NOT W-GROUP-SHOWN THEN
               ADD 1 TO W-GROUPS
               SET W-GROUP-SHOWN TO TRUE
               MOVE W-PREV-POSITION TO W-SHOW-POS
               DISPLAY "  ", W-PREV-KEY
               DISPLAY "      ", W-PREV-OLD-NAME, " POSITION ",
                   W-SHOW-POS, "  KEEPS THE KEY"
           END-IF.
           MOVE SR-POSITION TO W-SHOW-POS.
           IF SR-POSITION = W-PREV-POSITION THEN
               ADD 1 TO W-FOLDED
               DISPLAY "      ", SR-OLD-NAME, " POSITION ",
                   W-SHOW-POS, "  SAME ACCOUNT, ONE KEY"
           ELSE
               ADD 1 TO W-UNKEYED
               DISPLAY "      ", SR-OLD-NAME, " POSITION ",
                   W-SHOW-POS, "  NOT KEYED - LIKELY DUPLICATE"
           END-IF.
       RETURN-ONE-KEY-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    RE-KEY -- the old book is kept under a .PRECONV name; no
      *    copy, no conversion.
      *----------------------------------------------------------------
       REKEY-BOOK.
           MOVE SPACES TO W-SAVED-FILENAME.
           STRING W-NAME-FILENAME(1:500) DELIMITED BY SPACE
               '.PRECONV' DELIMITED BY SIZE
               INTO W-SAVED-FILENAME.
           CALL 'CBL_COPY_FILE' USING W-NAME-FILENAME,
               W-SAVED-FILENAME
               RETURNING W-COPY-RC.
           IF W-COPY-RC NOT = 0 THEN
               DISPLAY "  THE BOOK COULD NOT BE SAVED TO ",
                   W-SAVED-FILENAME(1:40)
               DISPLAY "  RE-KEY SKIPPED; THE BOOK WAS NOT CHANGED."
               MOVE 'N' TO W-REKEY
               GO TO REKEY-BOOK-EXIT.
           CALL 'CBL_DELETE_FILE' USING W-NAME-FILENAME.
           CALL 'OPEN-CUSTOMER-NAME' USING W-NAME-FILENAME.
           CALL 'BULK-LOAD-CUSTOMER-NAME' USING W-LOAD-FILENAME,
               L-STATUS, W-RECORDS-LOADED.
           CALL 'CLOSE-CUSTOMER-NAME'.
           IF STATUS-OK THEN
               DISPLAY "  BOOK RE-KEYED; THE OLD BOOK IS SAVED AS ",
                   W-SAVED-FILENAME(1:40)
           ELSE
               DISPLAY "  RE-KEY ENDED WITH ERRORS; COPY ",
                   W-SAVED-FILENAME(1:40)
               DISPLAY "  BACK OVER THE BOOK BEFORE USING IT."
           END-IF.
       REKEY-BOOK-EXIT.
           CONTINUE.
