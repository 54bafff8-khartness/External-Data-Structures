       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-ALT-NAME.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the additional-names file: a DBA, an
      *    alias, or an authorized user carried on an account beside
      *    its CM-NAME, with the branch whose name book the key was
      *    added to (so a purge or merge knows which book to take it
      *    back out of).  A blank type retires the name.  Append-
      *    only, latest row per master position and name wins, the
      *    listing-status convention; GET-ALT-NAMES resolves it.
      *    The caller keeps the name index itself in step through
      *    ADD-CUSTOMER-NAME and DELETE-CUSTOMER-NAME, which journal
      *    the key; this journals ALT-NAME with the type in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-NAME-FILE ASSIGN TO W-ALTNAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

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

       WORKING-STORAGE SECTION.
       01  W-ALTNAME-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'ALT-NAME'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-NAME          PIC X(30).
       01  L-TYPE          PIC X.
       01  L-BRANCH        PIC X(2).
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-NAME, L-TYPE, L-BRANCH,
               L-OPERATOR, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-ALTNAME-FILENAME.
           OPEN EXTEND ALT-NAME-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT ALT-NAME-FILE
           END-IF.
           MOVE L-POSITION TO AN-MASTER-POS.
           MOVE L-NAME TO AN-NAME.
           MOVE L-TYPE TO AN-TYPE.
           MOVE L-BRANCH TO AN-BRANCH.
           MOVE L-OPERATOR TO AN-OPERATOR.
           ACCEPT AN-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE ALT-NAME-REC.
           CLOSE ALT-NAME-FILE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-TYPE TO W-JOURNAL-KEY(1:1).
           MOVE L-NAME TO W-JOURNAL-KEY(3:28).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
