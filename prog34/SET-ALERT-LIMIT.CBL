       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-ALERT-LIMIT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Records the spending limit a customer asked to be warned
      *    at, or zero to fall back on the credit class default.
      *    What has already been sent this cycle is left alone, so
      *    raising the limit mid-cycle does not repeat an alert.
      *    Journals with the new limit in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ALERT-FILE ASSIGN TO W-USGALERT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USGALERT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-ALERT-FILE EXTERNAL.
       01  USAGE-ALERT-REC.
           05  UA-LIMIT            PIC 9(5)V99.
           05  UA-CYCLE-MARK       PIC 9(9).
           05  UA-LEVEL-SENT       PIC 9(3).
           05  UA-ALERT-DATE       PIC 9(8).
           05  FILLER              PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-USGALERT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-USGALERT-FILENAME EXTERNAL PIC X(512).
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'ALERT-LIMIT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-SHOW-LIMIT        PIC ZZ,ZZ9.99.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-LIMIT         PIC 9(5)V99.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-LIMIT.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-USGALERT-POS.
           READ USAGE-ALERT-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO USAGE-ALERT-REC
                   MOVE 0 TO UA-CYCLE-MARK, UA-LEVEL-SENT,
                       UA-ALERT-DATE
           END-READ.
           MOVE L-LIMIT TO UA-LIMIT.
           IF W-NEW-RECORD THEN
               WRITE USAGE-ALERT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE USAGE-ALERT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE UA-LIMIT TO W-SHOW-LIMIT
               MOVE W-SHOW-LIMIT TO W-JOURNAL-KEY(1:9)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
