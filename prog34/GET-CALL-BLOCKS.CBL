       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CALL-BLOCKS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one number's call-blocking options from the
      *    append-only blocking file: one pass, latest row wins.  The
      *    options come back as three 'Y'/'N' bytes -- international
      *    calls, 900/976 pay-per-call, incoming collect and
      *    third-number billing -- and a number never touched answers
      *    'NNN', nothing blocked.  Opens and closes the file itself,
      *    the GET-LISTING-STATUS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALL-BLOCK-FILE ASSIGN TO W-CALLBLK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-BLOCK-FILE.
       01  CALL-BLOCK-REC.
           05  CB-PHONE            PIC 9(10).
           05  CB-OPTIONS.
               10  CB-BLOCK-INTL       PIC X.
               10  CB-BLOCK-PAY-CALL   PIC X.
               10  CB-BLOCK-COLLECT    PIC X.
           05  CB-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CALLBLK-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-BLOCK-EOF         VALUE 'Y'.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-OPTIONS       PIC X(3).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-OPTIONS, L-FILENAME.
       ENTRY-POINT.
           MOVE 'NNN' TO L-OPTIONS.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-CALLBLK-FILENAME.
           OPEN INPUT CALL-BLOCK-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-BLOCK-EOF.
           CLOSE CALL-BLOCK-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ CALL-BLOCK-FILE
               AT END
                   SET W-BLOCK-EOF TO TRUE
               NOT AT END
                   IF CB-PHONE = L-PHONE THEN
                       MOVE CB-OPTIONS TO L-OPTIONS
                   END-IF
           END-READ.
