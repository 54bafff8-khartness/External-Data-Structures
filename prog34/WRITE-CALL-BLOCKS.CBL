       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-CALL-BLOCKS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the per-number call-blocking file: the
      *    number and its three options, 'Y' blocked or 'N' open --
      *    international calls, 900/976 pay-per-call, incoming
      *    collect and third-number billing.  Append-only, latest row
      *    per number wins, the listing-status convention.  Each
      *    change journals as CALL-BLOCKS with the options before and
      *    after, which is what SWITCH-PROVISION-EXTRACT turns into
      *    the switch's block and unblock orders.

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
       01  W-OLD-OPTIONS       PIC X(3).
       01  W-JOURNAL-OP        PIC X(15) VALUE 'CALL-BLOCKS'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-OPTIONS       PIC X(3).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-OPTIONS, L-FILENAME.
       APPEND-ENTRY.
           CALL 'GET-CALL-BLOCKS' USING L-PHONE, W-OLD-OPTIONS,
               L-FILENAME.
           MOVE L-FILENAME TO W-CALLBLK-FILENAME.
           OPEN EXTEND CALL-BLOCK-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CALL-BLOCK-FILE
           END-IF.
           MOVE L-PHONE TO CB-PHONE.
           MOVE L-OPTIONS TO CB-OPTIONS.
           ACCEPT CB-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE CALL-BLOCK-REC.
           CLOSE CALL-BLOCK-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE W-OLD-OPTIONS TO W-JOURNAL-KEY(12:3).
           MOVE L-OPTIONS TO W-JOURNAL-KEY(16:3).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
