       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-NUMBER-RESERVATION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the number-reservation log: the number,
      *    what happened to its hold -- 'R' reserved, 'X' released --
      *    who it is held for (an account number, or a prospect's
      *    name for sales quoting ahead of an account), the date the
      *    hold lapses, and the operator.  Append-only, latest row
      *    per number wins, the listing-status convention; each row
      *    journals as NUMBER-RESERVE with the number, action and
      *    expiry in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESERVATION-FILE ASSIGN TO W-NUMRSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESERVATION-FILE.
       01  RESERVATION-REC.
           05  RS-NUMBER           PIC 9(10).
           05  RS-ACTION           PIC X.
           05  RS-ACCOUNT          PIC 9(9).
           05  RS-PROSPECT         PIC X(30).
           05  RS-EXPIRES          PIC 9(8).
           05  RS-OPERATOR         PIC X(8).
           05  RS-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-NUMRSV-FILENAME   PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'NUMBER-RESERVE'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-ACTION        PIC X.
       01  L-ACCOUNT       PIC 9(9).
       01  L-PROSPECT      PIC X(30).
       01  L-EXPIRES       PIC 9(8).
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-ACTION, L-ACCOUNT,
               L-PROSPECT, L-EXPIRES, L-OPERATOR, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-NUMRSV-FILENAME.
           OPEN EXTEND RESERVATION-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT RESERVATION-FILE
           END-IF.
           MOVE L-PHONE TO RS-NUMBER.
           MOVE L-ACTION TO RS-ACTION.
           MOVE L-ACCOUNT TO RS-ACCOUNT.
           MOVE L-PROSPECT TO RS-PROSPECT.
           MOVE L-EXPIRES TO RS-EXPIRES.
           MOVE L-OPERATOR TO RS-OPERATOR.
           ACCEPT RS-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE RESERVATION-REC.
           CLOSE RESERVATION-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE L-ACTION TO W-JOURNAL-KEY(12:1).
           MOVE L-EXPIRES TO W-JOURNAL-KEY(14:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
