       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-CARD-ON-FILE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the card file: an account's card on
      *    file as the processor's token (the card number itself is
      *    keyed only into the processor's terminal and never comes
      *    here), its last four digits and expiry month, and the
      *    card auto-pay flag -- 'Y' enrolled, 'N' not, 'R' stopped
      *    by a decline or chargeback.  A blank token takes the card
      *    off the account.  Append-only, latest row per master
      *    position wins, the listing-status convention.  Each change
      *    journals as CARD-ON-FILE with the last four and the flag
      *    in the key; the token stays out of the journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO W-CARD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-REC.
           05  CF-MASTER-POS       PIC 9(9).
           05  CF-TOKEN            PIC X(24).
           05  CF-LAST-FOUR        PIC X(4).
           05  CF-EXPIRES          PIC 9(6).
           05  CF-AUTOPAY          PIC X.
           05  CF-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CARD-FILENAME     PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'CARD-ON-FILE'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-TOKEN         PIC X(24).
       01  L-LAST-FOUR     PIC X(4).
       01  L-EXPIRES       PIC 9(6).
       01  L-AUTOPAY       PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-TOKEN, L-LAST-FOUR,
               L-EXPIRES, L-AUTOPAY, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-CARD-FILENAME.
           OPEN EXTEND CARD-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CARD-FILE
           END-IF.
           MOVE L-POSITION TO CF-MASTER-POS.
           MOVE L-TOKEN TO CF-TOKEN.
           MOVE L-LAST-FOUR TO CF-LAST-FOUR.
           MOVE L-EXPIRES TO CF-EXPIRES.
           MOVE L-AUTOPAY TO CF-AUTOPAY.
           ACCEPT CF-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE CARD-REC.
           CLOSE CARD-FILE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-LAST-FOUR TO W-JOURNAL-KEY(1:4).
           MOVE L-EXPIRES TO W-JOURNAL-KEY(6:6).
           MOVE L-AUTOPAY TO W-JOURNAL-KEY(13:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
