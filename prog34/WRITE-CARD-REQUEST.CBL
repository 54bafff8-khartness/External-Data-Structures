       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-CARD-REQUEST.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Queues one card payment the customer asked for over the
      *    counter or the phone: the account, the processor's token
      *    for the card, the amount and who took it.  Nothing posts
      *    here -- CARD-AUTH-EXPORT sends the queue to the processor
      *    on the night's authorization file and empties it, and the
      *    payment posts when CARD-SETTLEMENT says the money came.
      *    Opens and closes the file itself, the WRITE-SERVICE-ORDER
      *    shape, and journals as CARD-PAYMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-QUEUE-FILE ASSIGN TO W-QUEUE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-QUEUE-FILE.
       01  CARD-QUEUE-REC.
           05  CQ-MASTER-POS       PIC 9(9).
           05  CQ-ACCOUNT          PIC 9(9).
           05  CQ-TOKEN            PIC X(24).
           05  CQ-AMOUNT           PIC 9(7)V99.
           05  CQ-OPERATOR         PIC X(8).
           05  CQ-QUEUED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-QUEUE-FILENAME    PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'CARD-PAYMENT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.
       01  W-SHOW-AMOUNT       PIC 9(7).99.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-ACCOUNT       PIC 9(9) COMP.
       01  L-TOKEN         PIC X(24).
       01  L-AMOUNT        PIC 9(7)V99.
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-ACCOUNT, L-TOKEN,
               L-AMOUNT, L-OPERATOR, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-QUEUE-FILENAME.
           OPEN EXTEND CARD-QUEUE-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CARD-QUEUE-FILE
           END-IF.
           MOVE L-POSITION TO CQ-MASTER-POS.
           MOVE L-ACCOUNT TO CQ-ACCOUNT.
           MOVE L-TOKEN TO CQ-TOKEN.
           MOVE L-AMOUNT TO CQ-AMOUNT.
           MOVE L-OPERATOR TO CQ-OPERATOR.
           ACCEPT CQ-QUEUED-DATE FROM DATE YYYYMMDD.
           WRITE CARD-QUEUE-REC.
           CLOSE CARD-QUEUE-FILE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE CQ-ACCOUNT TO W-JOURNAL-KEY(1:9).
           MOVE CQ-AMOUNT TO W-SHOW-AMOUNT.
           MOVE W-SHOW-AMOUNT TO W-JOURNAL-KEY(11:10).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
