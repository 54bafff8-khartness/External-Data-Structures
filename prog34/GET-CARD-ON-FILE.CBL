       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CARD-ON-FILE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one account's card on file from the append-only
      *    card file: one pass, latest row per master position wins.
      *    Hands back the processor's token for the card -- never the
      *    card number, which we do not keep -- the last four digits
      *    and expiry month for telling the customer which card it
      *    is, and the card auto-pay flag: 'Y' enrolled, 'N' not,
      *    'R' stopped by a decline or chargeback until a clerk
      *    re-enrolls.  An account with no card answers a blank
      *    token and 'N'.  Opens and closes the file itself, the
      *    GET-LISTING-STATUS shape.

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
       01  W-EOF-SW            PIC X.
           88  W-CARD-EOF          VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-TOKEN         PIC X(24).
       01  L-LAST-FOUR     PIC X(4).
       01  L-EXPIRES       PIC 9(6).
       01  L-AUTOPAY       PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-TOKEN, L-LAST-FOUR,
               L-EXPIRES, L-AUTOPAY, L-FILENAME.
       ENTRY-POINT.
           MOVE SPACES TO L-TOKEN, L-LAST-FOUR.
           MOVE 0 TO L-EXPIRES.
           MOVE 'N' TO L-AUTOPAY.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-CARD-FILENAME.
           OPEN INPUT CARD-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-CARD-EOF.
           CLOSE CARD-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ CARD-FILE
               AT END
                   SET W-CARD-EOF TO TRUE
               NOT AT END
                   IF CF-MASTER-POS = L-POSITION THEN
                       MOVE CF-TOKEN TO L-TOKEN
                       MOVE CF-LAST-FOUR TO L-LAST-FOUR
                       MOVE CF-EXPIRES TO L-EXPIRES
                       MOVE CF-AUTOPAY TO L-AUTOPAY
                   END-IF
           END-READ.
