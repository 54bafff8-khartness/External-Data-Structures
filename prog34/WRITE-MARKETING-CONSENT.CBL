       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-MARKETING-CONSENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the marketing consent file: whether the
      *    customer lets us use their CPNI -- what they call, how
      *    much, what they subscribe to -- to market to them ('I'
      *    opted in, 'O' opted out), the date they told us and the
      *    channel they told us through, and the do-not-solicit flag
      *    ('Y' means no offers at all, CPNI or not).  Append-only,
      *    latest row per master position wins, the cash-only
      *    convention, so the consent history a regulator asks for
      *    is never lost.  Each change journals as MKT-CONSENT with
      *    the flags, the date and the operator in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO W-MKTCONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-REC.
           05  MK-MASTER-POS       PIC 9(9).
           05  MK-CPNI-CONSENT     PIC X.
           05  MK-CONSENT-DATE     PIC 9(8).
           05  MK-CHANNEL          PIC X.
           05  MK-DO-NOT-SOLICIT   PIC X.
           05  MK-OPERATOR         PIC X(8).
           05  MK-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-MKTCONS-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'MKT-CONSENT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CPNI-CONSENT  PIC X.
       01  L-CONSENT-DATE  PIC 9(8).
       01  L-CHANNEL       PIC X.
       01  L-DO-NOT-SOLICIT PIC X.
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-CPNI-CONSENT,
               L-CONSENT-DATE, L-CHANNEL, L-DO-NOT-SOLICIT, L-OPERATOR,
               L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-MKTCONS-FILENAME.
           OPEN EXTEND CONSENT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           MOVE L-POSITION TO MK-MASTER-POS.
           MOVE L-CPNI-CONSENT TO MK-CPNI-CONSENT.
           MOVE L-CONSENT-DATE TO MK-CONSENT-DATE.
           MOVE L-CHANNEL TO MK-CHANNEL.
           MOVE L-DO-NOT-SOLICIT TO MK-DO-NOT-SOLICIT.
           MOVE L-OPERATOR TO MK-OPERATOR.
           ACCEPT MK-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE CONSENT-REC.
           CLOSE CONSENT-FILE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-CPNI-CONSENT TO W-JOURNAL-KEY(1:1).
           MOVE L-CHANNEL TO W-JOURNAL-KEY(3:1).
           MOVE L-DO-NOT-SOLICIT TO W-JOURNAL-KEY(5:1).
           MOVE L-CONSENT-DATE TO W-JOURNAL-KEY(7:8).
           MOVE L-OPERATOR TO W-JOURNAL-KEY(16:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
