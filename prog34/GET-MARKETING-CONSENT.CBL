       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-MARKETING-CONSENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back an account's marketing consent from the latest
      *    row on the consent file WRITE-MARKETING-CONSENT keeps: the
      *    CPNI consent ('I' in, 'O' out), the date and channel it
      *    was given, and the do-not-solicit flag.  An account never
      *    asked answers consent space, date zero, and do-not-solicit
      *    'N' -- which is not consent, so no CPNI-driven offer goes
      *    to it.  Opens and closes the file itself, the GET-CASH-
      *    ONLY shape.

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
       01  W-EOF-SW            PIC X.
           88  W-CONSENT-EOF       VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CPNI-CONSENT  PIC X.
       01  L-CONSENT-DATE  PIC 9(8).
       01  L-CHANNEL       PIC X.
       01  L-DO-NOT-SOLICIT PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-CPNI-CONSENT,
               L-CONSENT-DATE, L-CHANNEL, L-DO-NOT-SOLICIT, L-FILENAME.
       ENTRY-POINT.
           MOVE SPACE TO L-CPNI-CONSENT, L-CHANNEL.
           MOVE 0 TO L-CONSENT-DATE.
           MOVE 'N' TO L-DO-NOT-SOLICIT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-MKTCONS-FILENAME.
           OPEN INPUT CONSENT-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-CONSENT-EOF.
           CLOSE CONSENT-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ CONSENT-FILE
               AT END
                   SET W-CONSENT-EOF TO TRUE
               NOT AT END
                   IF MK-MASTER-POS = L-POSITION THEN
                       MOVE MK-CPNI-CONSENT TO L-CPNI-CONSENT
                       MOVE MK-CONSENT-DATE TO L-CONSENT-DATE
                       MOVE MK-CHANNEL TO L-CHANNEL
                       MOVE MK-DO-NOT-SOLICIT TO L-DO-NOT-SOLICIT
                   END-IF
           END-READ.
