       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-NUMBER-RESERVATION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one number's hold from the append-only
      *    reservation log: one pass, latest row wins.  Hands back
      *    the action ('R' held, 'X' released), the account or
      *    prospect it is held for, the expiry, the operator who
      *    took it and the date of the row; a number never reserved
      *    answers an action of space.  Opens and closes the log
      *    itself, the GET-LISTING-STATUS shape.

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
       01  W-EOF-SW            PIC X.
           88  W-RESERVATION-EOF   VALUE 'Y'.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-ACTION        PIC X.
       01  L-ACCOUNT       PIC 9(9).
       01  L-PROSPECT      PIC X(30).
       01  L-EXPIRES       PIC 9(8).
       01  L-OPERATOR      PIC X(8).
       01  L-STAMP-DATE    PIC 9(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-ACTION, L-ACCOUNT,
               L-PROSPECT, L-EXPIRES, L-OPERATOR, L-STAMP-DATE,
               L-FILENAME.
       ENTRY-POINT.
           MOVE SPACE TO L-ACTION.
           MOVE 0 TO L-ACCOUNT, L-EXPIRES, L-STAMP-DATE.
           MOVE SPACES TO L-PROSPECT, L-OPERATOR.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-NUMRSV-FILENAME.
           OPEN INPUT RESERVATION-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-RESERVATION-EOF.
           CLOSE RESERVATION-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ RESERVATION-FILE
               AT END
                   SET W-RESERVATION-EOF TO TRUE
               NOT AT END
                   IF RS-NUMBER = L-PHONE THEN
                       MOVE RS-ACTION TO L-ACTION
                       MOVE RS-ACCOUNT TO L-ACCOUNT
                       MOVE RS-PROSPECT TO L-PROSPECT
                       MOVE RS-EXPIRES TO L-EXPIRES
                       MOVE RS-OPERATOR TO L-OPERATOR
                       MOVE RS-STAMP-DATE TO L-STAMP-DATE
                   END-IF
           END-READ.
