       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-INTERCEPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one number's intercept from the append-only
      *    intercept file: one pass, latest row wins.  Hands back the
      *    treatment -- 'R' refer to the new number, 'N' not-in-
      *    service recording, 'X' no referral by the customer's
      *    choice, 'D' dropped when the number went back to the pool
      *    -- with the new number, the date the intercept lapses (zero
      *    while it waits for the number to retire) and the date the
      *    row was written.  A number never intercepted answers a
      *    blank treatment.  Opens and closes the file itself, the
      *    GET-LISTING-STATUS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERCEPT-FILE ASSIGN TO W-INTERCEPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTERCEPT-FILE.
       01  INTERCEPT-REC.
           05  IC-OLD-PHONE        PIC 9(10).
           05  IC-TREATMENT        PIC X.
           05  IC-NEW-PHONE        PIC 9(10).
           05  IC-EXPIRES          PIC 9(8).
           05  IC-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-INTERCEPT-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INTERCEPT-EOF     VALUE 'Y'.

       LINKAGE SECTION.
       01  L-OLD-PHONE     PIC 9(10).
       01  L-TREATMENT     PIC X.
       01  L-NEW-PHONE     PIC 9(10).
       01  L-EXPIRES       PIC 9(8).
       01  L-STAMP-DATE    PIC 9(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-OLD-PHONE, L-TREATMENT, L-NEW-PHONE,
               L-EXPIRES, L-STAMP-DATE, L-FILENAME.
       ENTRY-POINT.
           MOVE SPACE TO L-TREATMENT.
           MOVE 0 TO L-NEW-PHONE, L-EXPIRES, L-STAMP-DATE.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-INTERCEPT-FILENAME.
           OPEN INPUT INTERCEPT-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-INTERCEPT-EOF.
           CLOSE INTERCEPT-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ INTERCEPT-FILE
               AT END
                   SET W-INTERCEPT-EOF TO TRUE
               NOT AT END
                   IF IC-OLD-PHONE = L-OLD-PHONE THEN
                       MOVE IC-TREATMENT TO L-TREATMENT
                       MOVE IC-NEW-PHONE TO L-NEW-PHONE
                       MOVE IC-EXPIRES TO L-EXPIRES
                       MOVE IC-STAMP-DATE TO L-STAMP-DATE
                   END-IF
           END-READ.
