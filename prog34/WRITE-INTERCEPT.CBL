       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-INTERCEPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one intercept row for a number leaving service:
      *    the old number, its treatment -- 'R' refer callers to the
      *    new number, 'N' a not-in-service recording, 'X' no referral
      *    at all by the customer's choice, 'D' dropped once the
      *    number is back in the pool -- the new number for a
      *    referral, and the date the intercept lapses.  A choice made
      *    while the number is still in service carries a zero date
      *    until INTERCEPT-SWEEP sees the number retire.
      *    Append-only, latest row per number wins, the listing-
      *    status convention.  Each row journals as INTERCEPT with
      *    the old number, treatment and new number in the key.

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
       01  W-JOURNAL-OP        PIC X(15) VALUE 'INTERCEPT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-OLD-PHONE     PIC 9(10).
       01  L-TREATMENT     PIC X.
       01  L-NEW-PHONE     PIC 9(10).
       01  L-EXPIRES       PIC 9(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-OLD-PHONE, L-TREATMENT, L-NEW-PHONE,
               L-EXPIRES, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-INTERCEPT-FILENAME.
           OPEN EXTEND INTERCEPT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT INTERCEPT-FILE
           END-IF.
           MOVE L-OLD-PHONE TO IC-OLD-PHONE.
           MOVE L-TREATMENT TO IC-TREATMENT.
           MOVE L-NEW-PHONE TO IC-NEW-PHONE.
           MOVE L-EXPIRES TO IC-EXPIRES.
           ACCEPT IC-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE INTERCEPT-REC.
           CLOSE INTERCEPT-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-OLD-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE L-TREATMENT TO W-JOURNAL-KEY(12:1).
           MOVE L-NEW-PHONE TO W-JOURNAL-KEY(14:10).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
