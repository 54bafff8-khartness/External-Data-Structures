       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-COMPLAINT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one step of a regulatory complaint -- one the PUC
      *    or the FCC forwarded -- to the complaint file: the agency
      *    and its case number, the account, the date received and
      *    the date our answer is due, the category ('B' billing,
      *    'S' service, 'L' slamming, 'P' privacy), the status ('O'
      *    open, 'R' responded, 'C' closed) and the resolution.
      *    Append-only, latest row per agency and case wins, the
      *    listing-status convention.  Each step journals as
      *    COMPLAINT with the agency, case and status in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE ASSIGN TO W-COMPLAINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLAINT-FILE.
       01  COMPLAINT-REC.
           05  CM-AGENCY           PIC X(3).
           05  CM-CASE             PIC X(12).
           05  CM-MASTER-POS       PIC 9(9).
           05  CM-ACCOUNT          PIC 9(9).
           05  CM-RECEIVED         PIC 9(8).
           05  CM-DUE              PIC 9(8).
           05  CM-CATEGORY         PIC X.
           05  CM-STATUS           PIC X.
           05  CM-RESOLUTION       PIC X(40).
           05  CM-OPERATOR         PIC X(8).
           05  CM-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-COMPLAINT-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'COMPLAINT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-COMPLAINT.
           05  L-CM-AGENCY         PIC X(3).
           05  L-CM-CASE           PIC X(12).
           05  L-CM-MASTER-POS     PIC 9(9).
           05  L-CM-ACCOUNT        PIC 9(9).
           05  L-CM-RECEIVED       PIC 9(8).
           05  L-CM-DUE            PIC 9(8).
           05  L-CM-CATEGORY       PIC X.
           05  L-CM-STATUS         PIC X.
           05  L-CM-RESOLUTION     PIC X(40).
           05  L-CM-OPERATOR       PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-COMPLAINT, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-COMPLAINT-FILENAME.
           OPEN EXTEND COMPLAINT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT COMPLAINT-FILE
           END-IF.
           MOVE L-COMPLAINT TO COMPLAINT-REC.
           ACCEPT CM-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE COMPLAINT-REC.
           CLOSE COMPLAINT-FILE.
           MOVE L-CM-MASTER-POS TO W-JOURNAL-BEFORE.
           MOVE L-CM-MASTER-POS TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-CM-AGENCY TO W-JOURNAL-KEY(1:3).
           MOVE L-CM-CASE TO W-JOURNAL-KEY(5:12).
           MOVE L-CM-STATUS TO W-JOURNAL-KEY(18:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
