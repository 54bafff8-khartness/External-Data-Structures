       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-NAME-PRIVACY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the per-number caller-ID name privacy
      *    file: 'Y' sends the number to the CNAM provider as
      *    PRIVATE instead of the account name, 'N' sends the name.
      *    Append-only, latest row per number wins -- the listing-
      *    status convention -- and each change journals, which is
      *    how the nightly CNAM delta finds it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIVACY-FILE ASSIGN TO W-PRIVACY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIVACY-FILE.
       01  PRIVACY-REC.
           05  NP-PHONE            PIC 9(10).
           05  NP-PRIVATE          PIC X.
               88  NP-NAME-PRIVATE     VALUE 'Y'.
           05  NP-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PRIVACY-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'NAME-PRIVACY'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-PRIVATE       PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-PRIVATE, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-PRIVACY-FILENAME.
           OPEN EXTEND PRIVACY-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT PRIVACY-FILE
           END-IF.
           MOVE L-PHONE TO NP-PHONE.
           MOVE L-PRIVATE TO NP-PRIVATE.
           ACCEPT NP-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE PRIVACY-REC.
           CLOSE PRIVACY-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE L-PRIVATE TO W-JOURNAL-KEY(12:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
