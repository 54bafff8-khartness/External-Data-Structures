       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-NAME-PRIVACY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one number's caller-ID name privacy flag from the
      *    append-only name-privacy file: one pass, latest row wins.
      *    A number never touched answers 'N' -- its name goes to
      *    the CNAM provider.  Opens and closes the file itself, the
      *    GET-LISTING-STATUS shape.

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
       01  W-EOF-SW            PIC X.
           88  W-PRIVACY-EOF       VALUE 'Y'.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-PRIVATE       PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-PRIVATE, L-FILENAME.
       ENTRY-POINT.
           MOVE 'N' TO L-PRIVATE.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-PRIVACY-FILENAME.
           OPEN INPUT PRIVACY-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-PRIVACY-EOF.
           CLOSE PRIVACY-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ PRIVACY-FILE
               AT END
                   SET W-PRIVACY-EOF TO TRUE
               NOT AT END
                   IF NP-PHONE = L-PHONE THEN
                       MOVE NP-PRIVATE TO L-PRIVATE
                   END-IF
           END-READ.
