       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-COMPLAINT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one regulatory complaint, by agency and agency
      *    case number, from the append-only complaint file: one
      *    pass, latest row wins.  L-FOUND answers 'Y' with the
      *    complaint as it now stands, or 'N' for a case never
      *    logged.  Opens and closes the file itself, the
      *    GET-LISTING-STATUS shape.

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
           05  CM-KEY.
               10  CM-AGENCY       PIC X(3).
               10  CM-CASE         PIC X(12).
           05  CM-REST             PIC X(84).
           05  CM-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-COMPLAINT-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-COMPLAINT-EOF     VALUE 'Y'.
       01  W-WANTED-KEY.
           05  W-WANTED-AGENCY PIC X(3).
           05  W-WANTED-CASE   PIC X(12).

       LINKAGE SECTION.
       01  L-AGENCY        PIC X(3).
       01  L-CASE          PIC X(12).
       01  L-FOUND         PIC X.
       01  L-COMPLAINT.
           05  L-CM-KEY            PIC X(15).
           05  L-CM-REST           PIC X(84).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-AGENCY, L-CASE, L-FOUND,
               L-COMPLAINT, L-FILENAME.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND.
           MOVE L-AGENCY TO W-WANTED-AGENCY.
           MOVE L-CASE TO W-WANTED-CASE.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-COMPLAINT-FILENAME.
           OPEN INPUT COMPLAINT-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-COMPLAINT-EOF.
           CLOSE COMPLAINT-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ COMPLAINT-FILE
               AT END
                   SET W-COMPLAINT-EOF TO TRUE
               NOT AT END
                   IF CM-KEY = W-WANTED-KEY THEN
                       MOVE 'Y' TO L-FOUND
                       MOVE CM-KEY TO L-CM-KEY
                       MOVE CM-REST TO L-CM-REST
                   END-IF
           END-READ.
