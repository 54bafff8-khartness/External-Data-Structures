       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-TECH-CAPACITY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves how many install technicians an exchange has on a
      *    given day from the append-only capacity file: one pass,
      *    latest row wins, a row for the day itself over the
      *    exchange's standing crew (date zero).  An exchange never
      *    staffed answers zero, which books nothing -- better the
      *    order desk calls dispatch than promise a truck that isn't
      *    there.  Opens and closes the file itself, the
      *    GET-LISTING-STATUS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPACITY-FILE ASSIGN TO W-CAPACITY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPACITY-FILE.
       01  CAPACITY-REC.
           05  TK-NPANXX           PIC 9(6).
           05  TK-DATE             PIC 9(8).
           05  TK-TECHS            PIC 99.
           05  TK-OPERATOR         PIC X(8).
           05  TK-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CAPACITY-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-CAPACITY-EOF      VALUE 'Y'.
       01  W-DAY-SW            PIC X.
           88  W-DAY-ROW-SEEN      VALUE 'Y'.
       01  W-STANDING-TECHS    PIC 99.

       LINKAGE SECTION.
       01  L-NPANXX        PIC 9(6).
       01  L-DATE          PIC 9(8).
       01  L-TECHS         PIC 99.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-NPANXX, L-DATE, L-TECHS,
               L-FILENAME.
       ENTRY-POINT.
           MOVE 0 TO L-TECHS, W-STANDING-TECHS.
           MOVE 'N' TO W-EOF-SW, W-DAY-SW.
           MOVE L-FILENAME TO W-CAPACITY-FILENAME.
           OPEN INPUT CAPACITY-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-CAPACITY-EOF.
           CLOSE CAPACITY-FILE.
           IF NOT W-DAY-ROW-SEEN THEN
               MOVE W-STANDING-TECHS TO L-TECHS.
           GOBACK.

       JUDGE-ONE-ROW.
           READ CAPACITY-FILE
               AT END
                   SET W-CAPACITY-EOF TO TRUE
               NOT AT END
                   IF TK-NPANXX = L-NPANXX THEN
                       IF TK-DATE = L-DATE THEN
                           MOVE TK-TECHS TO L-TECHS
                           SET W-DAY-ROW-SEEN TO TRUE
                       END-IF
                       IF TK-DATE = 0 THEN
                           MOVE TK-TECHS TO W-STANDING-TECHS
                       END-IF
                   END-IF
           END-READ.
