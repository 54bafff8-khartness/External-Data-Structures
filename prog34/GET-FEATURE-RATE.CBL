       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-FEATURE-RATE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the going monthly rate for one feature code --
      *    the rate on the latest subscription row for that feature
      *    on any line in the append-only subscription file -- so a
      *    quote prices call waiting at what call waiting is being
      *    billed at today.  A feature nobody has ever subscribed to
      *    comes back not found with a zero rate.  Opens and closes
      *    the file itself, the LIST-FEATURE-SUBS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEATURE-SUB-FILE ASSIGN TO W-FEATSUB-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEATURE-SUB-FILE.
       01  FEATURE-SUB-REC.
           05  FS-PHONE            PIC 9(10).
           05  FS-FEATURE-CODE     PIC X(4).
           05  FS-MONTHLY-RATE     PIC 9(5)V99.
           05  FS-EFFECTIVE        PIC 9(8).
           05  FS-ACTION           PIC X.
               88  FS-SUBSCRIBE        VALUE 'A'.
               88  FS-CANCEL           VALUE 'C'.
           05  FS-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-FEATSUB-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-SUB-EOF           VALUE 'Y'.

       LINKAGE SECTION.
       01  L-FEATURE-CODE  PIC X(4).
       01  L-FOUND         PIC X.
       01  L-MONTHLY-RATE  PIC 9(5)V99.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-FEATURE-CODE, L-FOUND,
               L-MONTHLY-RATE, L-FILENAME.
       ENTRY-POINT.
           MOVE 'N' TO L-FOUND.
           MOVE 0 TO L-MONTHLY-RATE.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-FEATSUB-FILENAME.
           OPEN INPUT FEATURE-SUB-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-SUB-EOF.
           CLOSE FEATURE-SUB-FILE.
           GOBACK.

      *    the file is in the order things happened, so the last
      *    subscription row read is the current rate
       JUDGE-ONE-ROW.
           READ FEATURE-SUB-FILE
               AT END
                   SET W-SUB-EOF TO TRUE
               NOT AT END
                   IF FS-FEATURE-CODE = L-FEATURE-CODE AND
                           FS-SUBSCRIBE THEN
                       MOVE 'Y' TO L-FOUND
                       MOVE FS-MONTHLY-RATE TO L-MONTHLY-RATE
                   END-IF
           END-READ.
