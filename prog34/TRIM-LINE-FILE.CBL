       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRIM-LINE-FILE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Cuts a line-sequential file back to its first so many
      *    lines, for a restarted run whose checkpoint says how much
      *    of an output file it had finished when it stopped: the
      *    lines it got out after that belong to the work it is
      *    about to redo.  The kept lines go to a work copy (the
      *    filename with 'WK' spliced in, the way BRANCH-FILENAME
      *    splices a branch code) and back again.  A file that
      *    isn't there is left alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIM-FILE ASSIGN TO W-TRIM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-TRIM-STATUS.
           SELECT WORK-FILE ASSIGN TO W-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRIM-FILE.
       01  TRIM-REC                PIC X(200).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(200).

       WORKING-STORAGE SECTION.
       01  W-TRIM-FILENAME         PIC X(512).
       01  W-WORK-FILENAME         PIC X(512).
       01  W-WORK-BRANCH           PIC XX VALUE 'WK'.
       01  W-TRIM-STATUS           PIC XX.
       01  W-WORK-STATUS           PIC XX.
       01  W-LINES-COPIED          PIC 9(9) COMP.
       01  W-EOF-SW                PIC X.
           88  W-INPUT-EOF             VALUE 'Y'.

       LINKAGE SECTION.
       01  L-FILENAME      PIC X(512).
       01  L-KEEP-LINES    PIC 9(9) COMP.

       PROCEDURE DIVISION USING L-FILENAME, L-KEEP-LINES.
       TRIM-THE-FILE.
           MOVE L-FILENAME TO W-TRIM-FILENAME.
           CALL 'BRANCH-FILENAME' USING L-FILENAME, W-WORK-BRANCH,
               W-WORK-FILENAME.
           OPEN INPUT TRIM-FILE.
           IF W-TRIM-STATUS NOT = '00' THEN
               GOBACK.
           OPEN OUTPUT WORK-FILE.
           IF W-WORK-STATUS NOT = '00' THEN
               DISPLAY "Unable to open work file: ", W-WORK-FILENAME
               STOP RUN.
           MOVE 'N' TO W-EOF-SW.
           MOVE 0 TO W-LINES-COPIED.
           PERFORM KEEP-ONE-LINE
               UNTIL W-INPUT-EOF OR W-LINES-COPIED >= L-KEEP-LINES.
           CLOSE TRIM-FILE.
           CLOSE WORK-FILE.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT TRIM-FILE.
           MOVE 'N' TO W-EOF-SW.
           PERFORM PUT-ONE-LINE-BACK UNTIL W-INPUT-EOF.
           CLOSE WORK-FILE.
           CLOSE TRIM-FILE.
           GOBACK.

       KEEP-ONE-LINE.
           READ TRIM-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   WRITE WORK-REC FROM TRIM-REC
                   ADD 1 TO W-LINES-COPIED
           END-READ.

       PUT-ONE-LINE-BACK.
           READ WORK-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   WRITE TRIM-REC FROM WORK-REC
           END-READ.
