       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-REPORT-LINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one print line to a report's spool file for the
      *    branch bursting step -- 'S:\COBOL\' plus the report's spool
      *    name plus '.PRT' (DUNNING, ZEROUSE, ...).  Each line
      *    carries the branch office it belongs to in front of the
      *    carriage control, so REPORT-BURST can split the spool into
      *    one piece per branch; '**' marks a heading line every
      *    piece repeats, spaces is head office.  A control of '1'
      *    starts a new page.  The spool only ever grows here; the
      *    burst empties it once the pieces are out, so a report
      *    that did not run shows up missing instead of resending
      *    yesterday's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-FILE ASSIGN TO W-SPOOL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-REC.
           05  RS-BRANCH       PIC X(2).
           05  RS-CONTROL      PIC X.
           05  RS-TEXT         PIC X(100).

       WORKING-STORAGE SECTION.
       01  W-SPOOL-FILENAME    PIC X(512).
       01  W-STATUS            PIC XX.

       LINKAGE SECTION.
       01  L-REPORT        PIC X(8).
       01  L-BRANCH-CODE   PIC X(2).
       01  L-CONTROL       PIC X.
       01  L-TEXT          PIC X(100).

       PROCEDURE DIVISION USING L-REPORT, L-BRANCH-CODE, L-CONTROL,
               L-TEXT.
       APPEND-ENTRY.
           MOVE SPACES TO W-SPOOL-FILENAME.
           STRING 'S:\COBOL\' DELIMITED BY SIZE
               L-REPORT DELIMITED BY SPACE
               '.PRT' DELIMITED BY SIZE
               INTO W-SPOOL-FILENAME.
           OPEN EXTEND SPOOL-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT SPOOL-FILE
           END-IF.
           MOVE L-BRANCH-CODE TO RS-BRANCH.
           MOVE L-CONTROL TO RS-CONTROL.
           MOVE L-TEXT TO RS-TEXT.
           WRITE SPOOL-REC.
           CLOSE SPOOL-FILE.
           GOBACK.
