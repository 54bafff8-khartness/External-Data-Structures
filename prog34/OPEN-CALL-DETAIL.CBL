      *    position, and the live file holds only what comes after
      *    it -- so every CI-POSITION and archive entry ever written
      *    still resolves, through GET-CALL-DETAIL's map consult.
      *    The date markers (the call detail filename with 'DX'
      *    spliced in, CALLDTLDX.DAT for the live file) are loaded
      *    here too: each call date's first and last position, kept
      *    by ADD-CALL-DETAIL and ADD-CALL-EVENT and handed out by
      *    FIND-CALL-DATE-RANGE so a date-bounded report seeks
      *    straight to its range.  They hold global positions, so
      *    an offload leaves them good.  With no marker file yet
      *    every position already on file is recorded as unmarked,
      *    and the markers start with the next call written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-MAP-STATUS.

           SELECT DATE-MARKER-FILE ASSIGN TO W-MK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-MK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALL-DETAIL EXTERNAL.
           05  MP-TO-POS       PIC 9(9).
           05  MP-YEAR         PIC 9(4).

       FD  DATE-MARKER-FILE.
       01  DATE-MARKER-REC.
           05  MK-DATE         PIC 9(8).
           05  MK-FIRST-POS    PIC 9(9).
           05  MK-LAST-POS     PIC 9(9).
           05  MK-CALLS        PIC 9(9).
      *    the date-zero row up front carries the table's own state
       01  MARKER-CONTROL-REC.
           05  MC-ZERO-DATE    PIC 9(8).
           05  MC-INDEXED-FROM PIC 9(9).
           05  MC-FULL-SW      PIC X.
           05  FILLER          PIC X(17).

       WORKING-STORAGE SECTION.
       01  W-DETAIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-DETAIL-STUFF EXTERNAL.
               10  W-VOL-FROM      PIC 9(9) COMP.
               10  W-VOL-TO        PIC 9(9) COMP.
               10  W-VOL-YEAR      PIC 9(4).
       01  W-DATE-MARKERS EXTERNAL.
           05  W-MK-CHANGED        PIC X.
           05  W-MK-FULL-SW        PIC X.
               88  W-MK-FULL           VALUE 'Y'.
           05  W-MK-INDEXED-FROM   PIC 9(9) COMP.
           05  W-MK-COUNT          PIC 9(4) COMP.
           05  W-MK-ENTRY          OCCURS 4000 TIMES.
               10  W-MK-DATE       PIC 9(8).
               10  W-MK-FIRST      PIC 9(9) COMP.
               10  W-MK-LAST       PIC 9(9) COMP.
               10  W-MK-CALLS      PIC 9(9) COMP.
       01  W-MK-FILENAME EXTERNAL  PIC X(512).
       01  W-MK-BRANCH             PIC XX VALUE 'DX'.
       01  W-MK-STATUS             PIC XX.
       01  W-MK-EOF-SW             PIC X.
           88  W-MK-EOF                VALUE 'Y'.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).
               STOP RUN.
           MOVE 1 TO W-DETAIL-POS.
           READ CALL-DETAIL INTO W-DETAIL-HEADER.
           PERFORM LOAD-DATE-MARKERS.
           PERFORM LOAD-VOLUME-MAP.
           GOBACK.

       LOAD-DATE-MARKERS.
           CALL 'BRANCH-FILENAME' USING L-FILENAME, W-MK-BRANCH,
               W-MK-FILENAME.
           MOVE 0 TO W-MK-COUNT.
           MOVE 'N' TO W-MK-FULL-SW, W-MK-CHANGED, W-MK-EOF-SW.
           OPEN INPUT DATE-MARKER-FILE.
           IF W-MK-STATUS NOT = '00' THEN
               COMPUTE W-MK-INDEXED-FROM = W-DETAIL-FILE-SIZE + 1
               MOVE 'Y' TO W-MK-CHANGED
           ELSE
               MOVE W-DETAIL-FILE-SIZE TO W-MK-INDEXED-FROM
               ADD 1 TO W-MK-INDEXED-FROM
               PERFORM LOAD-ONE-MARKER-ROW UNTIL W-MK-EOF
               CLOSE DATE-MARKER-FILE
           END-IF.

       LOAD-ONE-MARKER-ROW.
           READ DATE-MARKER-FILE
               AT END
                   SET W-MK-EOF TO TRUE
               NOT AT END
                   IF MK-DATE = 0 THEN
                       MOVE MC-INDEXED-FROM TO W-MK-INDEXED-FROM
                       MOVE MC-FULL-SW TO W-MK-FULL-SW
                   ELSE
                       IF W-MK-COUNT < 4000 THEN
                           ADD 1 TO W-MK-COUNT
                           MOVE MK-DATE TO W-MK-DATE(W-MK-COUNT)
                           MOVE MK-FIRST-POS TO W-MK-FIRST(W-MK-COUNT)
                           MOVE MK-LAST-POS TO W-MK-LAST(W-MK-COUNT)
                           MOVE MK-CALLS TO W-MK-CALLS(W-MK-COUNT)
                       END-IF
                   END-IF
           END-READ.

       LOAD-VOLUME-MAP.
           MOVE 0 TO W-VOL-COUNT, W-OFFLOADED-THRU.
           MOVE 'N' TO W-MAP-EOF-SW.
