       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           REPORT-BURST.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Morning distribution run for the reports that break by
      *    branch office.  The distribution table (DISTRIB.DAT, kept
      *    by hand like the retention schedule) says who gets each
      *    report: one row per report, branch, and department, with
      *    the number of copies (branch HO or blank is head office).
      *    For every report named there, the report's spool --
      *    ZEROUSE, DUNNING, TICKLER, DISPATCH, as WRITE-REPORT-LINE
      *    built it overnight -- is split into one
      *    piece per branch through BRANCH-FILENAME (DUNNING.PRT for
      *    branch 01 is DUNNING01.PRT; head office's piece takes the
      *    code HO), each piece carrying the headings every branch
      *    shares and only its own office's lines.  An office on the
      *    table that had nothing gets a headings-only piece marked
      *    NO ITEMS, so an empty list is never mistaken for a lost
      *    one.  Pages are counted as the pieces are written, a new
      *    page at every page-eject line and every
      *    DL100_PAGE_LINES lines (default 60).
      *    The manifest (MANIFEST.PRT) lists every piece against
      *    its recipients with copies and pages; a report whose
      *    spool is missing or empty prints NOT PRODUCED against
      *    every recipient, and lines for a branch nobody is down
      *    for print as NO RECIPIENT, so a gap is caught the same
      *    morning instead of when an office calls.  Each spool is
      *    emptied once it is burst.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-FILE ASSIGN TO W-DIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-DIST-STATUS.

           SELECT SPOOL-FILE ASSIGN TO W-SPOOL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SPOOL-STATUS.

           SELECT PIECE-FILE ASSIGN TO W-PIECE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PIECE-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO W-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTRIBUTION-FILE.
       01  DISTRIBUTION-REC.
           05  DS-REPORT       PIC X(8).
           05  DS-BRANCH       PIC X(2).
           05  DS-DEPARTMENT   PIC X(20).
           05  DS-COPIES       PIC 99.

       FD  SPOOL-FILE.
       01  SPOOL-REC.
           05  RS-BRANCH       PIC X(2).
           05  RS-CONTROL      PIC X.
           05  RS-TEXT         PIC X(100).

       FD  PIECE-FILE.
       01  PIECE-REC.
           05  PC-CONTROL      PIC X.
           05  PC-TEXT         PIC X(100).

       FD  MANIFEST-FILE.
       01  PRINT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  W-DIST-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\DISTRIB.DAT'.
       01  W-MANIFEST-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\MANIFEST.PRT'.
       01  W-SPOOL-FILENAME    PIC X(512).
       01  W-PIECE-FILENAME    PIC X(512).
       01  W-DIST-STATUS       PIC XX.
       01  W-SPOOL-STATUS      PIC XX.
       01  W-PIECE-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-FILE-EOF          VALUE 'Y'.

       01  W-TODAY             PIC 9(8).
       01  W-PAGE-LINES        PIC 9(3).

      *    Recipients as the table lists them
       01  W-DIST-TABLE.
           05  W-DIST-COUNT    PIC 999 COMP VALUE 0.
           05  W-DIST-ENTRY    OCCURS 200 TIMES.
               10  W-DS-REPORT     PIC X(8).
               10  W-DS-BRANCH     PIC X(2).
               10  W-DS-DEPARTMENT PIC X(20).
               10  W-DS-COPIES     PIC 99.
       01  W-DIST-SUB          PIC 999 COMP.

      *    Each report named on the table, once
       01  W-REPORT-TABLE.
           05  W-RPT-COUNT     PIC 99 COMP VALUE 0.
           05  W-RPT-NAME      PIC X(8) OCCURS 20 TIMES.
       01  W-RPT-SUB           PIC 99 COMP.
       01  W-RPT-HIT           PIC 99 COMP.

      *    Branches of the report being burst: every branch with
      *    lines in the spool and every branch on the table for it
       01  W-BRANCH-TABLE.
           05  W-BR-COUNT      PIC 99 COMP VALUE 0.
           05  W-BR-ENTRY      OCCURS 60 TIMES.
               10  W-BR-CODE       PIC X(2).
               10  W-BR-LINES      PIC 9(7) COMP.
               10  W-BR-PAGES      PIC 9(5) COMP.
       01  W-BR-SUB            PIC 99 COMP.
       01  W-BR-HIT            PIC 99 COMP.
       01  W-LOOK-BRANCH       PIC X(2).

       01  W-SPOOL-LINES       PIC 9(7) COMP.
       01  W-LINES-ON-PAGE     PIC 9(5) COMP.
       01  W-PIECE-CODE        PIC X(2).
       01  W-PIECE-NAME        PIC X(16).
       01  W-RECIPIENT-SW      PIC X.
           88  W-RECIPIENT-FOUND   VALUE 'Y'.

       01  W-PIECES-WRITTEN    PIC 9(5) COMP VALUE 0.
       01  W-PAGES-WRITTEN     PIC 9(7) COMP VALUE 0.
       01  W-SHEETS-TO-PRINT   PIC 9(7) COMP VALUE 0.
       01  W-REPORTS-MISSING   PIC 99 COMP VALUE 0.
       01  W-UNDISTRIBUTED     PIC 9(5) COMP VALUE 0.

       01  W-MANIFEST-LINE.
           05  ML-REPORT       PIC X(8).
           05  FILLER          PIC X(2).
           05  ML-BRANCH       PIC X(2).
           05  FILLER          PIC X(3).
           05  ML-DEPARTMENT   PIC X(20).
           05  FILLER          PIC X.
           05  ML-COPIES       PIC ZZ9.
           05  FILLER          PIC X(2).
           05  ML-PAGES        PIC ZZ,ZZ9.
           05  FILLER          PIC X(2).
           05  ML-PIECE        PIC X(16).
           05  FILLER          PIC X.
           05  ML-NOTE         PIC X(20).
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "REPORT BURST AND DISTRIBUTION".
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-PAGE-LINES FROM ENVIRONMENT "DL100_PAGE_LINES".
           IF W-PAGE-LINES = 0 THEN
               MOVE 60 TO W-PAGE-LINES
           END-IF.

           PERFORM LOAD-DISTRIBUTION.
           IF W-DIST-COUNT = 0 THEN
               DISPLAY "NO DISTRIBUTION TABLE ON FILE; NOTHING BURST."
               STOP RUN
           END-IF.

           OPEN OUTPUT MANIFEST-FILE.
           PERFORM WRITE-MANIFEST-HEADING.
           PERFORM BURST-ONE-REPORT THRU BURST-ONE-REPORT-EXIT
               VARYING W-RPT-SUB FROM 1 BY 1
               UNTIL W-RPT-SUB > W-RPT-COUNT.
           PERFORM WRITE-MANIFEST-TOTALS.
           CLOSE MANIFEST-FILE.

           DISPLAY " ".
           MOVE W-PIECES-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  PIECES WRITTEN:        ", W-SHOW-COUNT.
           MOVE W-PAGES-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "  PAGES WRITTEN:         ", W-SHOW-COUNT.
           MOVE W-SHEETS-TO-PRINT TO W-SHOW-COUNT.
           DISPLAY "  PAGES TO PRINT:        ", W-SHOW-COUNT.
           IF W-REPORTS-MISSING NOT = 0 THEN
               MOVE W-REPORTS-MISSING TO W-SHOW-COUNT
               DISPLAY "  REPORTS NOT PRODUCED:  ", W-SHOW-COUNT
           END-IF.
           IF W-UNDISTRIBUTED NOT = 0 THEN
               MOVE W-UNDISTRIBUTED TO W-SHOW-COUNT
               DISPLAY "  PIECES NO RECIPIENT:   ", W-SHOW-COUNT
           END-IF.
           DISPLAY "MANIFEST WRITTEN TO MANIFEST.PRT.".
           STOP RUN.

      *----------------------------------------------------------------
      *    TABLE -- the distribution rows, and the reports they name
      *----------------------------------------------------------------
       LOAD-DISTRIBUTION.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT DISTRIBUTION-FILE.
           IF W-DIST-STATUS NOT = '00' THEN
               SET W-FILE-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-DIST-ROW THRU LOAD-ONE-DIST-ROW-EXIT
               UNTIL W-FILE-EOF.
           IF W-DIST-STATUS = '00' OR W-DIST-STATUS = '10' THEN
               CLOSE DISTRIBUTION-FILE
           END-IF.

       LOAD-ONE-DIST-ROW.
           READ DISTRIBUTION-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
                   GO TO LOAD-ONE-DIST-ROW-EXIT
           END-READ.
           IF DS-REPORT = SPACES OR DS-REPORT(1:1) = '*' THEN
               GO TO LOAD-ONE-DIST-ROW-EXIT.
           IF W-DIST-COUNT >= 200 THEN
               DISPLAY "  DISTRIBUTION TABLE FULL; ROW FOR ",
                   DS-REPORT, " ", DS-BRANCH, " IGNORED"
               GO TO LOAD-ONE-DIST-ROW-EXIT.
           ADD 1 TO W-DIST-COUNT.
           MOVE DS-REPORT TO W-DS-REPORT(W-DIST-COUNT).
           IF DS-BRANCH = 'HO' THEN
               MOVE SPACES TO W-DS-BRANCH(W-DIST-COUNT)
           ELSE
               MOVE DS-BRANCH TO W-DS-BRANCH(W-DIST-COUNT)
           END-IF.
           MOVE DS-DEPARTMENT TO W-DS-DEPARTMENT(W-DIST-COUNT).
           IF DS-COPIES IS NUMERIC AND DS-COPIES NOT = 0 THEN
               MOVE DS-COPIES TO W-DS-COPIES(W-DIST-COUNT)
           ELSE
               MOVE 1 TO W-DS-COPIES(W-DIST-COUNT)
           END-IF.

           MOVE 0 TO W-RPT-HIT.
           PERFORM MATCH-ONE-REPORT
               VARYING W-RPT-SUB FROM 1 BY 1
               UNTIL W-RPT-SUB > W-RPT-COUNT OR W-RPT-HIT NOT = 0.
           IF W-RPT-HIT = 0 THEN
               IF W-RPT-COUNT < 20 THEN
                   ADD 1 TO W-RPT-COUNT
                   MOVE DS-REPORT TO W-RPT-NAME(W-RPT-COUNT)
               ELSE
                   DISPLAY "  TOO MANY REPORTS; ", DS-REPORT,
                       " NOT BURST"
               END-IF
           END-IF.
       LOAD-ONE-DIST-ROW-EXIT.
           CONTINUE.

       MATCH-ONE-REPORT.
           IF W-RPT-NAME(W-RPT-SUB) = DS-REPORT THEN
               MOVE W-RPT-SUB TO W-RPT-HIT
           END-IF.

      *----------------------------------------------------------------
      *    BURST -- one report: find its branches, write a piece for
      *    each, list the pieces against the recipients, empty it.
      *----------------------------------------------------------------
       BURST-ONE-REPORT.
           MOVE 0 TO W-BR-COUNT.
           MOVE 0 TO W-SPOOL-LINES.
           MOVE SPACES TO W-SPOOL-FILENAME.
           STRING 'S:\COBOL\' DELIMITED BY SIZE
               W-RPT-NAME(W-RPT-SUB) DELIMITED BY SPACE
               '.PRT' DELIMITED BY SIZE
               INTO W-SPOOL-FILENAME.
           PERFORM SCAN-SPOOL.

           IF W-SPOOL-LINES = 0 THEN
               ADD 1 TO W-REPORTS-MISSING
               DISPLAY "  NOT PRODUCED: ", W-RPT-NAME(W-RPT-SUB)
               PERFORM LIST-NOT-PRODUCED
                   VARYING W-DIST-SUB FROM 1 BY 1
                   UNTIL W-DIST-SUB > W-DIST-COUNT
               GO TO BURST-ONE-REPORT-EXIT.

           PERFORM ADD-RECIPIENT-BRANCH
               VARYING W-DIST-SUB FROM 1 BY 1
               UNTIL W-DIST-SUB > W-DIST-COUNT.
           PERFORM BURST-ONE-PIECE
               VARYING W-BR-SUB FROM 1 BY 1
               UNTIL W-BR-SUB > W-BR-COUNT.
           PERFORM LIST-ONE-PIECE
               VARYING W-BR-SUB FROM 1 BY 1
               UNTIL W-BR-SUB > W-BR-COUNT.

           OPEN OUTPUT SPOOL-FILE.
           CLOSE SPOOL-FILE.
       BURST-ONE-REPORT-EXIT.
           CONTINUE.

       SCAN-SPOOL.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT SPOOL-FILE.
           IF W-SPOOL-STATUS NOT = '00' THEN
               SET W-FILE-EOF TO TRUE
           END-IF.
           PERFORM SCAN-ONE-SPOOL-LINE UNTIL W-FILE-EOF.
           IF W-SPOOL-STATUS = '00' OR W-SPOOL-STATUS = '10' THEN
               CLOSE SPOOL-FILE
           END-IF.

       SCAN-ONE-SPOOL-LINE.
           READ SPOOL-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W-SPOOL-LINES
                   IF RS-BRANCH NOT = '**' THEN
                       MOVE RS-BRANCH TO W-LOOK-BRANCH
                       PERFORM NOTE-BRANCH
                       IF W-BR-HIT NOT = 0 THEN
                           ADD 1 TO W-BR-LINES(W-BR-HIT)
                       END-IF
                   END-IF
           END-READ.

       ADD-RECIPIENT-BRANCH.
           IF W-DS-REPORT(W-DIST-SUB) = W-RPT-NAME(W-RPT-SUB) THEN
               MOVE W-DS-BRANCH(W-DIST-SUB) TO W-LOOK-BRANCH
               PERFORM NOTE-BRANCH
           END-IF.

      *    finds W-LOOK-BRANCH in the branch table, adding it if new;
      *    W-BR-HIT is 0 only when the table has no room left
       NOTE-BRANCH.
           MOVE 0 TO W-BR-HIT.
           PERFORM MATCH-ONE-BRANCH
               VARYING W-BR-SUB FROM 1 BY 1
               UNTIL W-BR-SUB > W-BR-COUNT OR W-BR-HIT NOT = 0.
           IF W-BR-HIT = 0 THEN
               IF W-BR-COUNT < 60 THEN
                   ADD 1 TO W-BR-COUNT
                   MOVE W-BR-COUNT TO W-BR-HIT
                   MOVE W-LOOK-BRANCH TO W-BR-CODE(W-BR-HIT)
                   MOVE 0 TO W-BR-LINES(W-BR-HIT)
                   MOVE 0 TO W-BR-PAGES(W-BR-HIT)
               ELSE
                   DISPLAY "  BRANCH TABLE FULL; BRANCH ",
                       W-LOOK-BRANCH, " OF ", W-RPT-NAME(W-RPT-SUB),
                       " NOT BURST"
               END-IF
           END-IF.

       MATCH-ONE-BRANCH.
           IF W-BR-CODE(W-BR-SUB) = W-LOOK-BRANCH THEN
               MOVE W-BR-SUB TO W-BR-HIT
           END-IF.

      *    head office's piece needs a code of its own; spaces would
      *    hand back the spool's own name
       BURST-ONE-PIECE.
           IF W-BR-CODE(W-BR-SUB) = SPACES THEN
               MOVE 'HO' TO W-PIECE-CODE
           ELSE
               MOVE W-BR-CODE(W-BR-SUB) TO W-PIECE-CODE
           END-IF.
           CALL 'BRANCH-FILENAME' USING W-SPOOL-FILENAME,
               W-PIECE-CODE, W-PIECE-FILENAME.
           MOVE 0 TO W-LINES-ON-PAGE.
           OPEN OUTPUT PIECE-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT SPOOL-FILE.
           PERFORM COPY-ONE-SPOOL-LINE UNTIL W-FILE-EOF.
           CLOSE SPOOL-FILE.
           CLOSE PIECE-FILE.
           ADD 1 TO W-PIECES-WRITTEN.
           ADD W-BR-PAGES(W-BR-SUB) TO W-PAGES-WRITTEN.

       COPY-ONE-SPOOL-LINE.
           READ SPOOL-FILE
               AT END
                   SET W-FILE-EOF TO TRUE
               NOT AT END
                   IF RS-BRANCH = '**' OR
                           RS-BRANCH = W-BR-CODE(W-BR-SUB) THEN
                       PERFORM WRITE-PIECE-LINE
                   END-IF
           END-READ.

      *    the first line of a piece, every eject, and every full
      *    page start a new page
       WRITE-PIECE-LINE.
           MOVE RS-TEXT TO PC-TEXT.
           ADD 1 TO W-LINES-ON-PAGE.
           IF W-BR-PAGES(W-BR-SUB) = 0 OR RS-CONTROL = '1' OR
                   W-LINES-ON-PAGE > W-PAGE-LINES THEN
               MOVE '1' TO PC-CONTROL
               ADD 1 TO W-BR-PAGES(W-BR-SUB)
               MOVE 1 TO W-LINES-ON-PAGE
           ELSE
               MOVE SPACE TO PC-CONTROL
           END-IF.
           WRITE PIECE-REC.

      *----------------------------------------------------------------
      *    MANIFEST
      *----------------------------------------------------------------
       WRITE-MANIFEST-HEADING.
           MOVE SPACES TO PRINT-LINE.
           STRING "REPORT DISTRIBUTION MANIFEST - " DELIMITED BY SIZE
               W-TODAY DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "REPORT    BR   DEPARTMENT           COPIES  PAGES"
                   DELIMITED BY SIZE
               "  PIECE            NOTE" DELIMITED BY SIZE
               INTO PRINT-LINE.
           WRITE PRINT-LINE.

       LIST-NOT-PRODUCED.
           IF W-DS-REPORT(W-DIST-SUB) = W-RPT-NAME(W-RPT-SUB) THEN
               MOVE SPACES TO W-MANIFEST-LINE
               MOVE W-DS-REPORT(W-DIST-SUB) TO ML-REPORT
               MOVE W-DS-BRANCH(W-DIST-SUB) TO ML-BRANCH
               IF ML-BRANCH = SPACES THEN
                   MOVE 'HO' TO ML-BRANCH
               END-IF
               MOVE W-DS-DEPARTMENT(W-DIST-SUB) TO ML-DEPARTMENT
               MOVE W-DS-COPIES(W-DIST-SUB) TO ML-COPIES
               MOVE 0 TO ML-PAGES
               MOVE '*** NOT PRODUCED ***' TO ML-NOTE
               MOVE W-MANIFEST-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LIST-ONE-PIECE.
           MOVE SPACES TO W-PIECE-NAME.
           IF W-BR-CODE(W-BR-SUB) = SPACES THEN
               MOVE 'HO' TO W-PIECE-CODE
           ELSE
               MOVE W-BR-CODE(W-BR-SUB) TO W-PIECE-CODE
           END-IF.
           STRING W-RPT-NAME(W-RPT-SUB) DELIMITED BY SPACE
               W-PIECE-CODE DELIMITED BY SIZE
               '.PRT' DELIMITED BY SIZE
               INTO W-PIECE-NAME.
           MOVE 'N' TO W-RECIPIENT-SW.
           PERFORM LIST-ONE-RECIPIENT
               VARYING W-DIST-SUB FROM 1 BY 1
               UNTIL W-DIST-SUB > W-DIST-COUNT.
           IF NOT W-RECIPIENT-FOUND THEN
               ADD 1 TO W-UNDISTRIBUTED
               MOVE SPACES TO W-MANIFEST-LINE
               MOVE W-RPT-NAME(W-RPT-SUB) TO ML-REPORT
               MOVE W-PIECE-CODE TO ML-BRANCH
               MOVE 0 TO ML-COPIES
               MOVE W-BR-PAGES(W-BR-SUB) TO ML-PAGES
               MOVE W-PIECE-NAME TO ML-PIECE
               MOVE '*** NO RECIPIENT ***' TO ML-NOTE
               MOVE W-MANIFEST-LINE TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF.

       LIST-ONE-RECIPIENT.
           IF W-DS-REPORT(W-DIST-SUB) = W-RPT-NAME(W-RPT-SUB) AND
                   W-DS-BRANCH(W-DIST-SUB) = W-BR-CODE(W-BR-SUB) THEN
               SET W-RECIPIENT-FOUND TO TRUE
               MOVE SPACES TO W-MANIFEST-LINE
               MOVE W-RPT-NAME(W-RPT-SUB) TO ML-REPORT
               MOVE W-PIECE-CODE TO ML-BRANCH
               MOVE W-DS-DEPARTMENT(W-DIST-SUB) TO ML-DEPARTMENT
               MOVE W-DS-COPIES(W-DIST-SUB) TO ML-COPIES
               MOVE W-BR-PAGES(W-BR-SUB) TO ML-PAGES
               MOVE W-PIECE-NAME TO ML-PIECE
               IF W-BR-LINES(W-BR-SUB) = 0 THEN
                   MOVE 'NO ITEMS' TO ML-NOTE
               END-IF
               MOVE W-MANIFEST-LINE TO PRINT-LINE
               WRITE PRINT-LINE
               COMPUTE W-SHEETS-TO-PRINT = W-SHEETS-TO-PRINT +
                   W-BR-PAGES(W-BR-SUB) * W-DS-COPIES(W-DIST-SUB)
           END-IF.

       WRITE-MANIFEST-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-PIECES-WRITTEN TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PIECES WRITTEN:       " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-PAGES-WRITTEN TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAGES WRITTEN:        " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-SHEETS-TO-PRINT TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PAGES TO PRINT:       " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-REPORTS-MISSING TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "REPORTS NOT PRODUCED: " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE W-UNDISTRIBUTED TO W-SHOW-COUNT.
           MOVE SPACES TO PRINT-LINE.
           STRING "PIECES NO RECIPIENT:  " DELIMITED BY SIZE
               W-SHOW-COUNT DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
