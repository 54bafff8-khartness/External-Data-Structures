       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-PRINT-TEXT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the language text file (PRTTEXT.DAT) into the
      *    in-memory table TRANSLATE-PRINT-LINE works from.  One row
      *    per printed phrase per language: the language code, the
      *    column the English phrase starts in on the printed line
      *    (zero for anywhere on the line), the English phrase as the
      *    programs print it, and the text to print in its place.
      *    Headings, line descriptions, tax names, plan descriptions
      *    off PLANMST.DAT and feature codes off FEATSUB.DAT all go
      *    through the same rows, so the business keeps the Spanish
      *    wording in one file and no program carries it.  Rows are
      *    kept in file order, because that is the order they are
      *    tried in.  Read once and held for the run, the way
      *    OPEN-PLAN-TABLE holds the plan master; with no file on
      *    hand the table is empty and everything prints in English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRINT-TEXT-FILE ASSIGN TO W-TEXT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-TEXT-FILE.
       01  PRINT-TEXT-REC.
           05  PT-LANGUAGE     PIC X.
           05  PT-COLUMN       PIC 999.
           05  PT-ENGLISH      PIC X(40).
           05  PT-TEXT         PIC X(40).

       WORKING-STORAGE SECTION.
       01  W-TEXT-FILENAME     PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-TEXT-EOF          VALUE 'Y'.
       01  W-LEN               PIC 99 COMP.

       01  W-PRINT-TEXT-TABLE EXTERNAL.
           05  W-PT-COUNT      PIC 999 COMP VALUE 0.
           05  W-PT-ENTRY      OCCURS 500 TIMES.
               10  W-PT-LANGUAGE   PIC X.
               10  W-PT-COLUMN     PIC 999.
               10  W-PT-ENGLISH    PIC X(40).
               10  W-PT-ENG-LEN    PIC 99 COMP.
               10  W-PT-TEXT       PIC X(40).
               10  W-PT-TEXT-LEN   PIC 99 COMP.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-PT-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-TEXT-FILENAME.
           OPEN INPUT PRINT-TEXT-FILE.
           IF W-STATUS NOT = '00' THEN
               DISPLAY "No language text file; printing in English: ",
                   L-FILENAME
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-TEXT-EOF.
           CLOSE PRINT-TEXT-FILE.
           GOBACK.

      *    a row with no English phrase has nothing to match and is
      *    passed over
       LOAD-ONE-ROW.
           READ PRINT-TEXT-FILE
               AT END
                   SET W-TEXT-EOF TO TRUE
               NOT AT END
                   IF PT-ENGLISH NOT = SPACES THEN
                       IF W-PT-COUNT < 500 THEN
                           PERFORM KEEP-ONE-ROW
                       ELSE
                           DISPLAY "Language text table full;",
                               " row ignored."
                       END-IF
                   END-IF
           END-READ.

       KEEP-ONE-ROW.
           ADD 1 TO W-PT-COUNT.
           MOVE PT-LANGUAGE TO W-PT-LANGUAGE(W-PT-COUNT).
           MOVE PT-COLUMN TO W-PT-COLUMN(W-PT-COUNT).
           IF PT-COLUMN NOT NUMERIC THEN
               MOVE 0 TO W-PT-COLUMN(W-PT-COUNT)
           END-IF.
           MOVE PT-ENGLISH TO W-PT-ENGLISH(W-PT-COUNT).
           MOVE PT-TEXT TO W-PT-TEXT(W-PT-COUNT).
           PERFORM FIND-LAST-CHARACTER
               VARYING W-LEN FROM 40 BY -1
               UNTIL W-LEN = 0 OR PT-ENGLISH(W-LEN:1) NOT = SPACE.
           MOVE W-LEN TO W-PT-ENG-LEN(W-PT-COUNT).
           PERFORM FIND-LAST-CHARACTER
               VARYING W-LEN FROM 40 BY -1
               UNTIL W-LEN = 0 OR PT-TEXT(W-LEN:1) NOT = SPACE.
           MOVE W-LEN TO W-PT-TEXT-LEN(W-PT-COUNT).

       FIND-LAST-CHARACTER.
           CONTINUE.
