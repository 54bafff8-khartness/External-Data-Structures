       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-TECH-CAPACITY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the technician capacity file: an
      *    exchange (NPA-NXX), a date, and the number of install
      *    technicians working it that day.  A date of zero is the
      *    exchange's standing crew, used on any day without a row of
      *    its own.  Append-only, latest row per exchange and date
      *    wins, the listing-status convention.  Each change journals
      *    as TECH-CAPACITY with the exchange, date and count.

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
       01  W-JOURNAL-OP        PIC X(15) VALUE 'TECH-CAPACITY'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-NPANXX        PIC 9(6).
       01  L-DATE          PIC 9(8).
       01  L-TECHS         PIC 99.
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-NPANXX, L-DATE, L-TECHS,
               L-OPERATOR, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-CAPACITY-FILENAME.
           OPEN EXTEND CAPACITY-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CAPACITY-FILE
           END-IF.
           MOVE L-NPANXX TO TK-NPANXX.
           MOVE L-DATE TO TK-DATE.
           MOVE L-TECHS TO TK-TECHS.
           MOVE L-OPERATOR TO TK-OPERATOR.
           ACCEPT TK-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE CAPACITY-REC.
           CLOSE CAPACITY-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-NPANXX TO W-JOURNAL-KEY(1:6).
           MOVE L-DATE TO W-JOURNAL-KEY(8:8).
           MOVE L-TECHS TO W-JOURNAL-KEY(17:2).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
