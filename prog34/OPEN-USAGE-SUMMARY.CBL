       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-USAGE-SUMMARY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the monthly usage summary: one record per billed
      *    account, at the account's master position, holding the
      *    last thirteen billed months.  Each month carries calls,
      *    minutes and dollars by distance class (local, intraLATA,
      *    long distance, international) plus feature charges, as
      *    BILL-CYCLE-RUN rated them when the month's statement
      *    went out.  The statements' twelve-month history and the
      *    month-end reports read it back instead of re-walking the
      *    call detail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-SUMMARY-FILE ASSIGN TO W-USAGESUM-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USAGESUM-POS
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-SUMMARY-FILE EXTERNAL.
       01  USAGE-SUMMARY-REC.
           05  US-SLOT             OCCURS 13 TIMES.
               10  US-MONTH            PIC 9(6).
               10  US-USAGE.
                   15  US-CLASS        OCCURS 4 TIMES.
                       20  US-CALLS        PIC 9(5).
                       20  US-MINUTES      PIC 9(7).
                       20  US-DOLLARS      PIC 9(7)V99.
                   15  US-FEATURES         PIC 9(5).
                   15  US-FEATURE-DOLLARS  PIC 9(7)V99.
                   15  US-TOTAL-MINUTES    PIC 9(7).
                   15  US-TOTAL-DOLLARS    PIC 9(7)V99.
           05  FILLER              PIC X(20).

       WORKING-STORAGE SECTION.
       01  W-USAGESUM-POS EXTERNAL     PIC 9(9) COMP.
       01  W-USAGESUM-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-USAGESUM-FILENAME.
           OPEN I-O USAGE-SUMMARY-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT USAGE-SUMMARY-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open usage summary file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE USAGE-SUMMARY-FILE
               OPEN I-O USAGE-SUMMARY-FILE
           END-IF.
           GOBACK.
