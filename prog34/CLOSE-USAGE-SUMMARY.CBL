       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-USAGE-SUMMARY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the monthly usage summary file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-SUMMARY-FILE ASSIGN TO W-USAGESUM-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USAGESUM-POS.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE USAGE-SUMMARY-FILE.
           GOBACK.
