       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POST-USAGE-SUMMARY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Records one billed month's usage for an account, filling
      *    in the month's total minutes and dollars on the way.  The
      *    month replaces whatever the slot held, so a cycle rerun
      *    restates its month rather than doubling it.

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
       01  W-SLOT-MONTH                PIC 9(6).
       01  W-SLOT-MONTH-PARTS REDEFINES W-SLOT-MONTH.
           05  W-SLOT-YYYY             PIC 9(4).
           05  W-SLOT-MM               PIC 99.
       01  W-MONTH-COUNT               PIC 9(7) COMP.
       01  W-QUOTIENT                  PIC 9(7) COMP.
       01  W-SLOT                      PIC 99 COMP.
       01  W-CLASS-SUB                 PIC 9 COMP.
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-MONTH         PIC 9(6).
       01  L-USAGE.
           05  L-MU-CLASS          OCCURS 4 TIMES.
               10  L-MU-CALLS          PIC 9(5).
               10  L-MU-MINUTES        PIC 9(7).
               10  L-MU-DOLLARS        PIC 9(7)V99.
           05  L-MU-FEATURES       PIC 9(5).
           05  L-MU-FEATURE-DOLLARS PIC 9(7)V99.
           05  L-MU-TOTAL-MINUTES  PIC 9(7).
           05  L-MU-TOTAL-DOLLARS  PIC 9(7)V99.

       PROCEDURE DIVISION USING L-POSITION, L-MONTH, L-USAGE.
       ENTRY-POINT.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE 0 TO L-MU-TOTAL-MINUTES.
           MOVE L-MU-FEATURE-DOLLARS TO L-MU-TOTAL-DOLLARS.
           PERFORM ADD-ONE-CLASS
               VARYING W-CLASS-SUB FROM 1 BY 1
               UNTIL W-CLASS-SUB > 4.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-USAGESUM-POS.
           READ USAGE-SUMMARY-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE ZEROS TO USAGE-SUMMARY-REC
           END-READ.
      *    thirteen slots, one per month counted from year zero
      *    modulo thirteen, so this month and the same month last
      *    year never share one; a slot whose month has moved on is
      *    simply overwritten
           MOVE L-MONTH TO W-SLOT-MONTH.
           COMPUTE W-MONTH-COUNT = W-SLOT-YYYY * 12 + W-SLOT-MM.
           DIVIDE W-MONTH-COUNT BY 13 GIVING W-QUOTIENT
               REMAINDER W-SLOT.
           ADD 1 TO W-SLOT.
           MOVE L-MONTH TO US-MONTH(W-SLOT).
           MOVE L-USAGE TO US-USAGE(W-SLOT).
           IF W-NEW-RECORD THEN
               WRITE USAGE-SUMMARY-REC
           ELSE
               REWRITE USAGE-SUMMARY-REC
           END-IF.
           GOBACK.

       ADD-ONE-CLASS.
           ADD L-MU-MINUTES(W-CLASS-SUB) TO L-MU-TOTAL-MINUTES.
           ADD L-MU-DOLLARS(W-CLASS-SUB) TO L-MU-TOTAL-DOLLARS.
