       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-TOLL-FREE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the toll-free number file into the table FIND-TOLL-
      *    FREE and the cycle run look at.  One row per assignment of
      *    an 8XX number: the owning account's master position, the
      *    local line the number translates to and rings, the plan
      *    code of its tariff rows in the rate table, whether it is
      *    in service ('A') or disconnected ('X'), and the dates it
      *    went in and came out.  A number given up and reassigned
      *    later gets a new row, so each call bills whoever owned the
      *    number on the day it was made.  Small enough to hold for
      *    the run like the plan master; TOLL-FREE-MAINTENANCE
      *    rewrites it whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOLL-FREE-FILE ASSIGN TO W-TOLL-FREE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLL-FREE-FILE.
       01  TOLL-FREE-REC.
           05  TF-NUMBER           PIC 9(10).
           05  TF-MASTER-POS       PIC 9(9).
           05  TF-TERM-PHONE       PIC 9(10).
           05  TF-TARIFF           PIC X(4).
           05  TF-STATUS           PIC X.
           05  TF-ACTIVE-DATE      PIC 9(8).
           05  TF-DISC-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-TOLL-FREE-FILENAME    PIC X(512).
       01  W-STATUS                PIC XX.
       01  W-EOF-SW                PIC X VALUE 'N'.
           88  W-TOLL-FREE-EOF         VALUE 'Y'.

       01  W-TOLL-FREE-TABLE EXTERNAL.
           05  W-TOLL-FREE-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-TOLL-FREE-ENTRY   OCCURS 500 TIMES.
               10  W-TF-NUMBER         PIC 9(10).
               10  W-TF-MASTER-POS     PIC 9(9).
               10  W-TF-TERM-PHONE     PIC 9(10).
               10  W-TF-TARIFF         PIC X(4).
               10  W-TF-STATUS         PIC X.
               10  W-TF-ACTIVE-DATE    PIC 9(8).
               10  W-TF-DISC-DATE      PIC 9(8).

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-TOLL-FREE-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-TOLL-FREE-FILENAME.
           OPEN INPUT TOLL-FREE-FILE.
      *    no file yet just means no toll-free numbers in service
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-TOLL-FREE-EOF.
           CLOSE TOLL-FREE-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ TOLL-FREE-FILE
               AT END
                   SET W-TOLL-FREE-EOF TO TRUE
               NOT AT END
                   IF W-TOLL-FREE-COUNT < 500 THEN
                       ADD 1 TO W-TOLL-FREE-COUNT
                       MOVE TF-NUMBER TO W-TF-NUMBER(W-TOLL-FREE-COUNT)
                       MOVE TF-MASTER-POS
                           TO W-TF-MASTER-POS(W-TOLL-FREE-COUNT)
                       MOVE TF-TERM-PHONE
                           TO W-TF-TERM-PHONE(W-TOLL-FREE-COUNT)
                       MOVE TF-TARIFF TO W-TF-TARIFF(W-TOLL-FREE-COUNT)
                       MOVE TF-STATUS TO W-TF-STATUS(W-TOLL-FREE-COUNT)
                       MOVE TF-ACTIVE-DATE
                           TO W-TF-ACTIVE-DATE(W-TOLL-FREE-COUNT)
                       MOVE TF-DISC-DATE
                           TO W-TF-DISC-DATE(W-TOLL-FREE-COUNT)
                   ELSE
                       DISPLAY "Toll-free table full; row ignored."
                   END-IF
           END-READ.
