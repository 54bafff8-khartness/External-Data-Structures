       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-ALERT-SENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Marks an alert as sent: the level (75 or 100 percent) and
      *    the billed-through watermark of the cycle it was sent in,
      *    stamped with today's date.  The customer's chosen limit is
      *    carried as it was.  The nightly alert run journals the
      *    alert itself; this only keeps it from going out twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ALERT-FILE ASSIGN TO W-USGALERT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USGALERT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-ALERT-FILE EXTERNAL.
       01  USAGE-ALERT-REC.
           05  UA-LIMIT            PIC 9(5)V99.
           05  UA-CYCLE-MARK       PIC 9(9).
           05  UA-LEVEL-SENT       PIC 9(3).
           05  UA-ALERT-DATE       PIC 9(8).
           05  FILLER              PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-USGALERT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-USGALERT-FILENAME EXTERNAL PIC X(512).
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CYCLE-MARK    PIC 9(9) COMP.
       01  L-LEVEL-SENT    PIC 9(3).

       PROCEDURE DIVISION USING L-POSITION, L-CYCLE-MARK,
               L-LEVEL-SENT.
       ENTRY-POINT.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-USGALERT-POS.
           READ USAGE-ALERT-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO USAGE-ALERT-REC
                   MOVE 0 TO UA-LIMIT
           END-READ.
           MOVE L-CYCLE-MARK TO UA-CYCLE-MARK.
           MOVE L-LEVEL-SENT TO UA-LEVEL-SENT.
           ACCEPT UA-ALERT-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE USAGE-ALERT-REC
           ELSE
               REWRITE USAGE-ALERT-REC
           END-IF.
           GOBACK.
