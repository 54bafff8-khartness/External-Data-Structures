       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-USAGE-ALERT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the usage-alert file: one record per customer, at
      *    the customer's master position the way the billing-address
      *    file is, holding the spending limit the customer asked to
      *    be warned at (zero means the credit class default) and
      *    which alert has already gone out this cycle.  The cycle is
      *    told by the billed-through watermark the alert went out
      *    under; once the next statement moves the watermark, the
      *    alerts are due again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ALERT-FILE ASSIGN TO W-USGALERT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USGALERT-POS
               STATUS IS W-STATUS.

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
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-USGALERT-FILENAME.
           OPEN I-O USAGE-ALERT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT USAGE-ALERT-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open usage alert file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE USAGE-ALERT-FILE
               OPEN I-O USAGE-ALERT-FILE
           END-IF.
           GOBACK.
