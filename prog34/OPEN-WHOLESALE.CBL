       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-WHOLESALE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the wholesale file: one record per account that is
      *    either a reseller -- with the discount off retail its
      *    wholesale contract gives and the contract reference -- or
      *    an end user whose lines the reseller is billed for, with
      *    the reseller's master position.  Kept at the account's
      *    master position the way the contract file is.  Raises the
      *    open switch GET-WHOLESALE and SET-WHOLESALE look at, so a
      *    program that never opens the file bills everyone retail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHOLESALE-FILE ASSIGN TO W-WHOLESALE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-WHOLESALE-POS
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WHOLESALE-FILE EXTERNAL.
       01  WHOLESALE-REC.
           05  WH-ROLE             PIC X.
               88  WH-RESELLER         VALUE 'R'.
               88  WH-END-USER         VALUE 'E'.
           05  WH-DISCOUNT-PCT     PIC 99V99.
           05  WH-CONTRACT-REF     PIC X(12).
           05  WH-RESELLER-POS     PIC 9(9).
           05  WH-SINCE-DATE       PIC 9(8).
           05  FILLER              PIC X(10).

       WORKING-STORAGE SECTION.
       01  W-WHOLESALE-POS EXTERNAL    PIC 9(9) COMP.
       01  W-WHOLESALE-FILENAME EXTERNAL PIC X(512).
       01  W-WHOLESALE-OPEN-SW EXTERNAL PIC X.
           88  W-WHOLESALE-OPEN            VALUE 'Y'.
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-WHOLESALE-FILENAME.
           OPEN I-O WHOLESALE-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT WHOLESALE-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open wholesale file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE WHOLESALE-FILE
               OPEN I-O WHOLESALE-FILE
           END-IF.
           SET W-WHOLESALE-OPEN TO TRUE.
           GOBACK.
