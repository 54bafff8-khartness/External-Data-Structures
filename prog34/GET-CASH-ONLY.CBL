       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CASH-ONLY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Answers whether an account is held to cash or certified
      *    funds: 'Y' when the latest row on the cash-only file for
      *    its master position says so, 'N' otherwise, including an
      *    account that never had a row.  RETURNED-CHECK-INTAKE sets
      *    the restriction after repeated bounced checks; POST-
      *    PAYMENTS and LOCKBOX-INTAKE hold such an account's
      *    personal checks in suspense.  Opens and closes the file
      *    itself, the GET-LISTING-STATUS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-ONLY-FILE ASSIGN TO W-CASHONLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-ONLY-FILE.
       01  CASH-ONLY-REC.
           05  CO-MASTER-POS       PIC 9(9).
           05  CO-CASH-ONLY        PIC X.
           05  CO-OPERATOR         PIC X(8).
           05  CO-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CASHONLY-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-CASHONLY-EOF      VALUE 'Y'.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CASH-ONLY     PIC X.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-CASH-ONLY, L-FILENAME.
       ENTRY-POINT.
           MOVE 'N' TO L-CASH-ONLY.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-CASHONLY-FILENAME.
           OPEN INPUT CASH-ONLY-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-CASHONLY-EOF.
           CLOSE CASH-ONLY-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ CASH-ONLY-FILE
               AT END
                   SET W-CASHONLY-EOF TO TRUE
               NOT AT END
                   IF CO-MASTER-POS = L-POSITION THEN
                       MOVE CO-CASH-ONLY TO L-CASH-ONLY
                   END-IF
           END-READ.
