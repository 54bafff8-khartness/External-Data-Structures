       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-ONE-TIME-CHARGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks one code up in the one-time charge catalog and hands
      *    back its tariffed amount without posting anything, for the
      *    callers that need the figure to go the other way -- a
      *    tariffed credit such as the missed-appointment credit is
      *    priced here and posted by the caller as a credit
      *    adjustment.  A code the catalog doesn't carry comes back
      *    not-found with a zero amount.  Opens the catalog itself
      *    per call, the APPLY-ONE-TIME-CHARGE shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO W-CATALOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           05  OC-CODE             PIC X(4).
           05  OC-DESCRIPTION      PIC X(30).
           05  OC-AMOUNT           PIC 9(5)V99.
           05  OC-GL-SOURCE        PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CATALOG-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-CATALOG-EOF       VALUE 'Y'.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
       01  L-CHARGE-CODE   PIC X(4).
       01  L-AMOUNT        PIC 9(5)V99.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-STATUS, L-CHARGE-CODE, L-AMOUNT,
               L-FILENAME.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           MOVE 0 TO L-AMOUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-CATALOG-FILENAME.
           OPEN INPUT CATALOG-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM FIND-ONE-CODE UNTIL W-CATALOG-EOF.
           CLOSE CATALOG-FILE.
           GOBACK.

       FIND-ONE-CODE.
           READ CATALOG-FILE
               AT END
                   SET W-CATALOG-EOF TO TRUE
               NOT AT END
                   IF OC-CODE = L-CHARGE-CODE THEN
                       SET STATUS-OK TO TRUE
                       MOVE OC-AMOUNT TO L-AMOUNT
                       SET W-CATALOG-EOF TO TRUE
                   END-IF
           END-READ.
