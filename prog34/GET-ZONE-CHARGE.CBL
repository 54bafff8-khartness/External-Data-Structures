       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-ZONE-CHARGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the monthly zone charge for one rate center from
      *    the zone-charge table: one row per rate center outside the
      *    base rate area, with the tariffed monthly increment a line
      *    served there pays.  A rate center not on the table is base
      *    rate area and answers zero, as does a missing table.  Opens
      *    and closes the table itself, the GET-LISTING-STATUS shape.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZONE-CHARGE-FILE ASSIGN TO W-ZONE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZONE-CHARGE-FILE.
       01  ZONE-CHARGE-REC.
           05  ZC-RATE-CENTER      PIC X(10).
           05  ZC-MONTHLY          PIC 9(3)V99.
           05  ZC-DESCRIPTION      PIC X(20).

       WORKING-STORAGE SECTION.
       01  W-ZONE-FILENAME     PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-ZONE-EOF          VALUE 'Y'.

       LINKAGE SECTION.
       01  L-RATE-CENTER   PIC X(10).
       01  L-MONTHLY       PIC 9(3)V99.
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-RATE-CENTER, L-MONTHLY, L-FILENAME.
       ENTRY-POINT.
           MOVE 0 TO L-MONTHLY.
           MOVE 'N' TO W-EOF-SW.
           IF L-RATE-CENTER = SPACES THEN
               GOBACK.
           MOVE L-FILENAME TO W-ZONE-FILENAME.
           OPEN INPUT ZONE-CHARGE-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-ZONE-EOF.
           CLOSE ZONE-CHARGE-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ ZONE-CHARGE-FILE
               AT END
                   SET W-ZONE-EOF TO TRUE
               NOT AT END
                   IF ZC-RATE-CENTER = L-RATE-CENTER THEN
                       MOVE ZC-MONTHLY TO L-MONTHLY
                       SET W-ZONE-EOF TO TRUE
                   END-IF
           END-READ.
