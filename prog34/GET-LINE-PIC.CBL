       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-LINE-PIC.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one line's presubscribed long-distance carrier
      *    (its PIC) and PIC-freeze flag from the append-only PIC
      *    log: one pass, latest row for the line wins, the same way
      *    LIST-FEATURE-SUBS reads the subscription file.  A line
      *    never presubscribed comes back with a blank carrier and no
      *    freeze.  Opens and closes the log itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIC-LOG-FILE ASSIGN TO W-PICLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PIC-LOG-FILE.
       01  PIC-LOG-REC.
           05  PC-PHONE            PIC 9(10).
           05  PC-CARRIER          PIC X(4).
           05  PC-FREEZE           PIC X.
               88  PC-FROZEN           VALUE 'Y'.
           05  PC-SOURCE           PIC X.
               88  PC-BY-CUSTOMER      VALUE 'C'.
               88  PC-BY-CARRIER       VALUE 'R'.
               88  PC-FREEZE-CHANGE    VALUE 'F'.
           05  PC-EFFECTIVE        PIC 9(8).
           05  PC-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PICLOG-FILENAME   PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-LOG-EOF           VALUE 'Y'.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-CARRIER       PIC X(4).
       01  L-FREEZE        PIC X.
       01  L-EFFECTIVE     PIC 9(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-CARRIER, L-FREEZE,
               L-EFFECTIVE, L-FILENAME.
       ENTRY-POINT.
           MOVE SPACES TO L-CARRIER.
           MOVE 'N' TO L-FREEZE.
           MOVE 0 TO L-EFFECTIVE.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-PICLOG-FILENAME.
           OPEN INPUT PIC-LOG-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-LOG-EOF.
           CLOSE PIC-LOG-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ PIC-LOG-FILE
               AT END
                   SET W-LOG-EOF TO TRUE
               NOT AT END
                   IF PC-PHONE = L-PHONE THEN
                       MOVE PC-CARRIER TO L-CARRIER
                       MOVE PC-FREEZE TO L-FREEZE
                       MOVE PC-EFFECTIVE TO L-EFFECTIVE
                   END-IF
           END-READ.
