       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-PIC-CHANGE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Records a line's new presubscribed carrier and freeze
      *    state on the append-only PIC log -- source 'C' when the
      *    customer asked us, 'R' when a carrier's request file did,
      *    'F' for a freeze placed or lifted -- so the log is the
      *    line's whole carrier history.  When the carrier actually
      *    changes, the outbound notice file gets a drop row for the
      *    carrier losing the line and an add row for the one gaining
      *    it, which is what each carrier's transmission is cut from.
      *    Whether a frozen line may change at all is the caller's
      *    judgment; this only records.  Journals every change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIC-LOG-FILE ASSIGN TO W-PICLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.
           SELECT PIC-NOTICE-FILE ASSIGN TO W-PICNOTE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-NOTICE-STATUS.

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

       FD  PIC-NOTICE-FILE.
       01  PIC-NOTICE-REC.
           05  PN-CARRIER          PIC X(4).
           05  PN-ACTION           PIC X.
           05  PN-PHONE            PIC 9(10).
           05  PN-EFFECTIVE        PIC 9(8).
           05  PN-REASON           PIC X(20).
           05  PN-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-PICLOG-FILENAME   PIC X(512).
       01  W-PICNOTE-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-NOTICE-STATUS     PIC XX.
       01  W-OLD-CARRIER       PIC X(4).
       01  W-OLD-FREEZE        PIC X.
       01  W-OLD-EFFECTIVE     PIC 9(8).
       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-PHONE         PIC 9(10).
       01  L-CARRIER       PIC X(4).
       01  L-FREEZE        PIC X.
       01  L-SOURCE        PIC X.
       01  L-EFFECTIVE     PIC 9(8).
       01  L-FILENAME      PIC X(512).
       01  L-NOTICE-FILENAME PIC X(512).

       PROCEDURE DIVISION USING L-PHONE, L-CARRIER, L-FREEZE,
               L-SOURCE, L-EFFECTIVE, L-FILENAME, L-NOTICE-FILENAME.
       APPEND-ENTRY.
           CALL 'GET-LINE-PIC' USING L-PHONE, W-OLD-CARRIER,
               W-OLD-FREEZE, W-OLD-EFFECTIVE, L-FILENAME.
           MOVE L-FILENAME TO W-PICLOG-FILENAME.
           OPEN EXTEND PIC-LOG-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT PIC-LOG-FILE
           END-IF.
           MOVE L-PHONE TO PC-PHONE.
           MOVE L-CARRIER TO PC-CARRIER.
           MOVE L-FREEZE TO PC-FREEZE.
           MOVE L-SOURCE TO PC-SOURCE.
           MOVE L-EFFECTIVE TO PC-EFFECTIVE.
           ACCEPT PC-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE PIC-LOG-REC.
           CLOSE PIC-LOG-FILE.

           IF L-CARRIER NOT = W-OLD-CARRIER THEN
               PERFORM WRITE-CARRIER-NOTICES
           END-IF.

           IF L-SOURCE = 'F' THEN
               MOVE 'PIC-FREEZE' TO W-JOURNAL-OP
           ELSE
               MOVE 'PIC-CHANGE' TO W-JOURNAL-OP
           END-IF.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE W-OLD-CARRIER TO W-JOURNAL-KEY(12:4).
           MOVE L-CARRIER TO W-JOURNAL-KEY(17:4).
           MOVE L-FREEZE TO W-JOURNAL-KEY(22:1).
           MOVE L-SOURCE TO W-JOURNAL-KEY(24:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.

      *    the losing carrier hears of the drop and the winning one of
      *    the add, each on its own row
       WRITE-CARRIER-NOTICES.
           MOVE L-NOTICE-FILENAME TO W-PICNOTE-FILENAME.
           OPEN EXTEND PIC-NOTICE-FILE.
           IF W-NOTICE-STATUS NOT = '00' THEN
               OPEN OUTPUT PIC-NOTICE-FILE
           END-IF.
           MOVE L-PHONE TO PN-PHONE.
           MOVE L-EFFECTIVE TO PN-EFFECTIVE.
           ACCEPT PN-STAMP-DATE FROM DATE YYYYMMDD.
           IF L-SOURCE = 'R' THEN
               MOVE 'CARRIER REQUEST' TO PN-REASON
           ELSE
               MOVE 'CUSTOMER REQUEST' TO PN-REASON
           END-IF.
           IF W-OLD-CARRIER NOT = SPACES THEN
               MOVE W-OLD-CARRIER TO PN-CARRIER
               MOVE 'D' TO PN-ACTION
               WRITE PIC-NOTICE-REC
           END-IF.
           IF L-CARRIER NOT = SPACES THEN
               MOVE L-CARRIER TO PN-CARRIER
               MOVE 'A' TO PN-ACTION
               WRITE PIC-NOTICE-REC
           END-IF.
           CLOSE PIC-NOTICE-FILE.
