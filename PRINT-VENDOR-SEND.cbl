       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           PRINT-VENDOR-SEND.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Releases the cycle's statement extract to the print house:
      *    copies the extract BILL-CYCLE-RUN wrote (STMTEXTR.DAT) to
      *    the vendor's transmission file (STMTXMIT.DAT), which the
      *    file transfer picks up, and reports the statement count
      *    and dollars from the extract's control record.  The send
      *    is bracketed by run control with BILL-CYCLE-AUDIT as its
      *    predecessor, so an extract the audit has not passed (or a
      *    supervisor has not overridden there) tonight is held and
      *    nothing is copied.  PRINT-VENDOR-CONFIRM later checks the
      *    vendor's acknowledgments against the same extract.
      *    Each statement header carries the language it printed in;
      *    the Spanish ones are counted out so the print house can
      *    check it has enough Spanish inserts on the floor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACT-FILE ASSIGN TO W-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-EXTRACT-STATUS.

           SELECT TRANSMIT-FILE ASSIGN TO W-TRANSMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-TRANSMIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-REC.
           05  XR-TYPE             PIC X.
               88  XR-HEADER           VALUE 'H'.
               88  XR-CONTROL          VALUE 'C'.
           05  XR-INVOICE          PIC 9(9).
           05  XR-DATA             PIC X(132).
       01  XR-HEADER-DATA REDEFINES EXTRACT-REC.
           05  FILLER              PIC X(10).
           05  XH-RUN-DATE         PIC 9(8).
           05  XH-LANGUAGE         PIC X.
               88  XH-SPANISH          VALUE 'S'.
           05  FILLER              PIC X(123).
       01  XR-CONTROL-DATA REDEFINES EXTRACT-REC.
           05  FILLER              PIC X(10).
           05  XC-STATEMENT-COUNT  PIC 9(9).
           05  XC-TOTAL-DOLLARS    PIC 9(11)V99.
           05  FILLER              PIC X(110).

       FD  TRANSMIT-FILE.
       01  TRANSMIT-REC            PIC X(142).

       WORKING-STORAGE SECTION.
       01  W-EXTRACT-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\STMTEXTR.DAT'.
       01  W-TRANSMIT-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\STMTXMIT.DAT'.
       01  W-EXTRACT-STATUS    PIC XX.
       01  W-TRANSMIT-STATUS   PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

       01  W-RUNCTL-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\RUNCTL.DAT'.
       01  W-RUNCTL-STATUS     PIC 9.
           88  RUNCTL-OK           VALUE 0.
           88  RUNCTL-DOUBLE-RUN   VALUE 1.
           88  RUNCTL-OUT-OF-ORDER VALUE 2.
       01  W-RUNCTL-JOB        PIC X(20) VALUE 'PRINT-VENDOR-SEND'.
       01  W-RUNCTL-PRED       PIC X(20) VALUE 'BILL-CYCLE-AUDIT'.

       01  W-RECORDS-SENT      PIC 9(9) COMP VALUE 0.
       01  W-STATEMENTS-SENT   PIC 9(9) COMP VALUE 0.
       01  W-SPANISH-SENT      PIC 9(9) COMP VALUE 0.
       01  W-CONTROL-COUNT     PIC 9(9) VALUE 0.
       01  W-CONTROL-DOLLARS   PIC 9(11)V99 VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.
       01  W-SHOW-DOLLARS      PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'RUN-CONTROL-BEGIN' USING W-RUNCTL-STATUS,
               W-RUNCTL-JOB, W-RUNCTL-PRED, W-RUNCTL-FILENAME.
           IF RUNCTL-DOUBLE-RUN THEN
               DISPLAY "RUN CONTROL: THIS JOB ALREADY RAN TONIGHT."
               STOP RUN.
           IF RUNCTL-OUT-OF-ORDER THEN
               DISPLAY "RUN CONTROL: STATEMENT EXTRACT HELD -",
                   " BILL-CYCLE-AUDIT HAS NOT PASSED OR BEEN"
               DISPLAY "  OVERRIDDEN TONIGHT."
               STOP RUN.

           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT EXTRACT-FILE.
           IF W-EXTRACT-STATUS NOT = '00' THEN
               DISPLAY "No statement extract on file: ",
                   W-EXTRACT-FILENAME
               STOP RUN.
           OPEN OUTPUT TRANSMIT-FILE.
           IF W-TRANSMIT-STATUS NOT = '00' THEN
               DISPLAY "Unable to open transmission file: ",
                   W-TRANSMIT-FILENAME
               STOP RUN.
           PERFORM SEND-ONE-RECORD UNTIL W-INPUT-EOF.
           CLOSE TRANSMIT-FILE.
           CLOSE EXTRACT-FILE.

           DISPLAY " ".
           DISPLAY "STATEMENT EXTRACT SENT TO PRINT VENDOR".
           MOVE W-RECORDS-SENT TO W-SHOW-COUNT.
           DISPLAY "  RECORDS:            ", W-SHOW-COUNT.
           MOVE W-STATEMENTS-SENT TO W-SHOW-COUNT.
           DISPLAY "  STATEMENTS:         ", W-SHOW-COUNT.
           MOVE W-SPANISH-SENT TO W-SHOW-COUNT.
           DISPLAY "    IN SPANISH:       ", W-SHOW-COUNT.
           MOVE W-CONTROL-COUNT TO W-SHOW-COUNT.
           DISPLAY "  CONTROL STATEMENTS: ", W-SHOW-COUNT.
           MOVE W-CONTROL-DOLLARS TO W-SHOW-DOLLARS.
           DISPLAY "  CONTROL DOLLARS:    ", W-SHOW-DOLLARS.
           CALL 'RUN-CONTROL-END' USING W-RUNCTL-JOB,
               W-RUNCTL-FILENAME.
           STOP RUN.

       SEND-ONE-RECORD.
           READ EXTRACT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   MOVE EXTRACT-REC TO TRANSMIT-REC
                   WRITE TRANSMIT-REC
                   ADD 1 TO W-RECORDS-SENT
                   IF XR-HEADER THEN
                       ADD 1 TO W-STATEMENTS-SENT
                       IF XH-SPANISH THEN
                           ADD 1 TO W-SPANISH-SENT
                       END-IF
                   END-IF
                   IF XR-CONTROL THEN
                       MOVE XC-STATEMENT-COUNT TO W-CONTROL-COUNT
                       MOVE XC-TOTAL-DOLLARS TO W-CONTROL-DOLLARS
                   END-IF
           END-READ.
