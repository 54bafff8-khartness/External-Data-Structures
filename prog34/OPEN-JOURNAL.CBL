      *    Append-only, so unlike the RELATIVE files this library
      *    otherwise opens, there's no header record to prime; a
      *    fresh file is simply an empty one.
      *    What does need priming is the sequence and check-value
      *    chain WRITE-JOURNAL continues: the last entry already on
      *    the journal supplies it, or -- when JOURNAL-ROLLOVER has
      *    just restarted the journal empty -- the last generation
      *    index row, which carries the chain across.  Entries from
      *    before the chain existed have no sequence number; the
      *    chain then starts over at one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO W-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.
           SELECT JOURNAL-SCAN-FILE ASSIGN TO W-SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SCAN-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-SCAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  JR-BEFORE-POS   PIC 9(9).
           05  JR-AFTER-POS    PIC 9(9).
           05  JR-OPERATOR     PIC X(8).
           05  JR-SEQUENCE     PIC 9(9).
           05  JR-CHECK        PIC 9(9).

       FD  JOURNAL-SCAN-FILE.
       01  JOURNAL-SCAN-REC.
           05  JS-ENTRY        PIC X(85).
           05  JS-SEQUENCE     PIC X(9).
           05  JS-CHECK        PIC X(9).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).
           05  GX-LAST-SEQUENCE PIC X(9).
           05  GX-LAST-CHECK   PIC X(9).

       WORKING-STORAGE SECTION.
       01  W-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS             PIC XX.
       01  W-JOURNAL-CHAIN EXTERNAL.
           05  W-JC-SEQUENCE   PIC 9(9).
           05  W-JC-CHECK      PIC 9(9).
       01  W-SCAN-FILENAME     PIC X(512).
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-SCAN-STATUS       PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-SCAN-EOF          VALUE 'Y'.
       01  W-ENTRIES-SEEN      PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           PERFORM FIND-CHAIN-END THRU FIND-CHAIN-END-EXIT.
           MOVE L-FILENAME TO W-FILENAME.
           OPEN EXTEND JOURNAL-FILE.
           IF W-STATUS NOT = '00' THEN
               END-IF
           END-IF.
           GOBACK.

       FIND-CHAIN-END.
           MOVE 0 TO W-JC-SEQUENCE, W-JC-CHECK.
           MOVE 0 TO W-ENTRIES-SEEN.
           MOVE L-FILENAME TO W-SCAN-FILENAME.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-SCAN-FILE.
           IF W-SCAN-STATUS = '00' THEN
               PERFORM NOTE-ONE-JOURNAL-ENTRY UNTIL W-SCAN-EOF
               CLOSE JOURNAL-SCAN-FILE
           END-IF.
           IF W-ENTRIES-SEEN > 0 THEN
               GO TO FIND-CHAIN-END-EXIT.
      *    an empty journal continues from the last generation closed
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-SCAN-STATUS NOT = '00' THEN
               GO TO FIND-CHAIN-END-EXIT.
           PERFORM NOTE-ONE-GENERATION UNTIL W-SCAN-EOF.
           CLOSE GEN-INDEX-FILE.
       FIND-CHAIN-END-EXIT.
           CONTINUE.

       NOTE-ONE-JOURNAL-ENTRY.
           READ JOURNAL-SCAN-FILE
               AT END
                   SET W-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO W-ENTRIES-SEEN
                   IF JS-SEQUENCE IS NUMERIC AND JS-CHECK IS NUMERIC
                           THEN
                       MOVE JS-SEQUENCE TO W-JC-SEQUENCE
                       MOVE JS-CHECK TO W-JC-CHECK
                   ELSE
                       MOVE 0 TO W-JC-SEQUENCE, W-JC-CHECK
                   END-IF
           END-READ.

       NOTE-ONE-GENERATION.
           READ GEN-INDEX-FILE
               AT END
                   SET W-SCAN-EOF TO TRUE
               NOT AT END
                   IF GX-LAST-SEQUENCE IS NUMERIC AND
                           GX-LAST-CHECK IS NUMERIC THEN
                       MOVE GX-LAST-SEQUENCE TO W-JC-SEQUENCE
                       MOVE GX-LAST-CHECK TO W-JC-CHECK
                   ELSE
                       MOVE 0 TO W-JC-SEQUENCE, W-JC-CHECK
                   END-IF
           END-READ.
