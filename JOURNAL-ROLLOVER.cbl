      *    JOURNAL-RECOVERY chains back through the index for a
      *    recovery spanning the boundary.  Refuses to roll an
      *    empty journal; there is nothing to close.
      *    The index row also carries the sequence number and check
      *    value of the generation's last entry, which is where
      *    OPEN-JOURNAL picks the chain up again on the empty live
      *    journal and where JOURNAL-CHAIN-CHECK confirms the
      *    generation still ends where it did when it was closed.
      *    Its last field stays zero until RECORDS-RETENTION-RUN
      *    destroys the generation and stamps the date there.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-ENTRY        PIC X(85).
           05  JI-SEQUENCE     PIC X(9).
           05  JI-CHECK        PIC X(9).

       FD  GENERATION-FILE.
       01  GENERATION-REC      PIC X(103).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).
           05  GX-LAST-SEQUENCE PIC X(9).
           05  GX-LAST-CHECK   PIC X(9).
           05  GX-PURGED-DATE  PIC 9(8).

       FD  JOURNAL-OUT-FILE.
       01  JOURNAL-OUT-REC     PIC X(103).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-FILENAME  PIC X(512)
       01  W-TO-DATE           PIC 9(8) VALUE 0.
       01  W-ENTRY-DATE        PIC 9(8).
       01  W-ROWS-COPIED       PIC 9(9) COMP VALUE 0.
       01  W-LAST-SEQUENCE     PIC X(9) VALUE SPACES.
       01  W-LAST-CHECK        PIC X(9) VALUE SPACES.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
                   MOVE JOURNAL-IN-REC TO GENERATION-REC
                   WRITE GENERATION-REC
                   ADD 1 TO W-ROWS-COPIED
                   MOVE JI-SEQUENCE TO W-LAST-SEQUENCE
                   MOVE JI-CHECK TO W-LAST-CHECK
                   MOVE JOURNAL-IN-REC(1:8) TO W-ENTRY-DATE
                   IF W-ENTRY-DATE < W-FROM-DATE THEN
                       MOVE W-ENTRY-DATE TO W-FROM-DATE
           MOVE W-GENERATION TO GX-GENERATION.
           MOVE W-FROM-DATE TO GX-FROM-DATE.
           MOVE W-TO-DATE TO GX-TO-DATE.
           MOVE W-LAST-SEQUENCE TO GX-LAST-SEQUENCE.
           MOVE W-LAST-CHECK TO GX-LAST-CHECK.
           MOVE 0 TO GX-PURGED-DATE.
           WRITE GEN-INDEX-REC.
           CLOSE GEN-INDEX-FILE.
