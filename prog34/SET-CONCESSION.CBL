       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-CONCESSION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Puts an employee's account on concession ('A') under the
      *    employee ID with the percentage off local service, toll
      *    and rental equipment, starting the date given -- or, for
      *    a live concession, changes the ID or the percentages and
      *    keeps the start date it has.  'E' ends a live concession
      *    at separation: the date given is the separation date, the
      *    last day the benefit applies, and every bill run after it
      *    bills the account at retail.  Ending leaves the ID and
      *    percentages standing so the payroll history still reads
      *    right.  Journals every change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE ASSIGN TO W-CONCESS-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONCESS-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCESSION-FILE EXTERNAL.
       01  CONCESSION-REC.
           05  CN-STATUS           PIC X.
               88  CN-ACTIVE           VALUE 'A'.
               88  CN-ENDED            VALUE 'E'.
           05  CN-EMPLOYEE-ID      PIC X(9).
           05  CN-LOCAL-PCT        PIC 999.
           05  CN-TOLL-PCT         PIC 999.
           05  CN-EQUIP-PCT        PIC 999.
           05  CN-START-DATE       PIC 9(8).
           05  CN-END-DATE         PIC 9(8).
           05  CN-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CONCESS-POS EXTERNAL      PIC 9(9) COMP.
       01  W-CONCESS-FILENAME EXTERNAL PIC X(512).
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-WANT-STATUS   PIC X.
       01  L-EMPLOYEE-ID   PIC X(9).
       01  L-LOCAL-PCT     PIC 999.
       01  L-TOLL-PCT      PIC 999.
       01  L-EQUIP-PCT     PIC 999.
       01  L-DATE          PIC 9(8).

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-WANT-STATUS,
               L-EMPLOYEE-ID, L-LOCAL-PCT, L-TOLL-PCT, L-EQUIP-PCT,
               L-DATE.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-CONCESS-POS.
           READ CONCESSION-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO CONCESSION-REC
                   MOVE 0 TO CN-LOCAL-PCT, CN-TOLL-PCT, CN-EQUIP-PCT,
                       CN-START-DATE, CN-END-DATE, CN-STATUS-DATE
           END-READ.
           IF L-WANT-STATUS = 'A' THEN
               IF W-NEW-RECORD OR NOT CN-ACTIVE THEN
                   MOVE L-DATE TO CN-START-DATE
                   MOVE 0 TO CN-END-DATE
                   MOVE 'CONCESSION-ON' TO W-JOURNAL-OP
               ELSE
                   MOVE 'CONCESSION-CHG' TO W-JOURNAL-OP
               END-IF
               SET CN-ACTIVE TO TRUE
               MOVE L-EMPLOYEE-ID TO CN-EMPLOYEE-ID
               MOVE L-LOCAL-PCT TO CN-LOCAL-PCT
               MOVE L-TOLL-PCT TO CN-TOLL-PCT
               MOVE L-EQUIP-PCT TO CN-EQUIP-PCT
           ELSE
               IF W-NEW-RECORD OR NOT CN-ACTIVE THEN
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
               END-IF
               SET CN-ENDED TO TRUE
               MOVE L-DATE TO CN-END-DATE
               MOVE 'CONCESSION-END' TO W-JOURNAL-OP
           END-IF.
           ACCEPT CN-STATUS-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE CONCESSION-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE CONCESSION-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE CN-EMPLOYEE-ID TO W-JOURNAL-KEY(1:9)
               MOVE CN-LOCAL-PCT TO W-JOURNAL-KEY(11:3)
               MOVE CN-TOLL-PCT TO W-JOURNAL-KEY(15:3)
               MOVE CN-EQUIP-PCT TO W-JOURNAL-KEY(19:3)
               IF CN-ENDED THEN
                   MOVE CN-END-DATE TO W-JOURNAL-KEY(23:8)
               ELSE
                   MOVE CN-START-DATE TO W-JOURNAL-KEY(23:8)
               END-IF
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
