       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-LIFELINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Enrolls an account in Lifeline ('E') under a qualifying
      *    program with the date its proof was seen, recertifies a
      *    live enrollment ('R') with fresh proof, or drops it ('D').
      *    Enrolling and recertifying both set the next annual
      *    recertification due date one year from the proof date;
      *    dropping leaves the program and dates standing so the
      *    claim history still reads right.  Journals every change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFELINE-FILE ASSIGN TO W-LIFELINE-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-LIFELINE-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIFELINE-FILE EXTERNAL.
       01  LIFELINE-REC.
           05  LL-STATUS           PIC X.
               88  LL-ENROLLED         VALUE 'E'.
               88  LL-DE-ENROLLED      VALUE 'D'.
           05  LL-PROGRAM          PIC X(4).
           05  LL-PROOF-DATE       PIC 9(8).
           05  LL-RECERT-DUE       PIC 9(8).
           05  LL-ENROLL-DATE      PIC 9(8).
           05  LL-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-LIFELINE-POS EXTERNAL     PIC 9(9) COMP.
       01  W-LIFELINE-FILENAME EXTERNAL PIC X(512).
       01  W-NEW-SW                    PIC X.
           88  W-NEW-RECORD                VALUE 'Y'.
       01  W-DUE-DATE                  PIC 9(8).
       01  W-DUE-PARTS REDEFINES W-DUE-DATE.
           05  W-DUE-YEAR              PIC 9(4).
           05  W-DUE-MMDD              PIC 9(4).
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
       01  L-PROGRAM       PIC X(4).
       01  L-PROOF-DATE    PIC 9(8).

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-WANT-STATUS,
               L-PROGRAM, L-PROOF-DATE.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-LIFELINE-POS.
           READ LIFELINE-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO LIFELINE-REC
                   MOVE 0 TO LL-PROOF-DATE, LL-RECERT-DUE,
                       LL-ENROLL-DATE, LL-STATUS-DATE
           END-READ.
      *    a year from the proof date; proof seen on a leap day
      *    comes due the 28th
           MOVE L-PROOF-DATE TO W-DUE-DATE.
           ADD 1 TO W-DUE-YEAR.
           IF W-DUE-MMDD = 0229 THEN
               MOVE 0228 TO W-DUE-MMDD
           END-IF.
           EVALUATE L-WANT-STATUS
               WHEN 'E'
                   SET LL-ENROLLED TO TRUE
                   MOVE L-PROGRAM TO LL-PROGRAM
                   MOVE L-PROOF-DATE TO LL-PROOF-DATE
                   MOVE W-DUE-DATE TO LL-RECERT-DUE
                   ACCEPT LL-ENROLL-DATE FROM DATE YYYYMMDD
                   MOVE 'LIFELINE-ENROLL' TO W-JOURNAL-OP
               WHEN 'R'
                   IF W-NEW-RECORD OR NOT LL-ENROLLED THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   IF L-PROGRAM NOT = SPACES THEN
                       MOVE L-PROGRAM TO LL-PROGRAM
                   END-IF
                   MOVE L-PROOF-DATE TO LL-PROOF-DATE
                   MOVE W-DUE-DATE TO LL-RECERT-DUE
                   MOVE 'LIFELINE-RECERT' TO W-JOURNAL-OP
               WHEN OTHER
                   IF W-NEW-RECORD OR NOT LL-ENROLLED THEN
                       SET STATUS-NOT-FOUND TO TRUE
                       GOBACK
                   END-IF
                   SET LL-DE-ENROLLED TO TRUE
                   MOVE 'LIFELINE-DROP' TO W-JOURNAL-OP
           END-EVALUATE.
           ACCEPT LL-STATUS-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE LIFELINE-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE LIFELINE-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE LL-PROGRAM TO W-JOURNAL-KEY(1:4)
               MOVE LL-RECERT-DUE TO W-JOURNAL-KEY(6:8)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
