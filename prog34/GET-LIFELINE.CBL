       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-LIFELINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up one account's Lifeline eligibility record by
      *    master position.  L-FOUND comes back 'N' for an account
      *    never enrolled; the status byte tells a live enrollment
      *    ('E') from one that has been dropped ('D').

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

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-LIFELINE-FOUND    VALUE 'Y'.
       01  L-LL-STATUS     PIC X.
       01  L-PROGRAM       PIC X(4).
       01  L-PROOF-DATE    PIC 9(8).
       01  L-RECERT-DUE    PIC 9(8).

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-LL-STATUS,
               L-PROGRAM, L-PROOF-DATE, L-RECERT-DUE.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACE TO L-LL-STATUS.
           MOVE SPACES TO L-PROGRAM.
           MOVE 0 TO L-PROOF-DATE, L-RECERT-DUE.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE L-POSITION TO W-LIFELINE-POS.
           READ LIFELINE-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF LL-STATUS = SPACE THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE LL-STATUS TO L-LL-STATUS.
           MOVE LL-PROGRAM TO L-PROGRAM.
           MOVE LL-PROOF-DATE TO L-PROOF-DATE.
           MOVE LL-RECERT-DUE TO L-RECERT-DUE.
           GOBACK.
