       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHECK-LEGAL-HOLD.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Says whether a master position or a phone number is under
      *    legal hold.  The hold file is replayed into a table on the
      *    first call of the run -- each hold row adds an entry, each
      *    release row retires every entry of its matter placed
      *    before it -- and later calls only search the table, so a
      *    purge can ask once per record without rereading the file.
      *    Either argument may be zero; a match on either one is a
      *    hold.  Anything that destroys records asks this first.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO W-HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  LH-MATTER       PIC X(12).
           05  LH-EVENT        PIC X.
               88  LH-PLACED       VALUE 'H'.
               88  LH-RELEASED     VALUE 'R'.
           05  LH-MASTER-POS   PIC 9(9).
           05  LH-PHONE        PIC 9(15).
           05  LH-DATE         PIC 9(8).
           05  LH-TIME         PIC 9(6).
           05  LH-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-HOLD-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\LEGALHLD.DAT'.
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-HOLD-EOF          VALUE 'Y'.
       01  W-LOADED-SW         PIC X VALUE 'N'.
           88  W-HOLDS-LOADED      VALUE 'Y'.

       01  W-HOLD-TABLE.
           05  W-HOLD-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-HOLD-ENTRY    OCCURS 2000 TIMES.
               10  W-HOLD-MATTER   PIC X(12).
               10  W-HOLD-ACTIVE   PIC X.
               10  W-HOLD-POS      PIC 9(9).
               10  W-HOLD-PHONE    PIC 9(15).
       01  W-HOLD-SUB          PIC 9(4) COMP.

       LINKAGE SECTION.
       01  L-HELD          PIC X.
           88  L-UNDER-HOLD    VALUE 'Y'.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-PHONE         PIC 9(15).

       PROCEDURE DIVISION USING L-HELD, L-POSITION, L-PHONE.
       ENTRY-POINT.
           IF NOT W-HOLDS-LOADED THEN
               PERFORM LOAD-HOLDS
           END-IF.
           MOVE 'N' TO L-HELD.
           PERFORM MATCH-ONE-HOLD
               VARYING W-HOLD-SUB FROM 1 BY 1
               UNTIL W-HOLD-SUB > W-HOLD-COUNT OR L-UNDER-HOLD.
           GOBACK.

       LOAD-HOLDS.
           SET W-HOLDS-LOADED TO TRUE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT HOLD-FILE.
           IF W-STATUS NOT = '00' THEN
               SET W-HOLD-EOF TO TRUE
           END-IF.
           PERFORM REPLAY-ONE-EVENT UNTIL W-HOLD-EOF.
           IF W-STATUS = '00' OR W-STATUS = '10' THEN
               CLOSE HOLD-FILE
           END-IF.

       REPLAY-ONE-EVENT.
           READ HOLD-FILE
               AT END
                   SET W-HOLD-EOF TO TRUE
               NOT AT END
                   IF LH-RELEASED THEN
                       PERFORM RELEASE-ONE-HOLD
                           VARYING W-HOLD-SUB FROM 1 BY 1
                           UNTIL W-HOLD-SUB > W-HOLD-COUNT
                   ELSE
                       PERFORM ADD-ONE-HOLD
                   END-IF
           END-READ.

      *    a full table still holds everything in it; a hold that
      *    won't fit says so rather than silently not protecting
       ADD-ONE-HOLD.
           IF W-HOLD-COUNT >= 2000 THEN
               DISPLAY "LEGAL HOLD TABLE FULL; MATTER ", LH-MATTER,
                   " NOT ALL LOADED"
           ELSE
               ADD 1 TO W-HOLD-COUNT
               MOVE LH-MATTER TO W-HOLD-MATTER(W-HOLD-COUNT)
               MOVE 'Y' TO W-HOLD-ACTIVE(W-HOLD-COUNT)
               MOVE LH-MASTER-POS TO W-HOLD-POS(W-HOLD-COUNT)
               MOVE LH-PHONE TO W-HOLD-PHONE(W-HOLD-COUNT)
           END-IF.

       RELEASE-ONE-HOLD.
           IF W-HOLD-MATTER(W-HOLD-SUB) = LH-MATTER THEN
               MOVE 'N' TO W-HOLD-ACTIVE(W-HOLD-SUB)
           END-IF.

       MATCH-ONE-HOLD.
           IF W-HOLD-ACTIVE(W-HOLD-SUB) = 'Y' THEN
               IF L-POSITION NOT = 0 AND
                       W-HOLD-POS(W-HOLD-SUB) = L-POSITION THEN
                   MOVE 'Y' TO L-HELD
               END-IF
               IF L-PHONE NOT = 0 AND
                       W-HOLD-PHONE(W-HOLD-SUB) = L-PHONE THEN
                   MOVE 'Y' TO L-HELD
               END-IF
           END-IF.
