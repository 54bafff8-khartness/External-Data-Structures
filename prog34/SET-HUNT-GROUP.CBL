       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-HUNT-GROUP.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Stores one hunt group -- the pilot, the owning account's
      *    master position, and the whole ordered member list at
      *    once, the way the maintenance screen edits it -- in the
      *    table OPEN-HUNT-GROUPS loaded, then rewrites the hunt
      *    group file in full and journals the change with the pilot
      *    and member count in the key.  A zero-count list removes
      *    the group.  Comes back STATUS-OTHER, changing nothing,
      *    when a new group will not fit in the table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HUNT-GROUP-FILE ASSIGN TO W-HUNT-GROUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HUNT-GROUP-FILE.
       01  HUNT-GROUP-REC.
           05  HG-PILOT            PIC 9(10).
           05  HG-MASTER-POS       PIC 9(9).
           05  HG-MEMBER-COUNT     PIC 99.
           05  HG-MEMBER           PIC 9(10) OCCURS 20 TIMES.

       WORKING-STORAGE SECTION.
       01  W-HUNT-GROUP-FILENAME EXTERNAL PIC X(512).

       01  W-HUNT-GROUP-TABLE EXTERNAL.
           05  W-HUNT-GROUP-COUNT  PIC 9(4) COMP VALUE 0.
           05  W-HUNT-GROUP-ENTRY  OCCURS 200 TIMES.
               10  W-HG-PILOT          PIC 9(10).
               10  W-HG-MASTER-POS     PIC 9(9).
               10  W-HG-MEMBER-COUNT   PIC 99.
               10  W-HG-MEMBER         PIC 9(10) OCCURS 20 TIMES.
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.

       01  W-JOURNAL-OP        PIC X(15) VALUE 'SET-HUNT-GROUP'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS        PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-OTHER        VALUE 2.
       01  L-PILOT         PIC 9(10).
       01  L-POSITION      PIC 9(9) COMP.
       01  L-MEMBER-LIST.
           05  L-MEMBER-COUNT  PIC 99 COMP.
           05  L-MEMBER        PIC 9(10) OCCURS 20 TIMES.

       PROCEDURE DIVISION USING L-STATUS, L-PILOT, L-POSITION,
               L-MEMBER-LIST.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-PILOT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HUNT-GROUP-COUNT OR W-HIT NOT = 0.
           MOVE 0 TO W-JOURNAL-BEFORE.
           IF W-HIT NOT = 0 THEN
               MOVE W-HG-MASTER-POS(W-HIT) TO W-JOURNAL-BEFORE
           END-IF.
           IF L-MEMBER-COUNT = 0 THEN
               IF W-HIT = 0 THEN
                   GOBACK
               END-IF
               PERFORM CLOSE-UP-ONE-ROW
                   VARYING W-SUB FROM W-HIT BY 1
                   UNTIL W-SUB >= W-HUNT-GROUP-COUNT
               SUBTRACT 1 FROM W-HUNT-GROUP-COUNT
               MOVE 0 TO W-JOURNAL-AFTER
           ELSE
               IF W-HIT = 0 THEN
                   IF W-HUNT-GROUP-COUNT >= 200 THEN
                       SET STATUS-OTHER TO TRUE
                       GOBACK
                   END-IF
                   ADD 1 TO W-HUNT-GROUP-COUNT
                   MOVE W-HUNT-GROUP-COUNT TO W-HIT
               END-IF
               MOVE L-PILOT TO W-HG-PILOT(W-HIT)
               MOVE L-POSITION TO W-HG-MASTER-POS(W-HIT)
               MOVE L-MEMBER-COUNT TO W-HG-MEMBER-COUNT(W-HIT)
               PERFORM COPY-ONE-MEMBER
                   VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > 20
               MOVE L-POSITION TO W-JOURNAL-AFTER
           END-IF.

           OPEN OUTPUT HUNT-GROUP-FILE.
           PERFORM WRITE-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HUNT-GROUP-COUNT.
           CLOSE HUNT-GROUP-FILE.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PILOT TO W-JOURNAL-KEY(1:10).
           MOVE L-MEMBER-COUNT TO W-JOURNAL-KEY(12:2).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.

       MATCH-ONE-PILOT.
           IF W-HG-PILOT(W-SUB) = L-PILOT THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       CLOSE-UP-ONE-ROW.
           MOVE W-HUNT-GROUP-ENTRY(W-SUB + 1)
               TO W-HUNT-GROUP-ENTRY(W-SUB).

      *    unused slots go out as zeros so the file reads cleanly
       COPY-ONE-MEMBER.
           IF W-SUB > L-MEMBER-COUNT THEN
               MOVE 0 TO W-HG-MEMBER(W-HIT, W-SUB)
           ELSE
               MOVE L-MEMBER(W-SUB) TO W-HG-MEMBER(W-HIT, W-SUB)
           END-IF.

       WRITE-ONE-ROW.
           MOVE W-HUNT-GROUP-ENTRY(W-SUB) TO HUNT-GROUP-REC.
           WRITE HUNT-GROUP-REC.
