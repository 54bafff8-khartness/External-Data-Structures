       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-PROSPECT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Stores one prospect in the table OPEN-PROSPECTS loaded,
      *    then rewrites the prospect file in full and journals the
      *    change with the prospect number and name in the key.  A
      *    prospect number of zero is a new prospect: it is given the
      *    next number, stamped entered today, and the number comes
      *    back in the record.  Comes back STATUS-OTHER, changing
      *    nothing, when a new prospect will not fit in the table.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROSPECT-FILE ASSIGN TO W-PROSPECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROSPECT-FILE.
       01  PROSPECT-REC.
           05  PR-PROSPECT-ID      PIC 9(6).
           05  PR-NAME             PIC X(30).
           05  PR-ADDRESS          PIC X(40).
           05  PR-CONTACT          PIC X(30).
           05  PR-CONTACT-PHONE    PIC 9(10).
           05  PR-AGENT-CODE       PIC X(4).
           05  PR-ENTERED-DATE     PIC 9(8).
           05  PR-MASTER-POS       PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-PROSPECT-FILENAME EXTERNAL PIC X(512).

       01  W-PROSPECT-TABLE EXTERNAL.
           05  W-PROSPECT-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-PROSPECT-ENTRY    OCCURS 1000 TIMES.
               10  W-PR-PROSPECT-ID    PIC 9(6).
               10  W-PR-NAME           PIC X(30).
               10  W-PR-ADDRESS        PIC X(40).
               10  W-PR-CONTACT        PIC X(30).
               10  W-PR-CONTACT-PHONE  PIC 9(10).
               10  W-PR-AGENT-CODE     PIC X(4).
               10  W-PR-ENTERED-DATE   PIC 9(8).
               10  W-PR-MASTER-POS     PIC 9(9).
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.
       01  W-LAST-ID           PIC 9(6).

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-STATUS        PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-OTHER        VALUE 2.
       01  L-PROSPECT.
           05  L-PR-PROSPECT-ID    PIC 9(6).
           05  L-PR-NAME           PIC X(30).
           05  L-PR-ADDRESS        PIC X(40).
           05  L-PR-CONTACT        PIC X(30).
           05  L-PR-CONTACT-PHONE  PIC 9(10).
           05  L-PR-AGENT-CODE     PIC X(4).
           05  L-PR-ENTERED-DATE   PIC 9(8).
           05  L-PR-MASTER-POS     PIC 9(9).

       PROCEDURE DIVISION USING L-STATUS, L-PROSPECT.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           MOVE 0 TO W-HIT.
           IF L-PR-PROSPECT-ID NOT = 0 THEN
               PERFORM MATCH-ONE-PROSPECT
                   VARYING W-SUB FROM 1 BY 1
                   UNTIL W-SUB > W-PROSPECT-COUNT OR W-HIT NOT = 0
           END-IF.
           IF W-HIT = 0 THEN
               IF W-PROSPECT-COUNT >= 1000 THEN
                   SET STATUS-OTHER TO TRUE
                   GOBACK
               END-IF
               IF L-PR-PROSPECT-ID = 0 THEN
                   MOVE 0 TO W-LAST-ID
                   PERFORM NOTE-ONE-ID
                       VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PROSPECT-COUNT
                   ADD 1 TO W-LAST-ID GIVING L-PR-PROSPECT-ID
               END-IF
               ACCEPT L-PR-ENTERED-DATE FROM DATE YYYYMMDD
               ADD 1 TO W-PROSPECT-COUNT
               MOVE W-PROSPECT-COUNT TO W-HIT
               MOVE 0 TO W-JOURNAL-BEFORE
               MOVE 'PROSPECT-ADD' TO W-JOURNAL-OP
           ELSE
               MOVE W-PR-MASTER-POS(W-HIT) TO W-JOURNAL-BEFORE
               MOVE 'PROSPECT-CHANGE' TO W-JOURNAL-OP
           END-IF.
           MOVE L-PROSPECT TO W-PROSPECT-ENTRY(W-HIT).
           MOVE L-PR-MASTER-POS TO W-JOURNAL-AFTER.

           OPEN OUTPUT PROSPECT-FILE.
           PERFORM WRITE-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-PROSPECT-COUNT.
           CLOSE PROSPECT-FILE.

           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-PR-PROSPECT-ID TO W-JOURNAL-KEY(1:6).
           MOVE L-PR-NAME TO W-JOURNAL-KEY(8:23).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.

       MATCH-ONE-PROSPECT.
           IF W-PR-PROSPECT-ID(W-SUB) = L-PR-PROSPECT-ID THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       NOTE-ONE-ID.
           IF W-PR-PROSPECT-ID(W-SUB) > W-LAST-ID THEN
               MOVE W-PR-PROSPECT-ID(W-SUB) TO W-LAST-ID
           END-IF.

       WRITE-ONE-ROW.
           MOVE W-PROSPECT-ENTRY(W-SUB) TO PROSPECT-REC.
           WRITE PROSPECT-REC.
