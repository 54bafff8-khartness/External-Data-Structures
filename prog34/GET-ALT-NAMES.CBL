       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-ALT-NAMES.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Resolves one account's additional names -- DBA, alias, and
      *    authorized user -- from the append-only file WRITE-ALT-NAME
      *    keeps: one pass, latest row per name wins, and a row with a
      *    blank type takes the name back off the list.  An account
      *    never touched answers a count of zero.  Opens and closes
      *    the file itself, the GET-NAME-PRIVACY shape.  Only the
      *    first five live names fit the list; CUSTOMER-MAINTENANCE
      *    will not add a sixth.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-NAME-FILE ASSIGN TO W-ALTNAME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALT-NAME-FILE.
       01  ALT-NAME-REC.
           05  AN-MASTER-POS       PIC 9(9).
           05  AN-NAME             PIC X(30).
           05  AN-TYPE             PIC X.
           05  AN-BRANCH           PIC X(2).
           05  AN-OPERATOR         PIC X(8).
           05  AN-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-ALTNAME-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-ALTNAME-EOF       VALUE 'Y'.
       01  W-SUB               PIC 9 COMP.
       01  W-HIT               PIC 9 COMP.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-ALT-LIST.
           05  L-ALT-COUNT     PIC 9.
           05  L-ALT-ENTRY OCCURS 5 TIMES.
               10  L-ALT-NAME      PIC X(30).
               10  L-ALT-TYPE      PIC X.
               10  L-ALT-BRANCH    PIC X(2).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-ALT-LIST, L-FILENAME.
       ENTRY-POINT.
           MOVE SPACES TO L-ALT-LIST.
           MOVE 0 TO L-ALT-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-ALTNAME-FILENAME.
           OPEN INPUT ALT-NAME-FILE.
           IF W-STATUS NOT = '00' THEN
               GOBACK.
           PERFORM JUDGE-ONE-ROW UNTIL W-ALTNAME-EOF.
           CLOSE ALT-NAME-FILE.
           GOBACK.

       JUDGE-ONE-ROW.
           READ ALT-NAME-FILE
               AT END
                   SET W-ALTNAME-EOF TO TRUE
               NOT AT END
                   IF AN-MASTER-POS = L-POSITION THEN
                       PERFORM APPLY-ONE-ROW
                   END-IF
           END-READ.

       APPLY-ONE-ROW.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-NAME
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > L-ALT-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               IF AN-TYPE NOT = SPACE AND L-ALT-COUNT < 5 THEN
                   ADD 1 TO L-ALT-COUNT
                   MOVE AN-NAME TO L-ALT-NAME(L-ALT-COUNT)
                   MOVE AN-TYPE TO L-ALT-TYPE(L-ALT-COUNT)
                   MOVE AN-BRANCH TO L-ALT-BRANCH(L-ALT-COUNT)
               END-IF
           ELSE
               IF AN-TYPE = SPACE THEN
                   PERFORM CLOSE-ONE-GAP
                       VARYING W-SUB FROM W-HIT BY 1
                       UNTIL W-SUB >= L-ALT-COUNT
                   MOVE SPACES TO L-ALT-ENTRY(L-ALT-COUNT)
                   SUBTRACT 1 FROM L-ALT-COUNT
               ELSE
                   MOVE AN-TYPE TO L-ALT-TYPE(W-HIT)
                   MOVE AN-BRANCH TO L-ALT-BRANCH(W-HIT)
               END-IF
           END-IF.

       MATCH-ONE-NAME.
           IF L-ALT-NAME(W-SUB) = AN-NAME THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       CLOSE-ONE-GAP.
           MOVE L-ALT-ENTRY(W-SUB + 1) TO L-ALT-ENTRY(W-SUB).
