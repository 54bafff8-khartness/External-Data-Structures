       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           ASSIGN-FACILITY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Puts a number on a cable pair when it is activated: the
      *    first spare pair in the number's exchange becomes working
      *    and carries the number.  Defective and reserved pairs are
      *    never taken, which is the point -- the index cards let new
      *    lines land on pairs the plant already knew were bad.  A
      *    number already working on a pair (a shared line added to a
      *    second account) keeps the pair it has.  Not-found when the
      *    exchange has no spare left, and quietly a no-op when the
      *    facility file isn't open this session; either way the
      *    activation itself goes ahead, the plant records are not the
      *    system of record for service.  Each assignment journals as
      *    FACILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACILITY-FILE ASSIGN TO W-FACIL-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-FACIL-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACILITY-FILE EXTERNAL.
       01  FACILITY-REC.
           05  FA-NPANXX       PIC 9(6).
           05  FA-CABLE        PIC X(6).
           05  FA-PAIR         PIC 9(4).
           05  FA-TERMINAL     PIC X(10).
           05  FA-STATE        PIC X.
               88  FA-SPARE        VALUE 'S'.
               88  FA-WORKING      VALUE 'W'.
               88  FA-DEFECTIVE    VALUE 'D'.
               88  FA-RESERVED     VALUE 'R'.
           05  FA-PHONE        PIC 9(10).
           05  FA-STATE-DATE   PIC 9(8).
           05  FILLER          PIC X(5).

       WORKING-STORAGE SECTION.
       01  W-FACIL-POS EXTERNAL    PIC 9(9) COMP.
       01  W-FACIL-STUFF EXTERNAL.
           05  W-FACIL-OPEN        PIC X.
           05  W-FACIL-CHANGED     PIC X.
           05  W-FACIL-HEADER.
               10  W-FACIL-FILE-SIZE   PIC 9(9) COMP.
       01  W-FACIL-FILENAME EXTERNAL PIC X(512).
       01  W-SCAN              PIC 9(9) COMP.
       01  W-NPANXX            PIC 9(6).
       01  W-HIT-POS           PIC 9(9) COMP.
       01  W-SPARE-POS         PIC 9(9) COMP.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'FACILITY'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
       01  L-PHONE     PIC 9(10).

       PROCEDURE DIVISION USING L-STATUS, L-PHONE.
       ENTRY-POINT.
           SET STATUS-NOT-FOUND TO TRUE.
           IF W-FACIL-OPEN NOT = 'Y' THEN
               GOBACK.
           MOVE L-PHONE(1:6) TO W-NPANXX.
           MOVE 0 TO W-HIT-POS, W-SPARE-POS.
           PERFORM JUDGE-ONE-PAIR THRU JUDGE-ONE-PAIR-EXIT
               VARYING W-SCAN FROM 2 BY 1
               UNTIL W-SCAN > W-FACIL-FILE-SIZE OR W-HIT-POS NOT = 0.
           IF W-HIT-POS NOT = 0 THEN
               SET STATUS-OK TO TRUE
               GOBACK.
           IF W-SPARE-POS = 0 THEN
               GOBACK.
           MOVE W-SPARE-POS TO W-FACIL-POS.
           READ FACILITY-FILE.
           SET FA-WORKING TO TRUE.
           MOVE L-PHONE TO FA-PHONE.
           ACCEPT FA-STATE-DATE FROM DATE YYYYMMDD.
           REWRITE FACILITY-REC.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE FA-PHONE TO W-JOURNAL-KEY(1:10).
           MOVE FA-CABLE TO W-JOURNAL-KEY(12:6).
           MOVE FA-PAIR TO W-JOURNAL-KEY(19:4).
           MOVE FA-STATE TO W-JOURNAL-KEY(24:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-FACIL-POS.
           SET STATUS-OK TO TRUE.
           GOBACK.

      *    one pass finds both a pair already serving the number and
      *    the first spare, so a shared line never takes a second pair
       JUDGE-ONE-PAIR.
           MOVE W-SCAN TO W-FACIL-POS.
           READ FACILITY-FILE
               INVALID KEY
                   GO TO JUDGE-ONE-PAIR-EXIT
           END-READ.
           IF FA-WORKING AND FA-PHONE = L-PHONE THEN
               MOVE W-SCAN TO W-HIT-POS
               GO TO JUDGE-ONE-PAIR-EXIT.
           IF FA-SPARE AND FA-NPANXX = W-NPANXX
                   AND W-SPARE-POS = 0 THEN
               MOVE W-SCAN TO W-SPARE-POS.
       JUDGE-ONE-PAIR-EXIT.
           CONTINUE.
