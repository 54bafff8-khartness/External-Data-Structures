       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-LANGUAGE-PREF.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Stamps the language an account's statements, letters, and
      *    notices print in on its master record -- 'E' English (the
      *    default every account starts with) or 'S' Spanish.  The
      *    bill runs and the letter run read it back through
      *    GET-LANGUAGE-PREF.  One by-position rewrite, the
      *    SET-HOME-BRANCH shape, journaled with the code in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO W-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-MASTER-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER EXTERNAL.
       01  MASTER-REC.
           05  CM-ACCOUNT-NUMBER   PIC 9(9) COMP.
           05  CM-NAME             PIC X(30).
           05  CM-ADDRESS          PIC X(40).
           05  CM-ADDRESS-PARTS REDEFINES CM-ADDRESS.
               10  CM-STREET       PIC X(20).
               10  CM-CITY         PIC X(13).
               10  CM-STATE        PIC XX.
               10  CM-ZIP          PIC X(5).
           05  CM-PLAN-CODE        PIC X(4).
           05  CM-STATUS           PIC X.
               88  CM-ACTIVE           VALUE 'A'.
               88  CM-INACTIVE         VALUE 'I'.
               88  CM-PURGED           VALUE 'P'.
               88  CM-SUSPENDED        VALUE 'S'.
           05  CM-CLOSE-DATE       PIC 9(8).
           05  CM-PHONE-LIMIT      PIC 99.
           05  CM-SHARED-LINE      PIC X.
               88  CM-ALLOW-SHARED-LINE   VALUE 'Y'.
           05  CM-BILL-CYCLE       PIC 99.
           05  CM-AUTOPAY          PIC X.
               88  CM-AUTOPAY-ENROLLED    VALUE 'Y'.
               88  CM-AUTOPAY-RETURNED    VALUE 'R'.
           05  CM-BANK-ROUTING     PIC 9(9).
           05  CM-BANK-ACCOUNT     PIC X(17).
           05  CM-TREATMENT        PIC X.
               88  CM-TRT-NONE            VALUE ' ' '0'.
               88  CM-TRT-NOTICE          VALUE '1'.
               88  CM-TRT-WARNING         VALUE '2'.
               88  CM-TRT-DISCONNECT      VALUE '3'.
           05  CM-MERGED-INTO      PIC 9(9).
           05  CM-RESTORE-DATE     PIC 9(8).
           05  CM-PARENT-POS       PIC 9(9).
           05  CM-REVIEW-FLAG      PIC X.
               88  CM-UNDER-REVIEW        VALUE 'Y'.
           05  CM-AGENT-CODE       PIC X(4).
           05  CM-DELIVERY         PIC X.
               88  CM-DELIVER-PAPER       VALUE ' ' 'P'.
               88  CM-DELIVER-EMAIL       VALUE 'E'.
               88  CM-DELIVER-BOTH        VALUE 'B'.
           05  CM-CONTACT-REF      PIC X(30).
           05  CM-BAD-ADDRESS      PIC X.
               88  CM-ADDRESS-BAD         VALUE 'Y'.
           05  CM-PIN              PIC X(4).
           05  CM-CREDIT-CLASS     PIC X.
           05  CM-BANKRUPTCY       PIC X.
               88  CM-BANKRUPT            VALUE 'Y'.
           05  CM-PETITION-DATE    PIC 9(8).
           05  CM-HOME-BRANCH      PIC X(2).
           05  CM-LANGUAGE         PIC X.

       WORKING-STORAGE SECTION.
       01  W-BIMG-OP           PIC X(15)
                               VALUE 'SET-LANGUAGE-PR'.
       01  W-MASTER-POS EXTERNAL    PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'SET-LANGUAGE'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-LANGUAGE      PIC X.

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-LANGUAGE.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 OR L-POSITION = 1 OR
                   L-POSITION > W-MASTER-FILE-SIZE THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE L-POSITION TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
           END-READ.
      *    the prior content lands on the before-image file, so
      *    JOURNAL-BACKOUT can undo this change if it has to
           CALL 'WRITE-BEFORE-IMAGE' USING W-BIMG-OP,
               W-MASTER-POS, MASTER-REC.
           IF NOT CM-ACTIVE AND NOT CM-SUSPENDED THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE L-LANGUAGE TO CM-LANGUAGE.
           REWRITE MASTER-REC
               INVALID KEY
                   SET STATUS-OTHER TO TRUE
           END-REWRITE.
           IF STATUS-OK THEN
               CALL 'WRITE-MASTER-SHADOW' USING W-MASTER-POS,
                   MASTER-REC
               MOVE SPACES TO W-JOURNAL-KEY
               MOVE L-LANGUAGE TO W-JOURNAL-KEY(1:1)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP,
                   W-JOURNAL-KEY, W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
