       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-LANGUAGE-PREF.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back the language an account's statements, letters,
      *    and notices print in, as SET-LANGUAGE-PREF stamped it:
      *    'E' English or 'S' Spanish.  Space reads as English, which
      *    is what every record carried before the preference began
      *    and what a position off the file reads as.


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
               88  CM-LANGUAGE-ENGLISH    VALUE ' ' 'E'.
               88  CM-LANGUAGE-SPANISH    VALUE 'S'.

       WORKING-STORAGE SECTION.
       01  W-MASTER-POS EXTERNAL    PIC 9(9) COMP.
       01  W-MASTER-STUFF EXTERNAL.
           05  W-MASTER-CHANGED    PIC X VALUE 'N'.
           05  W-MASTER-HEADER.
               10  W-MASTER-FILE-SIZE  PIC 9(9) COMP.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-LANGUAGE      PIC X.

       PROCEDURE DIVISION USING L-POSITION, L-LANGUAGE.
       GET-RECORD.
           MOVE 'E' TO L-LANGUAGE.
           IF L-POSITION = 0 OR L-POSITION = 1 OR
                   L-POSITION > W-MASTER-FILE-SIZE THEN
               GOBACK.
           MOVE L-POSITION TO W-MASTER-POS.
           READ CUSTOMER-MASTER
               INVALID KEY
                   GOBACK
           END-READ.
           IF NOT CM-LANGUAGE-ENGLISH THEN
               MOVE CM-LANGUAGE TO L-LANGUAGE
           END-IF.
           GOBACK.
