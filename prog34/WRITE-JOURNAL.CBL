      *    every caller doesn't have to gather it separately.  Not
      *    called directly for failed adds -- callers only reach this
      *    once their own status fields already say the add succeeded.
      *    Each entry also carries the next number in an unbroken
      *    sequence and a check value chained from the entry before
      *    it (COMPUTE-JOURNAL-CHECK), picking up where OPEN-JOURNAL
      *    found the chain, so an edited, removed, or inserted line
      *    shows up in JOURNAL-CHAIN-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  JR-BEFORE-POS   PIC 9(9).
           05  JR-AFTER-POS    PIC 9(9).
           05  JR-OPERATOR     PIC X(8).
           05  JR-SEQUENCE     PIC 9(9).
           05  JR-CHECK        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  W-FILENAME EXTERNAL PIC X(512).
      *    "the batch window" on the audit trail.
       01  W-OPERATOR-STUFF EXTERNAL.
           05  W-OPERATOR-ID   PIC X(8).
      *    Last sequence number and check value written, primed by
      *    OPEN-JOURNAL.
       01  W-JOURNAL-CHAIN EXTERNAL.
           05  W-JC-SEQUENCE   PIC 9(9).
           05  W-JC-CHECK      PIC 9(9).

       LINKAGE SECTION.
       01  L-OPERATION     PIC X(15).
           MOVE L-BEFORE-POS TO JR-BEFORE-POS.
           MOVE L-AFTER-POS TO JR-AFTER-POS.
           MOVE W-OPERATOR-ID TO JR-OPERATOR.
           ADD 1 TO W-JC-SEQUENCE.
           MOVE W-JC-SEQUENCE TO JR-SEQUENCE.
           CALL 'COMPUTE-JOURNAL-CHECK' USING W-JC-CHECK,
               JOURNAL-REC(1:94), JR-CHECK.
           MOVE JR-CHECK TO W-JC-CHECK.
           WRITE JOURNAL-REC.
           GOBACK.
