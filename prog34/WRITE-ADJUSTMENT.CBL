      *    spaces on an adjustment small enough not to need one;
      *    callers are expected to have collected the approval before
      *    calling, since by the time this runs the money has moved.
      *    For the same reason an entry that would date into a month
      *    accounting has closed is not refused: CHECK-POSTING-PERIOD
      *    dates it into the current open period and AJ-PERIOD-MOVED
      *    says it was moved.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       WORKING-STORAGE SECTION.
       01  W-ADJ-FILENAME EXTERNAL PIC X(512).
       01  W-MOVED                 PIC X.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       APPEND-ENTRY.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           CALL 'CHECK-POSTING-PERIOD' USING AJ-DATE, W-MOVED.
           MOVE W-MOVED TO AJ-PERIOD-MOVED.
           MOVE L-POSITION TO AJ-MASTER-POS.
           MOVE L-ACCOUNT TO AJ-ACCOUNT.
           MOVE L-TYPE TO AJ-TYPE.
