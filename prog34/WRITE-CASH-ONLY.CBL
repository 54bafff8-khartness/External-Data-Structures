       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-CASH-ONLY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one row to the cash-only file: 'Y' holds the
      *    account to cash or certified funds, 'N' lifts it, with who
      *    did it -- RETURNED-CHECK-INTAKE on the second bounced check
      *    in a year, or a supervisor in CUSTOMER-MAINTENANCE.
      *    Append-only, latest row per master position wins, the
      *    listing-status convention.  Each change journals as
      *    CASH-ONLY with the flag in the key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-ONLY-FILE ASSIGN TO W-CASHONLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-ONLY-FILE.
       01  CASH-ONLY-REC.
           05  CO-MASTER-POS       PIC 9(9).
           05  CO-CASH-ONLY        PIC X.
           05  CO-OPERATOR         PIC X(8).
           05  CO-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-CASHONLY-FILENAME PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'CASH-ONLY'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-CASH-ONLY     PIC X.
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-POSITION, L-CASH-ONLY, L-OPERATOR,
               L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-CASHONLY-FILENAME.
           OPEN EXTEND CASH-ONLY-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CASH-ONLY-FILE
           END-IF.
           MOVE L-POSITION TO CO-MASTER-POS.
           MOVE L-CASH-ONLY TO CO-CASH-ONLY.
           MOVE L-OPERATOR TO CO-OPERATOR.
           ACCEPT CO-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE CASH-ONLY-REC.
           CLOSE CASH-ONLY-FILE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-CASH-ONLY TO W-JOURNAL-KEY(1:1).
           MOVE L-OPERATOR TO W-JOURNAL-KEY(3:8).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
