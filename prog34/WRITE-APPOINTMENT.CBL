       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-APPOINTMENT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one event to the installation appointment book:
      *    the service order, the event -- 'B' booked, 'K' kept, 'M'
      *    missed -- and the exchange, date and AM/PM window the
      *    visit is for, with the account and number it serves.
      *    Append-only, latest event per order wins, the
      *    service-order convention; a rebooking is simply a later
      *    'B' row for the same order.  Each event journals as
      *    APPOINTMENT with the order, event, date and window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE ASSIGN TO W-APPOINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE.
       01  APPOINTMENT-REC.
           05  AP-ORDER            PIC 9(9).
           05  AP-EVENT            PIC X.
           05  AP-NPANXX           PIC 9(6).
           05  AP-DATE             PIC 9(8).
           05  AP-WINDOW           PIC X.
           05  AP-ACCOUNT          PIC 9(9).
           05  AP-PHONE            PIC 9(10).
           05  AP-OPERATOR         PIC X(8).
           05  AP-STAMP-DATE       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-APPOINT-FILENAME  PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-JOURNAL-OP        PIC X(15) VALUE 'APPOINTMENT'.
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-ORDER         PIC 9(9).
       01  L-EVENT         PIC X.
       01  L-NPANXX        PIC 9(6).
       01  L-DATE          PIC 9(8).
       01  L-WINDOW        PIC X.
       01  L-ACCOUNT       PIC 9(9).
       01  L-PHONE         PIC 9(10).
       01  L-OPERATOR      PIC X(8).
       01  L-FILENAME      PIC X(512).

       PROCEDURE DIVISION USING L-ORDER, L-EVENT, L-NPANXX, L-DATE,
               L-WINDOW, L-ACCOUNT, L-PHONE, L-OPERATOR, L-FILENAME.
       APPEND-ENTRY.
           MOVE L-FILENAME TO W-APPOINT-FILENAME.
           OPEN EXTEND APPOINTMENT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT APPOINTMENT-FILE
           END-IF.
           MOVE L-ORDER TO AP-ORDER.
           MOVE L-EVENT TO AP-EVENT.
           MOVE L-NPANXX TO AP-NPANXX.
           MOVE L-DATE TO AP-DATE.
           MOVE L-WINDOW TO AP-WINDOW.
           MOVE L-ACCOUNT TO AP-ACCOUNT.
           MOVE L-PHONE TO AP-PHONE.
           MOVE L-OPERATOR TO AP-OPERATOR.
           ACCEPT AP-STAMP-DATE FROM DATE YYYYMMDD.
           WRITE APPOINTMENT-REC.
           CLOSE APPOINTMENT-FILE.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE L-ORDER TO W-JOURNAL-KEY(1:9).
           MOVE L-EVENT TO W-JOURNAL-KEY(11:1).
           MOVE L-DATE TO W-JOURNAL-KEY(13:8).
           MOVE L-WINDOW TO W-JOURNAL-KEY(22:1).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           GOBACK.
