       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHECK-HOLIDAY.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Answers whether a date is on the holiday calendar OPEN-
      *    HOLIDAY-CALENDAR loaded, as the kind of holiday asked
      *    about: 'T' for a tariff holiday rated at the weekend rate,
      *    'B' for a bank holiday.  Weekends are the caller's own
      *    arithmetic; this only knows the calendar.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-HOLIDAY-TABLE EXTERNAL.
           05  W-HOLIDAY-COUNT PIC 999 COMP VALUE 0.
           05  W-HOLIDAY-ENTRY OCCURS 300 TIMES.
               10  W-HD-DATE       PIC 9(8).
               10  W-HD-TARIFF     PIC X.
               10  W-HD-BANK       PIC X.
               10  W-HD-DESC       PIC X(20).

       01  W-SUB               PIC 999 COMP.

       LINKAGE SECTION.
       01  L-DATE          PIC 9(8).
       01  L-KIND          PIC X.
       01  L-HOLIDAY       PIC X.
           88  L-IS-HOLIDAY        VALUE 'Y'.

       PROCEDURE DIVISION USING L-DATE, L-KIND, L-HOLIDAY.
       CHECK-DATE.
           MOVE 'N' TO L-HOLIDAY.
           PERFORM CHECK-ONE-ROW
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HOLIDAY-COUNT OR L-IS-HOLIDAY.
           GOBACK.

       CHECK-ONE-ROW.
           IF W-HD-DATE(W-SUB) = L-DATE THEN
               IF (L-KIND = 'T' AND W-HD-TARIFF(W-SUB) = 'Y') OR
                       (L-KIND = 'B' AND W-HD-BANK(W-SUB) = 'Y') THEN
                   SET L-IS-HOLIDAY TO TRUE
               END-IF
           END-IF.
