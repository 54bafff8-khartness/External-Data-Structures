       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           HOLIDAY-MAINTENANCE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Maintenance screen for the holiday calendar RATE-CALL and
      *    the collections batches consult: add a date as a tariff
      *    holiday (rated at the weekend rate), a bank holiday (due
      *    dates roll past it), or both; remove one filed in error;
      *    and list what is on file.  Like the plan master, the file
      *    is small enough to load into the table OPEN-HOLIDAY-
      *    CALENDAR fills and rewrite in full on the way out.  Next
      *    year's dates go in each December, once the tariff filing
      *    and the bank schedule are out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO W-HOLIDAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05  HD-DATE         PIC 9(8).
           05  HD-TARIFF       PIC X.
           05  HD-BANK         PIC X.
           05  HD-DESCRIPTION  PIC X(20).

       WORKING-STORAGE SECTION.
       01  W-HOLIDAY-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\HOLIDAY.DAT'.

       01  W-HOLIDAY-TABLE EXTERNAL.
           05  W-HOLIDAY-COUNT PIC 999 COMP VALUE 0.
           05  W-HOLIDAY-ENTRY OCCURS 300 TIMES.
               10  W-HD-DATE       PIC 9(8).
               10  W-HD-TARIFF     PIC X.
               10  W-HD-BANK       PIC X.
               10  W-HD-DESC       PIC X(20).

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.
       01  W-DATE              PIC 9(8).
       01  W-TARIFF            PIC X.
           88  W-TARIFF-VALID      VALUE 'Y' 'N'.
       01  W-BANK              PIC X.
           88  W-BANK-VALID        VALUE 'Y' 'N'.
       01  W-DESC              PIC X(20).
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           PERFORM SHOW-MENU UNTIL W-DONE.
           IF W-TABLE-CHANGED THEN
               PERFORM REWRITE-HOLIDAY-FILE
               DISPLAY "Holiday calendar saved."
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "HOLIDAY CALENDAR MAINTENANCE".
           DISPLAY "  1. Add a holiday".
           DISPLAY "  2. Remove a holiday".
           DISPLAY "  3. List holidays".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM ADD-HOLIDAY THRU ADD-HOLIDAY-EXIT
               WHEN 2
                   PERFORM REMOVE-HOLIDAY THRU REMOVE-HOLIDAY-EXIT
               WHEN 3
                   PERFORM LIST-HOLIDAYS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

       ADD-HOLIDAY.
           IF W-HOLIDAY-COUNT >= 300 THEN
               DISPLAY "  Holiday calendar is full."
               GO TO ADD-HOLIDAY-EXIT.
           DISPLAY "  Date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-DATE.
           IF W-DATE < 19000101 THEN
               DISPLAY "  Not a valid date."
               GO TO ADD-HOLIDAY-EXIT.
           PERFORM FIND-HOLIDAY.
           IF W-HIT NOT = 0 THEN
               DISPLAY "  That date is already on file."
               GO TO ADD-HOLIDAY-EXIT.
           DISPLAY "  Description: " WITH NO ADVANCING.
           ACCEPT W-DESC.
           DISPLAY "  Tariff holiday, weekend rate (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-TARIFF.
           DISPLAY "  Bank holiday, due dates roll (Y/N): "
               WITH NO ADVANCING.
           ACCEPT W-BANK.
           IF NOT W-TARIFF-VALID OR NOT W-BANK-VALID THEN
               DISPLAY "  Answer Y or N."
               GO TO ADD-HOLIDAY-EXIT.
           IF W-TARIFF = 'N' AND W-BANK = 'N' THEN
               DISPLAY "  Neither kind; nothing to add."
               GO TO ADD-HOLIDAY-EXIT.
           ADD 1 TO W-HOLIDAY-COUNT.
           MOVE W-DATE TO W-HD-DATE(W-HOLIDAY-COUNT).
           MOVE W-TARIFF TO W-HD-TARIFF(W-HOLIDAY-COUNT).
           MOVE W-BANK TO W-HD-BANK(W-HOLIDAY-COUNT).
           MOVE W-DESC TO W-HD-DESC(W-HOLIDAY-COUNT).
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Holiday added.".
       ADD-HOLIDAY-EXIT.
           CONTINUE.

      *    the last row moves into the hole; nothing reads the
      *    calendar in date order
       REMOVE-HOLIDAY.
           DISPLAY "  Date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT W-DATE.
           PERFORM FIND-HOLIDAY.
           IF W-HIT = 0 THEN
               DISPLAY "  Not on file."
               GO TO REMOVE-HOLIDAY-EXIT.
           MOVE W-HOLIDAY-ENTRY(W-HOLIDAY-COUNT)
               TO W-HOLIDAY-ENTRY(W-HIT).
           SUBTRACT 1 FROM W-HOLIDAY-COUNT.
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Holiday removed.".
       REMOVE-HOLIDAY-EXIT.
           CONTINUE.

       LIST-HOLIDAYS.
           DISPLAY "  DATE     T B DESCRIPTION".
           PERFORM LIST-ONE-HOLIDAY
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HOLIDAY-COUNT.

       LIST-ONE-HOLIDAY.
           DISPLAY "  ", W-HD-DATE(W-SUB), " ", W-HD-TARIFF(W-SUB),
               " ", W-HD-BANK(W-SUB), " ", W-HD-DESC(W-SUB).

       FIND-HOLIDAY.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-HOLIDAY
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HOLIDAY-COUNT.

       MATCH-ONE-HOLIDAY.
           IF W-HD-DATE(W-SUB) = W-DATE THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       REWRITE-HOLIDAY-FILE.
           OPEN OUTPUT HOLIDAY-FILE.
           PERFORM WRITE-ONE-HOLIDAY
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-HOLIDAY-COUNT.
           CLOSE HOLIDAY-FILE.

       WRITE-ONE-HOLIDAY.
           MOVE W-HD-DATE(W-SUB) TO HD-DATE.
           MOVE W-HD-TARIFF(W-SUB) TO HD-TARIFF.
           MOVE W-HD-BANK(W-SUB) TO HD-BANK.
           MOVE W-HD-DESC(W-SUB) TO HD-DESCRIPTION.
           WRITE HOLIDAY-REC.
