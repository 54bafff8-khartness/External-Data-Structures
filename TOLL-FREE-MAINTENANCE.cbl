       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           TOLL-FREE-MAINTENANCE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Business office screen for toll-free (8XX) service: assign
      *    a number to the account that owns the local line it is to
      *    ring, change the line it translates to, disconnect it, and
      *    list what is on file.  The owner is whoever has the
      *    terminating line, so a number can't ring one customer's
      *    phone and bill another.  Callers pay nothing; MEDIATION-
      *    INTAKE stamps each call to a number in service callee-
      *    billed and the cycle run prices it off the number's own
      *    tariff rows in the rate table (plan code TOLL unless the
      *    contract calls for another).  The file is loaded into the
      *    table OPEN-TOLL-FREE fills and rewritten in full on the way
      *    out, like the equipment model file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOLL-FREE-FILE ASSIGN TO W-TOLL-FREE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TOLL-FREE-FILE.
       01  TOLL-FREE-REC.
           05  TF-NUMBER           PIC 9(10).
           05  TF-MASTER-POS       PIC 9(9).
           05  TF-TERM-PHONE       PIC 9(10).
           05  TF-TARIFF           PIC X(4).
           05  TF-STATUS           PIC X.
           05  TF-ACTIVE-DATE      PIC 9(8).
           05  TF-DISC-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  W-TOLL-FREE-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\TOLLFREE.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.

       01  W-TOLL-FREE-TABLE EXTERNAL.
           05  W-TOLL-FREE-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-TOLL-FREE-ENTRY   OCCURS 500 TIMES.
               10  W-TF-NUMBER         PIC 9(10).
               10  W-TF-MASTER-POS     PIC 9(9).
               10  W-TF-TERM-PHONE     PIC 9(10).
               10  W-TF-TARIFF         PIC X(4).
               10  W-TF-STATUS         PIC X.
               10  W-TF-ACTIVE-DATE    PIC 9(8).
               10  W-TF-DISC-DATE      PIC 9(8).

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 9(4) COMP.
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.
       01  W-TODAY             PIC 9(8).

       01  W-NUMBER            PIC 9(10).
       01  W-NUMBER-PARTS REDEFINES W-NUMBER.
           05  W-NUMBER-NPA        PIC X(3).
               88  W-TOLL-FREE-NPA     VALUE '800' '833' '844' '855'
                                             '866' '877' '888'.
           05  FILLER              PIC X(7).
       01  W-TERM-PHONE        PIC 9(10).
       01  W-PHONE-KEY         PIC 9(15).
       01  W-TARIFF            PIC X(4).
       01  L-POSITION          PIC 9(9) COMP.
       01  W-OWNER-POS         PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.
       01  W-SHOW-ACCOUNT      PIC 9(9).

       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP.
       01  W-JOURNAL-AFTER     PIC 9(9) COMP.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-TOLL-FREE' USING W-TOLL-FREE-FILENAME.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           PERFORM SHOW-MENU UNTIL W-DONE.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           IF W-TABLE-CHANGED THEN
               PERFORM REWRITE-TOLL-FREE-FILE
               DISPLAY "Toll-free number file saved."
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "TOLL-FREE NUMBER MAINTENANCE".
           DISPLAY "  1. Assign a toll-free number".
           DISPLAY "  2. Change the line a number rings".
           DISPLAY "  3. Disconnect a number".
           DISPLAY "  4. List numbers".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM ASSIGN-NUMBER THRU ASSIGN-NUMBER-EXIT
               WHEN 2
                   PERFORM CHANGE-ROUTING THRU CHANGE-ROUTING-EXIT
               WHEN 3
                   PERFORM DISCONNECT-NUMBER
                       THRU DISCONNECT-NUMBER-EXIT
               WHEN 4
                   PERFORM LIST-NUMBERS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

      *----------------------------------------------------------------
      *    ASSIGN -- a number already in service can't be assigned
      *    again; one disconnected earlier gets a fresh row, so the
      *    old owner's calls still bill the old owner.
      *----------------------------------------------------------------
       ASSIGN-NUMBER.
           PERFORM ACCEPT-TOLL-FREE-NUMBER.
           IF NOT W-TOLL-FREE-NPA THEN
               DISPLAY "  Toll-free numbers are 800, 833, 844, 855,",
                   " 866, 877 or 888."
               GO TO ASSIGN-NUMBER-EXIT.
           IF W-HIT NOT = 0 THEN
               DISPLAY "  That number is already in service."
               GO TO ASSIGN-NUMBER-EXIT.
           IF W-TOLL-FREE-COUNT >= 500 THEN
               DISPLAY "  Toll-free number table is full."
               GO TO ASSIGN-NUMBER-EXIT.
           PERFORM ACCEPT-TERMINATING-LINE.
           IF L-POSITION = 0 THEN
               DISPLAY "  That line is not on a customer account."
               GO TO ASSIGN-NUMBER-EXIT.
           DISPLAY "  Tariff plan code (blank = TOLL): "
               WITH NO ADVANCING.
           ACCEPT W-TARIFF.
           IF W-TARIFF = SPACES THEN
               MOVE 'TOLL' TO W-TARIFF
           END-IF.
           ADD 1 TO W-TOLL-FREE-COUNT.
           MOVE W-TOLL-FREE-COUNT TO W-HIT.
           MOVE W-NUMBER TO W-TF-NUMBER(W-HIT).
           MOVE L-POSITION TO W-TF-MASTER-POS(W-HIT).
           MOVE W-TERM-PHONE TO W-TF-TERM-PHONE(W-HIT).
           MOVE W-TARIFF TO W-TF-TARIFF(W-HIT).
           MOVE 'A' TO W-TF-STATUS(W-HIT).
           MOVE W-TODAY TO W-TF-ACTIVE-DATE(W-HIT).
           MOVE 0 TO W-TF-DISC-DATE(W-HIT).
           SET W-TABLE-CHANGED TO TRUE.
           MOVE 'TOLLFREE-ASSIGN' TO W-JOURNAL-OP.
           MOVE 0 TO W-JOURNAL-BEFORE.
           MOVE L-POSITION TO W-JOURNAL-AFTER.
           PERFORM JOURNAL-THIS-NUMBER.
           PERFORM SHOW-OWNER.
           DISPLAY "  In service today, ringing ", W-TERM-PHONE, ".".
       ASSIGN-NUMBER-EXIT.
           CONTINUE.

      *    the new line has to belong to the same account -- moving a
      *    number to another customer is a disconnect and an assign
       CHANGE-ROUTING.
           PERFORM ACCEPT-TOLL-FREE-NUMBER.
           IF W-HIT = 0 THEN
               DISPLAY "  That number is not in service."
               GO TO CHANGE-ROUTING-EXIT.
           PERFORM ACCEPT-TERMINATING-LINE.
           IF L-POSITION NOT = W-TF-MASTER-POS(W-HIT) THEN
               DISPLAY "  That line is not on the owning account."
               GO TO CHANGE-ROUTING-EXIT.
           MOVE W-TERM-PHONE TO W-TF-TERM-PHONE(W-HIT).
           SET W-TABLE-CHANGED TO TRUE.
           MOVE 'TOLLFREE-ROUTE' TO W-JOURNAL-OP.
           MOVE L-POSITION TO W-JOURNAL-BEFORE, W-JOURNAL-AFTER.
           PERFORM JOURNAL-THIS-NUMBER.
           DISPLAY "  Now rings ", W-TERM-PHONE, ".".
       CHANGE-ROUTING-EXIT.
           CONTINUE.

       DISCONNECT-NUMBER.
           PERFORM ACCEPT-TOLL-FREE-NUMBER.
           IF W-HIT = 0 THEN
               DISPLAY "  That number is not in service."
               GO TO DISCONNECT-NUMBER-EXIT.
           MOVE 'X' TO W-TF-STATUS(W-HIT).
           MOVE W-TODAY TO W-TF-DISC-DATE(W-HIT).
           SET W-TABLE-CHANGED TO TRUE.
           MOVE 'TOLLFREE-DISC' TO W-JOURNAL-OP.
           MOVE W-TF-MASTER-POS(W-HIT) TO W-JOURNAL-BEFORE.
           MOVE 0 TO W-JOURNAL-AFTER.
           PERFORM JOURNAL-THIS-NUMBER.
           DISPLAY "  Disconnected; usage to today still bills the",
               " owner.".
       DISCONNECT-NUMBER-EXIT.
           CONTINUE.

      *    leaves W-HIT on the number's in-service row, or zero
       ACCEPT-TOLL-FREE-NUMBER.
           DISPLAY "  Toll-free number (10 digits): " WITH NO ADVANCING.
           ACCEPT W-NUMBER.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-NUMBER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TOLL-FREE-COUNT.

       MATCH-ONE-NUMBER.
           IF W-TF-NUMBER(W-SUB) = W-NUMBER AND
                   W-TF-STATUS(W-SUB) = 'A' THEN
               MOVE W-SUB TO W-HIT
           END-IF.

      *    the owner is the account the terminating line is on
       ACCEPT-TERMINATING-LINE.
           DISPLAY "  Local line it rings (10 digits): "
               WITH NO ADVANCING.
           ACCEPT W-TERM-PHONE.
           MOVE W-TERM-PHONE TO W-PHONE-KEY.
           CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION, W-PHONE-KEY.

       SHOW-OWNER.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           DISPLAY "  Owner: ", W-SHOW-ACCOUNT, "  ", W-NAME.

       JOURNAL-THIS-NUMBER.
           MOVE SPACES TO W-JOURNAL-KEY.
           MOVE W-NUMBER TO W-JOURNAL-KEY(1:10).
           MOVE W-TF-TERM-PHONE(W-HIT) TO W-JOURNAL-KEY(12:10).
           MOVE W-TF-TARIFF(W-HIT) TO W-JOURNAL-KEY(23:4).
           CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
               W-JOURNAL-BEFORE, W-JOURNAL-AFTER.

       LIST-NUMBERS.
           DISPLAY "  NUMBER     RINGS      TARF S IN SERVICE OUT",
               "       ACCOUNT   NAME".
           PERFORM LIST-ONE-NUMBER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TOLL-FREE-COUNT.

       LIST-ONE-NUMBER.
           MOVE W-TF-MASTER-POS(W-SUB) TO W-OWNER-POS.
           CALL 'GET-CUSTOMER-MASTER' USING W-OWNER-POS, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               MOVE 0 TO W-ACCOUNT
               MOVE "<ACCOUNT NOT IN SERVICE>" TO W-NAME
           END-IF.
           MOVE W-ACCOUNT TO W-SHOW-ACCOUNT.
           DISPLAY "  ", W-TF-NUMBER(W-SUB), " ",
               W-TF-TERM-PHONE(W-SUB), " ", W-TF-TARIFF(W-SUB), " ",
               W-TF-STATUS(W-SUB), " ", W-TF-ACTIVE-DATE(W-SUB), " ",
               W-TF-DISC-DATE(W-SUB), " ", W-SHOW-ACCOUNT, " ",
               W-NAME.

       REWRITE-TOLL-FREE-FILE.
           OPEN OUTPUT TOLL-FREE-FILE.
           PERFORM WRITE-ONE-NUMBER
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-TOLL-FREE-COUNT.
           CLOSE TOLL-FREE-FILE.

       WRITE-ONE-NUMBER.
           MOVE W-TF-NUMBER(W-SUB) TO TF-NUMBER.
           MOVE W-TF-MASTER-POS(W-SUB) TO TF-MASTER-POS.
           MOVE W-TF-TERM-PHONE(W-SUB) TO TF-TERM-PHONE.
           MOVE W-TF-TARIFF(W-SUB) TO TF-TARIFF.
           MOVE W-TF-STATUS(W-SUB) TO TF-STATUS.
           MOVE W-TF-ACTIVE-DATE(W-SUB) TO TF-ACTIVE-DATE.
           MOVE W-TF-DISC-DATE(W-SUB) TO TF-DISC-DATE.
           WRITE TOLL-FREE-REC.
