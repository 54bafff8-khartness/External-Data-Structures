       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CPE-MAINTENANCE.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Warehouse screen for the rental equipment: add a model we
      *    lease or change its monthly rental and unreturned-equipment
      *    fee, receive new units into stock by serial number, put a
      *    unit a customer brought back onto the shelf again, write a
      *    unit off as lost, and list the models.  Lending a unit to
      *    an account and taking it back are done from CUSTOMER-
      *    MAINTENANCE.  Like the plan master, the model file is small
      *    enough to load into the table OPEN-CPE-MODELS fills and
      *    rewrite in full on the way out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-FILE ASSIGN TO W-MODEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MODEL-FILE.
       01  MODEL-REC.
           05  EM-MODEL            PIC X(6).
           05  EM-DESCRIPTION      PIC X(30).
           05  EM-TYPE             PIC X.
           05  EM-MONTHLY-RENT     PIC 9(3)V99.
           05  EM-UNRETURNED-FEE   PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  W-MODEL-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\CPEMODEL.DAT'.
       01  W-EQUIP-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\EQUIPINV.DAT'.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.

       01  W-CPE-MODEL-TABLE EXTERNAL.
           05  W-CPE-MODEL-COUNT   PIC 999 COMP VALUE 0.
           05  W-CPE-MODEL-ENTRY   OCCURS 100 TIMES.
               10  W-EM-MODEL          PIC X(6).
               10  W-EM-DESC           PIC X(30).
               10  W-EM-TYPE           PIC X.
               10  W-EM-RENT           PIC 9(3)V99.
               10  W-EM-FEE            PIC 9(5)V99.

       01  W-CHOICE            PIC 9 VALUE 9.
           88  W-DONE              VALUE 0.
       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.
       01  W-MODEL             PIC X(6).
       01  W-DESC              PIC X(30).
       01  W-TYPE              PIC X.
           88  W-TYPE-VALID        VALUE 'H' 'K' 'M'.
       01  W-RENT              PIC 9(3)V99.
       01  W-FEE               PIC 9(5)V99.
       01  W-CHANGED-SW        PIC X VALUE 'N'.
           88  W-TABLE-CHANGED     VALUE 'Y'.

       01  W-SERIAL            PIC X(15).
       01  W-EQ-POS            PIC 9(9) COMP.
       01  W-EQ-ACTION         PIC X.
       01  W-NO-ACCOUNT        PIC 9(9) COMP VALUE 0.
       01  L-STATUS            PIC 9.
           88  STATUS-OK           VALUE 0.
       01  W-RECEIVED-COUNT    PIC 9(5) COMP.
       01  W-SHOW-RENT         PIC $$$9.99.
       01  W-SHOW-FEE          PIC $$,$$9.99.

       PROCEDURE DIVISION.
       MAIN.
           CALL 'OPEN-CPE-MODELS' USING W-MODEL-FILENAME.
           CALL 'OPEN-EQUIPMENT' USING W-EQUIP-FILENAME.
           CALL 'OPEN-JOURNAL' USING W-JOURNAL-FILENAME.
           PERFORM SHOW-MENU UNTIL W-DONE.
           CALL 'CLOSE-JOURNAL'.
           CALL 'CLOSE-EQUIPMENT'.
           IF W-TABLE-CHANGED THEN
               PERFORM REWRITE-MODEL-FILE
               DISPLAY "Equipment model file saved."
           END-IF.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "RENTAL EQUIPMENT MAINTENANCE".
           DISPLAY "  1. Add or change a model".
           DISPLAY "  2. Receive units into stock".
           DISPLAY "  3. Restock a returned unit".
           DISPLAY "  4. Write a unit off as lost".
           DISPLAY "  5. List models".
           DISPLAY "  0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.
           ACCEPT W-CHOICE.
           EVALUATE W-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-MODEL THRU MAINTAIN-MODEL-EXIT
               WHEN 2
                   PERFORM RECEIVE-UNITS THRU RECEIVE-UNITS-EXIT
               WHEN 3
                   MOVE 'S' TO W-EQ-ACTION
                   PERFORM MOVE-ONE-UNIT THRU MOVE-ONE-UNIT-EXIT
               WHEN 4
                   MOVE 'X' TO W-EQ-ACTION
                   PERFORM MOVE-ONE-UNIT THRU MOVE-ONE-UNIT-EXIT
               WHEN 5
                   PERFORM LIST-MODELS
               WHEN 0
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  Not a valid choice."
           END-EVALUATE.

      *    a model already on file keeps its slot; the new rental
      *    applies from the next cycle run
       MAINTAIN-MODEL.
           DISPLAY "  Model code: " WITH NO ADVANCING.
           ACCEPT W-MODEL.
           IF W-MODEL = SPACES THEN
               GO TO MAINTAIN-MODEL-EXIT.
           PERFORM FIND-MODEL.
           IF W-HIT = 0 AND W-CPE-MODEL-COUNT >= 100 THEN
               DISPLAY "  Equipment model table is full."
               GO TO MAINTAIN-MODEL-EXIT.
           IF W-HIT NOT = 0 THEN
               MOVE W-EM-RENT(W-HIT) TO W-SHOW-RENT
               MOVE W-EM-FEE(W-HIT) TO W-SHOW-FEE
               DISPLAY "  ", W-EM-DESC(W-HIT), " rents ",
                   W-SHOW-RENT, ", unreturned fee ", W-SHOW-FEE
           END-IF.
           DISPLAY "  Description: " WITH NO ADVANCING.
           ACCEPT W-DESC.
           DISPLAY "  Type (H=handset K=key system M=modem): "
               WITH NO ADVANCING.
           ACCEPT W-TYPE.
           IF NOT W-TYPE-VALID THEN
               DISPLAY "  Type is H, K or M."
               GO TO MAINTAIN-MODEL-EXIT.
           DISPLAY "  Monthly rental: " WITH NO ADVANCING.
           ACCEPT W-RENT.
           DISPLAY "  Unreturned-equipment fee: " WITH NO ADVANCING.
           ACCEPT W-FEE.
           IF W-HIT = 0 THEN
               ADD 1 TO W-CPE-MODEL-COUNT
               MOVE W-CPE-MODEL-COUNT TO W-HIT
               MOVE W-MODEL TO W-EM-MODEL(W-HIT)
           END-IF.
           MOVE W-DESC TO W-EM-DESC(W-HIT).
           MOVE W-TYPE TO W-EM-TYPE(W-HIT).
           MOVE W-RENT TO W-EM-RENT(W-HIT).
           MOVE W-FEE TO W-EM-FEE(W-HIT).
           SET W-TABLE-CHANGED TO TRUE.
           DISPLAY "  Model saved.".
       MAINTAIN-MODEL-EXIT.
           CONTINUE.

      *    serials are keyed one after another against one model
      *    until a blank serial ends the delivery
       RECEIVE-UNITS.
           DISPLAY "  Model code: " WITH NO ADVANCING.
           ACCEPT W-MODEL.
           PERFORM FIND-MODEL.
           IF W-HIT = 0 THEN
               DISPLAY "  Not a model on the model file."
               GO TO RECEIVE-UNITS-EXIT.
           MOVE 0 TO W-RECEIVED-COUNT.
           MOVE 'N' TO W-EQ-ACTION.
           MOVE 'X' TO W-SERIAL.
           PERFORM RECEIVE-ONE-UNIT UNTIL W-SERIAL = SPACES.
           DISPLAY "  ", W-RECEIVED-COUNT, " unit(s) received.".
       RECEIVE-UNITS-EXIT.
           CONTINUE.

       RECEIVE-ONE-UNIT.
           DISPLAY "  Serial (blank = done): " WITH NO ADVANCING.
           ACCEPT W-SERIAL.
           IF W-SERIAL NOT = SPACES THEN
               CALL 'SET-EQUIPMENT' USING L-STATUS, W-EQ-POS,
                   W-EQ-ACTION, W-SERIAL, W-MODEL, W-NO-ACCOUNT
               IF STATUS-OK THEN
                   ADD 1 TO W-RECEIVED-COUNT
               ELSE
                   DISPLAY "  Serial already on file; not received."
               END-IF
           END-IF.

       MOVE-ONE-UNIT.
           DISPLAY "  Serial: " WITH NO ADVANCING.
           ACCEPT W-SERIAL.
           CALL 'FIND-EQUIPMENT' USING W-SERIAL, W-EQ-POS.
           IF W-EQ-POS = 0 THEN
               DISPLAY "  No unit with that serial."
               GO TO MOVE-ONE-UNIT-EXIT.
           CALL 'SET-EQUIPMENT' USING L-STATUS, W-EQ-POS,
               W-EQ-ACTION, W-SERIAL, W-MODEL, W-NO-ACCOUNT.
           IF NOT STATUS-OK THEN
               IF W-EQ-ACTION = 'S' THEN
                   DISPLAY "  Only a unit returned by a customer can",
                       " be restocked."
               ELSE
                   DISPLAY "  That unit is already written off."
               END-IF
               GO TO MOVE-ONE-UNIT-EXIT.
           IF W-EQ-ACTION = 'S' THEN
               DISPLAY "  Unit back in stock."
           ELSE
               DISPLAY "  Unit written off as lost."
           END-IF.
       MOVE-ONE-UNIT-EXIT.
           CONTINUE.

       LIST-MODELS.
           DISPLAY "  MODEL  DESCRIPTION                    T",
               "    RENT         FEE".
           PERFORM LIST-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT.

       LIST-ONE-MODEL.
           MOVE W-EM-RENT(W-SUB) TO W-SHOW-RENT.
           MOVE W-EM-FEE(W-SUB) TO W-SHOW-FEE.
           DISPLAY "  ", W-EM-MODEL(W-SUB), " ", W-EM-DESC(W-SUB),
               " ", W-EM-TYPE(W-SUB), " ", W-SHOW-RENT, " ",
               W-SHOW-FEE.

       FIND-MODEL.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT.

       MATCH-ONE-MODEL.
           IF W-EM-MODEL(W-SUB) = W-MODEL THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       REWRITE-MODEL-FILE.
           OPEN OUTPUT MODEL-FILE.
           PERFORM WRITE-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT.
           CLOSE MODEL-FILE.

       WRITE-ONE-MODEL.
           MOVE W-EM-MODEL(W-SUB) TO EM-MODEL.
           MOVE W-EM-DESC(W-SUB) TO EM-DESCRIPTION.
           MOVE W-EM-TYPE(W-SUB) TO EM-TYPE.
           MOVE W-EM-RENT(W-SUB) TO EM-MONTHLY-RENT.
           MOVE W-EM-FEE(W-SUB) TO EM-UNRETURNED-FEE.
           WRITE MODEL-REC.
