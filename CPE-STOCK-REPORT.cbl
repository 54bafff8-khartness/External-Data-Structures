       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CPE-STOCK-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Stock-on-hand report for the warehouse: for each rental
      *    equipment model, how many units are on the shelf, out on
      *    loan, back from customers waiting to be restocked, and
      *    written off as lost, with totals -- taken straight from the
      *    equipment inventory, so it is the same count billing sees.
      *    Units of a model no longer on the model file are totalled
      *    on a line of their own.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-MODEL-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\CPEMODEL.DAT'.
       01  W-EQUIP-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\EQUIPINV.DAT'.

       01  W-EQUIP-STUFF EXTERNAL.
           05  W-EQUIP-OPEN        PIC X.
           05  W-EQUIP-CHANGED     PIC X.
           05  W-EQUIP-HEADER.
               10  W-EQUIP-FILE-SIZE   PIC 9(9) COMP.

       01  W-CPE-MODEL-TABLE EXTERNAL.
           05  W-CPE-MODEL-COUNT   PIC 999 COMP VALUE 0.
           05  W-CPE-MODEL-ENTRY   OCCURS 100 TIMES.
               10  W-EM-MODEL          PIC X(6).
               10  W-EM-DESC           PIC X(30).
               10  W-EM-TYPE           PIC X.
               10  W-EM-RENT           PIC 9(3)V99.
               10  W-EM-FEE            PIC 9(5)V99.

      *    one row of counts per model-table row, same subscript; row
      *    101 takes units whose model is not on file
       01  W-COUNT-TABLE.
           05  W-COUNT-ROW OCCURS 101 TIMES.
               10  W-CT-STOCK      PIC 9(7) COMP.
               10  W-CT-LOAN       PIC 9(7) COMP.
               10  W-CT-RETURNED   PIC 9(7) COMP.
               10  W-CT-LOST       PIC 9(7) COMP.
       01  W-TOT-STOCK             PIC 9(7) COMP VALUE 0.
       01  W-TOT-LOAN              PIC 9(7) COMP VALUE 0.
       01  W-TOT-RETURNED          PIC 9(7) COMP VALUE 0.
       01  W-TOT-LOST              PIC 9(7) COMP VALUE 0.

       01  W-TODAY                 PIC 9(8).
       01  W-EQ-POS                PIC 9(9) COMP.
       01  W-SUB                   PIC 999 COMP.
       01  W-HIT                   PIC 999 COMP.
       01  W-EQ-FOUND              PIC X.
           88  W-UNIT-ON-FILE          VALUE 'Y'.
       01  W-EQ-SERIAL             PIC X(15).
       01  W-EQ-MODEL              PIC X(6).
       01  W-EQ-STATUS             PIC X.
           88  W-EQ-IN-STOCK           VALUE 'S'.
           88  W-EQ-ON-LOAN            VALUE 'L'.
           88  W-EQ-RETURNED           VALUE 'R'.
           88  W-EQ-LOST               VALUE 'X'.
       01  W-EQ-MASTER-POS         PIC 9(9).
       01  W-EQ-LOAN-DATE          PIC 9(8).
       01  W-EQ-STATUS-DATE        PIC 9(8).
       01  W-EQ-FEE-BILLED         PIC X.

       01  W-SHOW-STOCK            PIC ZZZ,ZZ9.
       01  W-SHOW-LOAN             PIC ZZZ,ZZ9.
       01  W-SHOW-RETURNED         PIC ZZZ,ZZ9.
       01  W-SHOW-LOST             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           CALL 'OPEN-CPE-MODELS' USING W-MODEL-FILENAME.
           CALL 'OPEN-EQUIPMENT' USING W-EQUIP-FILENAME.
           INITIALIZE W-COUNT-TABLE.
           PERFORM COUNT-ONE-UNIT THRU COUNT-ONE-UNIT-EXIT
               VARYING W-EQ-POS FROM 2 BY 1
               UNTIL W-EQ-POS > W-EQUIP-FILE-SIZE.
           CALL 'CLOSE-EQUIPMENT'.

           DISPLAY " ".
           DISPLAY "RENTAL EQUIPMENT STOCK ON HAND - ", W-TODAY.
           DISPLAY " ".
           DISPLAY "  MODEL  DESCRIPTION                    ",
               "IN STOCK  ON LOAN RETURNED     LOST".
           PERFORM PRINT-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT.
           IF W-CT-STOCK(101) NOT = 0 OR W-CT-LOAN(101) NOT = 0 OR
                   W-CT-RETURNED(101) NOT = 0 OR
                   W-CT-LOST(101) NOT = 0 THEN
               MOVE 101 TO W-SUB
               MOVE SPACES TO W-EQ-MODEL
               PERFORM PRINT-COUNT-LINE
           END-IF.
           DISPLAY " ".
           MOVE W-TOT-STOCK TO W-SHOW-STOCK.
           MOVE W-TOT-LOAN TO W-SHOW-LOAN.
           MOVE W-TOT-RETURNED TO W-SHOW-RETURNED.
           MOVE W-TOT-LOST TO W-SHOW-LOST.
           DISPLAY "  TOTAL                                 ",
               W-SHOW-STOCK, "  ", W-SHOW-LOAN, "  ",
               W-SHOW-RETURNED, "  ", W-SHOW-LOST.
           STOP RUN.

       COUNT-ONE-UNIT.
           CALL 'GET-EQUIPMENT' USING W-EQ-POS, W-EQ-FOUND,
               W-EQ-SERIAL, W-EQ-MODEL, W-EQ-STATUS, W-EQ-MASTER-POS,
               W-EQ-LOAN-DATE, W-EQ-STATUS-DATE, W-EQ-FEE-BILLED.
           IF NOT W-UNIT-ON-FILE THEN
               GO TO COUNT-ONE-UNIT-EXIT.
           MOVE 0 TO W-HIT.
           PERFORM MATCH-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               MOVE 101 TO W-HIT
           END-IF.
           EVALUATE TRUE
               WHEN W-EQ-IN-STOCK
                   ADD 1 TO W-CT-STOCK(W-HIT), W-TOT-STOCK
               WHEN W-EQ-ON-LOAN
                   ADD 1 TO W-CT-LOAN(W-HIT), W-TOT-LOAN
               WHEN W-EQ-RETURNED
                   ADD 1 TO W-CT-RETURNED(W-HIT), W-TOT-RETURNED
               WHEN W-EQ-LOST
                   ADD 1 TO W-CT-LOST(W-HIT), W-TOT-LOST
           END-EVALUATE.
       COUNT-ONE-UNIT-EXIT.
           CONTINUE.

       MATCH-ONE-MODEL.
           IF W-EM-MODEL(W-SUB) = W-EQ-MODEL THEN
               MOVE W-SUB TO W-HIT
           END-IF.

       PRINT-ONE-MODEL.
           MOVE W-EM-MODEL(W-SUB) TO W-EQ-MODEL.
           PERFORM PRINT-COUNT-LINE.

       PRINT-COUNT-LINE.
           MOVE W-CT-STOCK(W-SUB) TO W-SHOW-STOCK.
           MOVE W-CT-LOAN(W-SUB) TO W-SHOW-LOAN.
           MOVE W-CT-RETURNED(W-SUB) TO W-SHOW-RETURNED.
           MOVE W-CT-LOST(W-SUB) TO W-SHOW-LOST.
           IF W-SUB > 100 THEN
               DISPLAY "  ?????? MODEL NOT ON THE MODEL FILE     ",
                   W-SHOW-STOCK, "  ", W-SHOW-LOAN, "  ",
                   W-SHOW-RETURNED, "  ", W-SHOW-LOST
           ELSE
               DISPLAY "  ", W-EQ-MODEL, " ", W-EM-DESC(W-SUB), " ",
                   W-SHOW-STOCK, "  ", W-SHOW-LOAN, "  ",
                   W-SHOW-RETURNED, "  ", W-SHOW-LOST
           END-IF.
