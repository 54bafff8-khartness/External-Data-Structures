       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           GET-CPE-MODEL.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back a rental-equipment model's description, monthly
      *    rental and unreturned-equipment fee from the table
      *    OPEN-CPE-MODELS loaded.  A model not on file comes back
      *    not-found with zero charges.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-CPE-MODEL-TABLE EXTERNAL.
           05  W-CPE-MODEL-COUNT   PIC 999 COMP VALUE 0.
           05  W-CPE-MODEL-ENTRY   OCCURS 100 TIMES.
               10  W-EM-MODEL          PIC X(6).
               10  W-EM-DESC           PIC X(30).
               10  W-EM-TYPE           PIC X.
               10  W-EM-RENT           PIC 9(3)V99.
               10  W-EM-FEE            PIC 9(5)V99.

       01  W-SUB               PIC 999 COMP.
       01  W-HIT               PIC 999 COMP.

       LINKAGE SECTION.
       01  L-MODEL         PIC X(6).
       01  L-FOUND         PIC X.
           88  L-MODEL-FOUND       VALUE 'Y'.
       01  L-DESCRIPTION   PIC X(30).
       01  L-MONTHLY-RENT  PIC 9(3)V99.
       01  L-UNRETURNED-FEE PIC 9(5)V99.

       PROCEDURE DIVISION USING L-MODEL, L-FOUND, L-DESCRIPTION,
               L-MONTHLY-RENT, L-UNRETURNED-FEE.
       LOOK-UP-MODEL.
           MOVE 'N' TO L-FOUND.
           MOVE SPACES TO L-DESCRIPTION.
           MOVE 0 TO L-MONTHLY-RENT, L-UNRETURNED-FEE.
           MOVE 0 TO W-HIT.
           PERFORM TRY-ONE-MODEL
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-CPE-MODEL-COUNT OR W-HIT NOT = 0.
           IF W-HIT NOT = 0 THEN
               MOVE 'Y' TO L-FOUND
               MOVE W-EM-DESC(W-HIT) TO L-DESCRIPTION
               MOVE W-EM-RENT(W-HIT) TO L-MONTHLY-RENT
               MOVE W-EM-FEE(W-HIT) TO L-UNRETURNED-FEE
           END-IF.
           GOBACK.

       TRY-ONE-MODEL.
           IF W-EM-MODEL(W-SUB) = L-MODEL THEN
               MOVE W-SUB TO W-HIT
           END-IF.
