       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-CPE-MODELS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Loads the rental-equipment model master into the in-memory
      *    table GET-CPE-MODEL answers from: one row per model we
      *    lease (handset, key system or modem) with its description,
      *    the monthly rental the cycle run charges while a unit is
      *    out, and the fee the final-bill run charges when a unit
      *    never comes back.  Read once and held for the run, the
      *    same way OPEN-PLAN-TABLE holds the plan master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MODEL-FILE ASSIGN TO W-MODEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

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
       01  W-MODEL-FILENAME    PIC X(512).
       01  W-STATUS            PIC XX.
       01  W-EOF-SW            PIC X VALUE 'N'.
           88  W-MODEL-EOF         VALUE 'Y'.

       01  W-CPE-MODEL-TABLE EXTERNAL.
           05  W-CPE-MODEL-COUNT   PIC 999 COMP VALUE 0.
           05  W-CPE-MODEL-ENTRY   OCCURS 100 TIMES.
               10  W-EM-MODEL          PIC X(6).
               10  W-EM-DESC           PIC X(30).
               10  W-EM-TYPE           PIC X.
               10  W-EM-RENT           PIC 9(3)V99.
               10  W-EM-FEE            PIC 9(5)V99.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       LOAD-TABLE.
           MOVE 0 TO W-CPE-MODEL-COUNT.
           MOVE 'N' TO W-EOF-SW.
           MOVE L-FILENAME TO W-MODEL-FILENAME.
           OPEN INPUT MODEL-FILE.
           IF W-STATUS NOT = '00' THEN
               DISPLAY "Unable to open equipment model file: ",
                   L-FILENAME
               GOBACK.
           PERFORM LOAD-ONE-ROW UNTIL W-MODEL-EOF.
           CLOSE MODEL-FILE.
           GOBACK.

       LOAD-ONE-ROW.
           READ MODEL-FILE
               AT END
                   SET W-MODEL-EOF TO TRUE
               NOT AT END
                   IF W-CPE-MODEL-COUNT < 100 THEN
                       ADD 1 TO W-CPE-MODEL-COUNT
                       MOVE EM-MODEL TO W-EM-MODEL(W-CPE-MODEL-COUNT)
                       MOVE EM-DESCRIPTION
                           TO W-EM-DESC(W-CPE-MODEL-COUNT)
                       MOVE EM-TYPE TO W-EM-TYPE(W-CPE-MODEL-COUNT)
                       MOVE EM-MONTHLY-RENT
                           TO W-EM-RENT(W-CPE-MODEL-COUNT)
                       MOVE EM-UNRETURNED-FEE
                           TO W-EM-FEE(W-CPE-MODEL-COUNT)
                   ELSE
                       DISPLAY "Equipment model table full; row",
                           " ignored."
                   END-IF
           END-READ.
