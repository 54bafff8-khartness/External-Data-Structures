       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-CONCESSIONS.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the employee concession file: one record per
      *    employee's own service account, kept at the customer's
      *    master position the way the Lifeline file is, carrying
      *    the employee ID payroll knows the employee by and the
      *    percentage the benefit takes off each kind of charge --
      *    local service, toll, and rental equipment.  The bill run
      *    takes the concession off enrolled accounts and logs its
      *    value for the payroll report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE ASSIGN TO W-CONCESS-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONCESS-POS
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONCESSION-FILE EXTERNAL.
       01  CONCESSION-REC.
           05  CN-STATUS           PIC X.
               88  CN-ACTIVE           VALUE 'A'.
               88  CN-ENDED            VALUE 'E'.
           05  CN-EMPLOYEE-ID      PIC X(9).
           05  CN-LOCAL-PCT        PIC 999.
           05  CN-TOLL-PCT         PIC 999.
           05  CN-EQUIP-PCT        PIC 999.
           05  CN-START-DATE       PIC 9(8).
           05  CN-END-DATE         PIC 9(8).
           05  CN-STATUS-DATE      PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-CONCESS-POS EXTERNAL      PIC 9(9) COMP.
       01  W-CONCESS-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                    PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-CONCESS-FILENAME.
           OPEN I-O CONCESSION-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT CONCESSION-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open concession file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE CONCESSION-FILE
               OPEN I-O CONCESSION-FILE
           END-IF.
           GOBACK.
