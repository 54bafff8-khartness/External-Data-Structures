       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-CONCESSION.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up one account's employee concession by master
      *    position.  L-FOUND comes back 'N' for an account that was
      *    never an employee's; the status byte tells a live
      *    concession ('A') from one ended at separation ('E'), whose
      *    end date is the separation date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCESSION-FILE ASSIGN TO W-CONCESS-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-CONCESS-POS.

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

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-FOUND         PIC X.
           88  L-CONCESSION-FOUND  VALUE 'Y'.
       01  L-CN-STATUS     PIC X.
       01  L-EMPLOYEE-ID   PIC X(9).
       01  L-LOCAL-PCT     PIC 999.
       01  L-TOLL-PCT      PIC 999.
       01  L-EQUIP-PCT     PIC 999.
       01  L-START-DATE    PIC 9(8).
       01  L-END-DATE      PIC 9(8).

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-CN-STATUS,
               L-EMPLOYEE-ID, L-LOCAL-PCT, L-TOLL-PCT, L-EQUIP-PCT,
               L-START-DATE, L-END-DATE.
       GET-RECORD.
           MOVE 'N' TO L-FOUND.
           MOVE SPACE TO L-CN-STATUS.
           MOVE SPACES TO L-EMPLOYEE-ID.
           MOVE 0 TO L-LOCAL-PCT, L-TOLL-PCT, L-EQUIP-PCT,
               L-START-DATE, L-END-DATE.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE L-POSITION TO W-CONCESS-POS.
           READ CONCESSION-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF CN-STATUS = SPACE THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE CN-STATUS TO L-CN-STATUS.
           MOVE CN-EMPLOYEE-ID TO L-EMPLOYEE-ID.
           MOVE CN-LOCAL-PCT TO L-LOCAL-PCT.
           MOVE CN-TOLL-PCT TO L-TOLL-PCT.
           MOVE CN-EQUIP-PCT TO L-EQUIP-PCT.
           MOVE CN-START-DATE TO L-START-DATE.
           MOVE CN-END-DATE TO L-END-DATE.
           GOBACK.
