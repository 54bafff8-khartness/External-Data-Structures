       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPEN-TAX-EXEMPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Opens the tax-exemption certificate file: one record per
      *    exempt customer -- the government office, school, or
      *    church -- kept at the master position, carrying the
      *    certificate number, which levies it exempts (the state's
      *    own rows, the 'US' federal rows, the E911 surcharge), and
      *    the dates it is in force.  COMPUTE-TAXES honors it on the
      *    bill date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPT-FILE ASSIGN TO W-TAX-EXEMPT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-TAX-EXEMPT-POS
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-EXEMPT-FILE EXTERNAL.
       01  TAX-EXEMPT-REC.
           05  TE-CERT-NUMBER      PIC X(15).
           05  TE-EXEMPT-STATE     PIC X.
           05  TE-EXEMPT-FEDERAL   PIC X.
           05  TE-EXEMPT-E911      PIC X.
           05  TE-EFFECTIVE-DATE   PIC 9(8).
           05  TE-EXPIRY-DATE      PIC 9(8).
           05  TE-ENTERED-DATE     PIC 9(8).
           05  FILLER              PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-TAX-EXEMPT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-TAX-EXEMPT-FILENAME EXTERNAL PIC X(512).
       01  W-STATUS                      PIC XX.

       LINKAGE SECTION.
       01  L-FILENAME  PIC X(512).

       PROCEDURE DIVISION USING L-FILENAME.
       PREPARE-FILE.
           MOVE L-FILENAME TO W-TAX-EXEMPT-FILENAME.
           OPEN I-O TAX-EXEMPT-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT TAX-EXEMPT-FILE
               IF W-STATUS NOT = '00' THEN
                   DISPLAY "Unable to open tax exemption file: ",
                       L-FILENAME
                   STOP RUN
               END-IF
               CLOSE TAX-EXEMPT-FILE
               OPEN I-O TAX-EXEMPT-FILE
           END-IF.
           GOBACK.
