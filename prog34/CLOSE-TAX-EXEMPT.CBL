       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOSE-TAX-EXEMPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Closing the tax-exemption certificate file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-EXEMPT-FILE ASSIGN TO W-TAX-EXEMPT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-TAX-EXEMPT-POS.

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

       PROCEDURE DIVISION.
       CLOSE-FILES.
           CLOSE TAX-EXEMPT-FILE.
           GOBACK.
