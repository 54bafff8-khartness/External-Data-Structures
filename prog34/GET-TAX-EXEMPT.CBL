       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-TAX-EXEMPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Looks up one account's tax-exemption certificate by master
      *    position.  L-FOUND comes back 'N' when the account holds
      *    no certificate; the three exempt flags come back 'Y' or
      *    'N' for the state, federal, and E911 levies.  Whether the
      *    certificate is in force on a given date is the caller's
      *    comparison against the effective and expiry dates.

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

       LINKAGE SECTION.
       01  L-POSITION          PIC 9(9) COMP.
       01  L-FOUND             PIC X.
           88  L-EXEMPT-FOUND      VALUE 'Y'.
       01  L-CERT-NUMBER       PIC X(15).
       01  L-EXEMPT-STATE      PIC X.
       01  L-EXEMPT-FEDERAL    PIC X.
       01  L-EXEMPT-E911       PIC X.
       01  L-EFFECTIVE-DATE    PIC 9(8).
       01  L-EXPIRY-DATE       PIC 9(8).

       PROCEDURE DIVISION USING L-POSITION, L-FOUND, L-CERT-NUMBER,
               L-EXEMPT-STATE, L-EXEMPT-FEDERAL, L-EXEMPT-E911,
               L-EFFECTIVE-DATE, L-EXPIRY-DATE.
       GET-RECORD.
           MOVE 'N' TO L-FOUND, L-EXEMPT-STATE, L-EXEMPT-FEDERAL,
               L-EXEMPT-E911.
           MOVE SPACES TO L-CERT-NUMBER.
           MOVE 0 TO L-EFFECTIVE-DATE, L-EXPIRY-DATE.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE L-POSITION TO W-TAX-EXEMPT-POS.
           READ TAX-EXEMPT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           IF TE-CERT-NUMBER = SPACES THEN
               GOBACK.
           MOVE 'Y' TO L-FOUND.
           MOVE TE-CERT-NUMBER TO L-CERT-NUMBER.
           MOVE TE-EXEMPT-STATE TO L-EXEMPT-STATE.
           MOVE TE-EXEMPT-FEDERAL TO L-EXEMPT-FEDERAL.
           MOVE TE-EXEMPT-E911 TO L-EXEMPT-E911.
           MOVE TE-EFFECTIVE-DATE TO L-EFFECTIVE-DATE.
           MOVE TE-EXPIRY-DATE TO L-EXPIRY-DATE.
           GOBACK.
