       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SET-TAX-EXEMPT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Files or replaces an account's tax-exemption certificate,
      *    or -- given a blank certificate number -- withdraws it.
      *    A renewal is simply the new certificate filed over the
      *    old.  Journals every change with the certificate number.

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
       01  W-NEW-SW                      PIC X.
           88  W-NEW-RECORD                  VALUE 'Y'.
       01  W-JOURNAL-OP        PIC X(15).
       01  W-JOURNAL-KEY       PIC X(30).
       01  W-JOURNAL-BEFORE    PIC 9(9) COMP VALUE 0.

       LINKAGE SECTION.
       01  L-STATUS    PIC 9.
           88  STATUS-OK           VALUE 0.
           88  STATUS-NOT-FOUND    VALUE 1.
           88  STATUS-OTHER        VALUE 2.
       01  L-POSITION          PIC 9(9) COMP.
       01  L-CERT-NUMBER       PIC X(15).
       01  L-EXEMPT-STATE      PIC X.
       01  L-EXEMPT-FEDERAL    PIC X.
       01  L-EXEMPT-E911       PIC X.
       01  L-EFFECTIVE-DATE    PIC 9(8).
       01  L-EXPIRY-DATE       PIC 9(8).

       PROCEDURE DIVISION USING L-STATUS, L-POSITION, L-CERT-NUMBER,
               L-EXEMPT-STATE, L-EXEMPT-FEDERAL, L-EXEMPT-E911,
               L-EFFECTIVE-DATE, L-EXPIRY-DATE.
       ENTRY-POINT.
           SET STATUS-OK TO TRUE.
           IF L-POSITION = 0 THEN
               SET STATUS-NOT-FOUND TO TRUE
               GOBACK.
           MOVE 'N' TO W-NEW-SW.
           MOVE L-POSITION TO W-TAX-EXEMPT-POS.
           READ TAX-EXEMPT-FILE
               INVALID KEY
                   SET W-NEW-RECORD TO TRUE
                   MOVE SPACES TO TAX-EXEMPT-REC
                   MOVE 0 TO TE-EFFECTIVE-DATE, TE-EXPIRY-DATE,
                       TE-ENTERED-DATE
           END-READ.
           MOVE SPACES TO W-JOURNAL-KEY.
           IF L-CERT-NUMBER = SPACES THEN
               IF W-NEW-RECORD OR TE-CERT-NUMBER = SPACES THEN
                   SET STATUS-NOT-FOUND TO TRUE
                   GOBACK
               END-IF
               MOVE TE-CERT-NUMBER TO W-JOURNAL-KEY
               MOVE SPACES TO TE-CERT-NUMBER
               MOVE 'N' TO TE-EXEMPT-STATE, TE-EXEMPT-FEDERAL,
                   TE-EXEMPT-E911
               MOVE 'TAX-EXEMPT-DROP' TO W-JOURNAL-OP
           ELSE
               MOVE L-CERT-NUMBER TO TE-CERT-NUMBER, W-JOURNAL-KEY
               MOVE L-EXEMPT-STATE TO TE-EXEMPT-STATE
               MOVE L-EXEMPT-FEDERAL TO TE-EXEMPT-FEDERAL
               MOVE L-EXEMPT-E911 TO TE-EXEMPT-E911
               MOVE L-EFFECTIVE-DATE TO TE-EFFECTIVE-DATE
               MOVE L-EXPIRY-DATE TO TE-EXPIRY-DATE
               MOVE 'TAX-EXEMPT-SET' TO W-JOURNAL-OP
           END-IF.
           ACCEPT TE-ENTERED-DATE FROM DATE YYYYMMDD.
           IF W-NEW-RECORD THEN
               WRITE TAX-EXEMPT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-WRITE
           ELSE
               REWRITE TAX-EXEMPT-REC
                   INVALID KEY
                       SET STATUS-OTHER TO TRUE
               END-REWRITE
           END-IF.
           IF STATUS-OK THEN
               MOVE TE-EXPIRY-DATE TO W-JOURNAL-KEY(17:8)
               CALL 'WRITE-JOURNAL' USING W-JOURNAL-OP, W-JOURNAL-KEY,
                   W-JOURNAL-BEFORE, L-POSITION
           END-IF.
           GOBACK.
