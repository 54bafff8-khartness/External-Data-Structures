       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WRITE-LEGAL-HOLD.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Appends one event to the legal-hold file.  A hold ('H')
      *    names a matter and the master position or phone number it
      *    preserves -- SUBPOENA-SEARCH places one for the number
      *    searched and one for the account that owns it.  A release
      *    ('R') names only the matter and lifts every hold placed
      *    under it up to that point; LEGAL-HOLD-RELEASE writes it.
      *    The file is never rewritten, so it is its own history of
      *    what was held, by whom, and when it was let go.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO W-HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05  LH-MATTER       PIC X(12).
           05  LH-EVENT        PIC X.
               88  LH-PLACED       VALUE 'H'.
               88  LH-RELEASED     VALUE 'R'.
           05  LH-MASTER-POS   PIC 9(9).
           05  LH-PHONE        PIC 9(15).
           05  LH-DATE         PIC 9(8).
           05  LH-TIME         PIC 9(6).
           05  LH-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-HOLD-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\LEGALHLD.DAT'.
       01  W-STATUS            PIC XX.

       LINKAGE SECTION.
       01  L-MATTER        PIC X(12).
       01  L-EVENT         PIC X.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-PHONE         PIC 9(15).
       01  L-OPERATOR      PIC X(8).

       PROCEDURE DIVISION USING L-MATTER, L-EVENT, L-POSITION,
               L-PHONE, L-OPERATOR.
       APPEND-ENTRY.
           OPEN EXTEND HOLD-FILE.
           IF W-STATUS NOT = '00' THEN
               OPEN OUTPUT HOLD-FILE
           END-IF.
           MOVE L-MATTER TO LH-MATTER.
           MOVE L-EVENT TO LH-EVENT.
           MOVE L-POSITION TO LH-MASTER-POS.
           MOVE L-PHONE TO LH-PHONE.
           ACCEPT LH-DATE FROM DATE YYYYMMDD.
           ACCEPT LH-TIME FROM TIME.
           MOVE L-OPERATOR TO LH-OPERATOR.
           WRITE HOLD-REC.
           CLOSE HOLD-FILE.
           GOBACK.
