      *    detail, no AR.  The January bill a customer asks about in
      *    March comes back as January printed it, not as today's
      *    tariff would re-price it.
      *    The same goes for language: the archive holds each line as
      *    it was translated when it went out, with the language code
      *    beside it, so a Spanish statement reprints in Spanish even
      *    if the account has since gone back to English.  The run
      *    says which language the statement was sent in, so the
      *    reprint goes out with the matching inserts; lines archived
      *    before languages were kept read as English.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  SA-PAGE-TOP         VALUE 'P'.
               88  SA-BODY-LINE        VALUE 'L'.
           05  SA-LINE             PIC X(132).
           05  SA-LANGUAGE         PIC X.
               88  SA-IN-SPANISH       VALUE 'S'.

       FD  REPRINT-FILE.
       01  PRINT-LINE              PIC X(132).
       01  W-WANT-INVOICE          PIC 9(9).
       01  W-LINES-COPIED          PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT            PIC ZZZ,ZZZ,ZZ9.
       01  W-SENT-LANGUAGE         PIC X VALUE SPACE.
           88  W-SENT-IN-SPANISH       VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN.
           ELSE
               MOVE W-LINES-COPIED TO W-SHOW-COUNT
               DISPLAY "  LINES REPRINTED: ", W-SHOW-COUNT
               IF W-SENT-IN-SPANISH THEN
                   DISPLAY "  SENT IN:         SPANISH"
               ELSE
                   DISPLAY "  SENT IN:         ENGLISH"
               END-IF
           END-IF.
           STOP RUN.

               NOT AT END
                   IF SA-INVOICE-NUMBER = W-WANT-INVOICE THEN
                       ADD 1 TO W-LINES-COPIED
                       IF SA-IN-SPANISH THEN
                           MOVE SA-LANGUAGE TO W-SENT-LANGUAGE
                       END-IF
                       IF SA-PAGE-TOP THEN
                           WRITE PRINT-LINE FROM SA-LINE
                               AFTER ADVANCING PAGE
