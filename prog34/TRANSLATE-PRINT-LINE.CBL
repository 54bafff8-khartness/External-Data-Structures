       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRANSLATE-PRINT-LINE.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Puts one rendered print line into the customer's language
      *    from the table OPEN-PRINT-TEXT loads.  English (or space)
      *    hands the line back untouched, so an English statement
      *    prints exactly as it always has.  Otherwise every row for
      *    the language is tried in file order against the line as
      *    it stands: a row with a column matches only where the
      *    English phrase starts in that column, a row without one
      *    anywhere, and either way only as whole words.  The
      *    translation takes the phrase's place; a shorter one is
      *    padded out and a longer one eats into the spaces after it
      *    (always leaving one), so the amounts keep their columns
      *    wherever the layout left room.  Names, addresses and
      *    amounts are never rows, so only the labels change -- which
      *    is why labels that sit in a fixed column should be entered
      *    with that column.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  W-SUB               PIC 999 COMP.
       01  W-AT                PIC 999 COMP.
       01  W-END               PIC 999 COMP.
       01  W-LAST-START        PIC 999 COMP.
       01  W-ENG-LEN           PIC 99 COMP.
       01  W-TEXT-LEN          PIC 99 COMP.
       01  W-MATCH-SW          PIC X.
           88  W-PHRASE-MATCHED    VALUE 'Y'.
       01  W-REST              PIC X(132).
       01  W-REST-LEN          PIC 999 COMP.
       01  W-LEAD              PIC 999 COMP.
       01  W-DROP              PIC 999 COMP.
       01  W-PAD               PIC 99 COMP.
       01  W-PTR               PIC 999 COMP.
       01  W-OUT               PIC X(132).

       01  W-PRINT-TEXT-TABLE EXTERNAL.
           05  W-PT-COUNT      PIC 999 COMP VALUE 0.
           05  W-PT-ENTRY      OCCURS 500 TIMES.
               10  W-PT-LANGUAGE   PIC X.
               10  W-PT-COLUMN     PIC 999.
               10  W-PT-ENGLISH    PIC X(40).
               10  W-PT-ENG-LEN    PIC 99 COMP.
               10  W-PT-TEXT       PIC X(40).
               10  W-PT-TEXT-LEN   PIC 99 COMP.

       LINKAGE SECTION.
       01  L-LANGUAGE      PIC X.
       01  L-LINE          PIC X(132).

       PROCEDURE DIVISION USING L-LANGUAGE, L-LINE.
       ENTRY-POINT.
           IF L-LANGUAGE = SPACE OR L-LANGUAGE = 'E' THEN
               GOBACK.
           PERFORM APPLY-ONE-ROW
               VARYING W-SUB FROM 1 BY 1 UNTIL W-SUB > W-PT-COUNT.
           GOBACK.

       APPLY-ONE-ROW.
           IF W-PT-LANGUAGE(W-SUB) = L-LANGUAGE THEN
               MOVE W-PT-ENG-LEN(W-SUB) TO W-ENG-LEN
               MOVE W-PT-TEXT-LEN(W-SUB) TO W-TEXT-LEN
               COMPUTE W-LAST-START = 133 - W-ENG-LEN
               IF W-PT-COLUMN(W-SUB) NOT = 0 THEN
                   MOVE W-PT-COLUMN(W-SUB) TO W-AT
                   IF W-AT <= W-LAST-START THEN
                       PERFORM TRY-ONE-POSITION
                   END-IF
               ELSE
                   MOVE 1 TO W-AT
                   PERFORM TRY-ONE-POSITION
                       UNTIL W-AT > W-LAST-START
               END-IF
           END-IF.

      *    a match moves the scan past the translation, so a row never
      *    re-reads its own output; a miss moves it one column on
       TRY-ONE-POSITION.
           MOVE 'N' TO W-MATCH-SW.
           COMPUTE W-END = W-AT + W-ENG-LEN - 1.
           IF L-LINE(W-AT:W-ENG-LEN) =
                   W-PT-ENGLISH(W-SUB)(1:W-ENG-LEN) THEN
               SET W-PHRASE-MATCHED TO TRUE
               IF W-AT > 1 THEN
                   IF L-LINE(W-AT - 1:1) NOT = SPACE THEN
                       MOVE 'N' TO W-MATCH-SW
                   END-IF
               END-IF
               IF W-END < 132 THEN
                   IF L-LINE(W-END + 1:1) NOT = SPACE THEN
                       MOVE 'N' TO W-MATCH-SW
                   END-IF
               END-IF
           END-IF.
           IF W-PHRASE-MATCHED THEN
               PERFORM REPLACE-PHRASE
               ADD W-TEXT-LEN TO W-AT
               IF W-TEXT-LEN = 0 THEN
                   ADD 1 TO W-AT
               END-IF
           ELSE
               ADD 1 TO W-AT
           END-IF.

       REPLACE-PHRASE.
           MOVE SPACES TO W-REST.
           MOVE 0 TO W-REST-LEN, W-LEAD, W-DROP, W-PAD.
           IF W-END < 132 THEN
               COMPUTE W-REST-LEN = 132 - W-END
               MOVE L-LINE(W-END + 1:W-REST-LEN) TO W-REST
               PERFORM COUNT-LEADING-SPACE
                   VARYING W-LEAD FROM 0 BY 1
                   UNTIL W-LEAD >= W-REST-LEN OR
                         W-REST(W-LEAD + 1:1) NOT = SPACE
           END-IF.
           IF W-TEXT-LEN > W-ENG-LEN THEN
               IF W-LEAD > 1 THEN
                   COMPUTE W-DROP = W-TEXT-LEN - W-ENG-LEN
                   IF W-DROP > W-LEAD - 1 THEN
                       COMPUTE W-DROP = W-LEAD - 1
                   END-IF
               END-IF
           ELSE
               COMPUTE W-PAD = W-ENG-LEN - W-TEXT-LEN
           END-IF.
           MOVE SPACES TO W-OUT.
           MOVE 1 TO W-PTR.
           IF W-AT > 1 THEN
               STRING L-LINE(1:W-AT - 1) DELIMITED BY SIZE
                   INTO W-OUT WITH POINTER W-PTR
           END-IF.
           IF W-TEXT-LEN > 0 THEN
               STRING W-PT-TEXT(W-SUB)(1:W-TEXT-LEN) DELIMITED BY SIZE
                   INTO W-OUT WITH POINTER W-PTR
           END-IF.
           ADD W-PAD TO W-PTR.
           IF W-REST-LEN > W-DROP AND W-PTR <= 132 THEN
               STRING W-REST(W-DROP + 1:W-REST-LEN - W-DROP)
                   DELIMITED BY SIZE
                   INTO W-OUT WITH POINTER W-PTR
           END-IF.
           MOVE W-OUT TO L-LINE.

       COUNT-LEADING-SPACE.
           CONTINUE.
