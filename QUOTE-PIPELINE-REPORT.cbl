       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           QUOTE-PIPELINE-REPORT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    The sales pipeline by selling agent: for each agent on the
      *    quote file, how many quotes are open, won, lost and expired
      *    and what they come to a month, with the agent's name from
      *    AGENTREF.DAT and a total line for the whole file.  An open
      *    quote past its expiry date counts as expired.  Quotes with
      *    no agent are the house's.  DL100_PIPELINE_FROM limits the
      *    report to quotes priced on or after that date; left unset,
      *    every quote on file counts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENT-FILE ASSIGN TO W-AGENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-AGENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENT-FILE.
       01  AGENT-REC.
           05  AG-CODE             PIC X(4).
           05  AG-NAME             PIC X(30).
           05  AG-PER-ACTIVATION   PIC 9(5)V99.
           05  AG-RESIDUAL-PCT     PIC 9(2)V9.

       WORKING-STORAGE SECTION.
       01  W-AGENT-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\AGENTREF.DAT'.
       01  W-QUOTE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\QUOTE.DAT'.
       01  W-AGENT-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

       01  W-QUOTE-TABLE EXTERNAL.
           05  W-QUOTE-COUNT       PIC 9(4) COMP VALUE 0.
           05  W-QUOTE-ENTRY       OCCURS 1000 TIMES.
               10  W-QT-QUOTE-ID       PIC 9(6).
               10  W-QT-PROSPECT-ID    PIC 9(6).
               10  W-QT-AGENT-CODE     PIC X(4).
               10  W-QT-PLAN           PIC X(4).
               10  W-QT-CREDIT-CLASS   PIC X.
               10  W-QT-FEATURE-COUNT  PIC 9.
               10  W-QT-FEATURE        OCCURS 5 TIMES.
                   15  W-QT-FEATURE-CODE   PIC X(4).
                   15  W-QT-FEATURE-RATE   PIC 9(5)V99.
               10  W-QT-INSTALL        PIC 9(5)V99.
               10  W-QT-DEPOSIT        PIC 9(5)V99.
               10  W-QT-MONTHLY        PIC 9(5)V99.
               10  W-QT-TAX            PIC 9(7)V99.
               10  W-QT-QUOTE-DATE     PIC 9(8).
               10  W-QT-EXPIRY-DATE    PIC 9(8).
               10  W-QT-STATUS         PIC X.
               10  W-QT-CLOSE-DATE     PIC 9(8).
               10  W-QT-MASTER-POS     PIC 9(9).

       01  W-TODAY             PIC 9(8).
       01  W-FROM-DATE         PIC 9(8).
       01  W-SUB               PIC 9(4) COMP.
       01  W-HIT               PIC 99 COMP.
       01  W-ASUB              PIC 99 COMP.

      *    one row per agent quoting; the names come off AGENTREF
       01  W-AGT-TABLE.
           05  W-AGT-COUNT     PIC 99 COMP VALUE 0.
           05  W-AGT-ENTRY     OCCURS 50 TIMES.
               10  W-AGT-CODE      PIC X(4).
               10  W-AGT-NAME      PIC X(30).
               10  W-AGT-BUCKET    OCCURS 4 TIMES.
                   15  W-AGT-QUOTES    PIC 9(5) COMP.
                   15  W-AGT-VALUE     PIC 9(9)V99.
       01  W-BUCKET            PIC 9 COMP.
       01  W-TOTAL-BUCKET      OCCURS 4 TIMES.
           05  W-TOT-QUOTES    PIC 9(5) COMP.
           05  W-TOT-VALUE     PIC 9(9)V99.
       01  W-ALL-QUOTES        PIC 9(5) COMP VALUE 0.
       01  W-OVERFLOW          PIC 9(5) COMP VALUE 0.

       01  W-REF-TABLE.
           05  W-REF-COUNT     PIC 99 COMP VALUE 0.
           05  W-REF-ENTRY     OCCURS 50 TIMES.
               10  W-REF-CODE      PIC X(4).
               10  W-REF-NAME      PIC X(30).

       01  W-SHOW-QUOTES       PIC ZZ,ZZ9.
       01  W-SHOW-VALUE        PIC $$$,$$$,$$9.99.
       01  W-BUCKET-TEXT       PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.
           ACCEPT W-FROM-DATE FROM ENVIRONMENT "DL100_PIPELINE_FROM".
           CALL 'OPEN-QUOTES' USING W-QUOTE-FILENAME.
           PERFORM LOAD-AGENTS.
           PERFORM CLEAR-TOTAL
               VARYING W-BUCKET FROM 1 BY 1 UNTIL W-BUCKET > 4.

           PERFORM TALLY-ONE-QUOTE THRU TALLY-ONE-QUOTE-EXIT
               VARYING W-SUB FROM 1 BY 1
               UNTIL W-SUB > W-QUOTE-COUNT.

           DISPLAY " ".
           IF W-FROM-DATE = 0 THEN
               DISPLAY "QUOTE PIPELINE BY AGENT - ", W-TODAY
           ELSE
               DISPLAY "QUOTE PIPELINE BY AGENT - ", W-TODAY,
                   "  QUOTES FROM ", W-FROM-DATE
           END-IF.
           PERFORM REPORT-ONE-AGENT
               VARYING W-ASUB FROM 1 BY 1
               UNTIL W-ASUB > W-AGT-COUNT.
           DISPLAY " ".
           DISPLAY "ALL AGENTS".
           PERFORM SHOW-TOTAL-BUCKET
               VARYING W-BUCKET FROM 1 BY 1 UNTIL W-BUCKET > 4.
           MOVE W-ALL-QUOTES TO W-SHOW-QUOTES.
           DISPLAY "  QUOTES IN PIPELINE: ", W-SHOW-QUOTES.
           IF W-OVERFLOW NOT = 0 THEN
               MOVE W-OVERFLOW TO W-SHOW-QUOTES
               DISPLAY "  QUOTES FOR AGENTS PAST THE REPORT TABLE: ",
                   W-SHOW-QUOTES
           END-IF.
           STOP RUN.

       LOAD-AGENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT AGENT-FILE.
           IF W-AGENT-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-AGENT UNTIL W-INPUT-EOF.
           IF W-AGENT-STATUS = '00' OR W-AGENT-STATUS = '10'
               CLOSE AGENT-FILE
           END-IF.

       LOAD-ONE-AGENT.
           READ AGENT-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-REF-COUNT < 50 THEN
                       ADD 1 TO W-REF-COUNT
                       MOVE AG-CODE TO W-REF-CODE(W-REF-COUNT)
                       MOVE AG-NAME TO W-REF-NAME(W-REF-COUNT)
                   END-IF
           END-READ.

       CLEAR-TOTAL.
           MOVE 0 TO W-TOT-QUOTES(W-BUCKET), W-TOT-VALUE(W-BUCKET).

      *----------------------------------------------------------------
      *    Each quote lands in one bucket -- 1 open, 2 won, 3 lost,
      *    4 expired -- under its agent and in the totals.
      *----------------------------------------------------------------
       TALLY-ONE-QUOTE.
           IF W-QT-QUOTE-DATE(W-SUB) < W-FROM-DATE THEN
               GO TO TALLY-ONE-QUOTE-EXIT.
           PERFORM PICK-BUCKET.
           ADD 1 TO W-ALL-QUOTES.
           ADD 1 TO W-TOT-QUOTES(W-BUCKET).
           ADD W-QT-MONTHLY(W-SUB) TO W-TOT-VALUE(W-BUCKET).
           MOVE 0 TO W-HIT.
           PERFORM MATCH-AGENT
               VARYING W-ASUB FROM 1 BY 1
               UNTIL W-ASUB > W-AGT-COUNT OR W-HIT NOT = 0.
           IF W-HIT = 0 THEN
               IF W-AGT-COUNT >= 50 THEN
                   ADD 1 TO W-OVERFLOW
                   GO TO TALLY-ONE-QUOTE-EXIT
               END-IF
               PERFORM ADD-AGENT-ROW
           END-IF.
           ADD 1 TO W-AGT-QUOTES(W-HIT, W-BUCKET).
           ADD W-QT-MONTHLY(W-SUB) TO W-AGT-VALUE(W-HIT, W-BUCKET).
       TALLY-ONE-QUOTE-EXIT.
           CONTINUE.

       PICK-BUCKET.
           EVALUATE W-QT-STATUS(W-SUB)
               WHEN 'W'
                   MOVE 2 TO W-BUCKET
               WHEN 'L'
                   MOVE 3 TO W-BUCKET
               WHEN OTHER
                   IF W-QT-EXPIRY-DATE(W-SUB) < W-TODAY THEN
                       MOVE 4 TO W-BUCKET
                   ELSE
                       MOVE 1 TO W-BUCKET
                   END-IF
           END-EVALUATE.

       MATCH-AGENT.
           IF W-AGT-CODE(W-ASUB) = W-QT-AGENT-CODE(W-SUB) THEN
               MOVE W-ASUB TO W-HIT
           END-IF.

       ADD-AGENT-ROW.
           ADD 1 TO W-AGT-COUNT.
           MOVE W-AGT-COUNT TO W-HIT.
           MOVE W-QT-AGENT-CODE(W-SUB) TO W-AGT-CODE(W-HIT).
           IF W-QT-AGENT-CODE(W-SUB) = SPACES THEN
               MOVE '(house)' TO W-AGT-NAME(W-HIT)
           ELSE
               MOVE '(not on agent file)' TO W-AGT-NAME(W-HIT)
               PERFORM NAME-ONE-AGENT
                   VARYING W-ASUB FROM 1 BY 1
                   UNTIL W-ASUB > W-REF-COUNT
           END-IF.
           PERFORM CLEAR-AGENT-BUCKET
               VARYING W-BUCKET FROM 1 BY 1 UNTIL W-BUCKET > 4.
      *    the clearing loop used the bucket; pick it again
           PERFORM PICK-BUCKET.

       NAME-ONE-AGENT.
           IF W-REF-CODE(W-ASUB) = W-AGT-CODE(W-HIT) THEN
               MOVE W-REF-NAME(W-ASUB) TO W-AGT-NAME(W-HIT)
           END-IF.

       CLEAR-AGENT-BUCKET.
           MOVE 0 TO W-AGT-QUOTES(W-HIT, W-BUCKET),
               W-AGT-VALUE(W-HIT, W-BUCKET).

       REPORT-ONE-AGENT.
           DISPLAY " ".
           DISPLAY "AGENT ", W-AGT-CODE(W-ASUB), " ",
               W-AGT-NAME(W-ASUB).
           PERFORM SHOW-AGENT-BUCKET
               VARYING W-BUCKET FROM 1 BY 1 UNTIL W-BUCKET > 4.

       SHOW-AGENT-BUCKET.
           PERFORM NAME-BUCKET.
           MOVE W-AGT-QUOTES(W-ASUB, W-BUCKET) TO W-SHOW-QUOTES.
           MOVE W-AGT-VALUE(W-ASUB, W-BUCKET) TO W-SHOW-VALUE.
           DISPLAY "  ", W-BUCKET-TEXT, W-SHOW-QUOTES,
               " QUOTES  ", W-SHOW-VALUE, " A MONTH".

       SHOW-TOTAL-BUCKET.
           PERFORM NAME-BUCKET.
           MOVE W-TOT-QUOTES(W-BUCKET) TO W-SHOW-QUOTES.
           MOVE W-TOT-VALUE(W-BUCKET) TO W-SHOW-VALUE.
           DISPLAY "  ", W-BUCKET-TEXT, W-SHOW-QUOTES,
               " QUOTES  ", W-SHOW-VALUE, " A MONTH".

       NAME-BUCKET.
           EVALUATE W-BUCKET
               WHEN 1
                   MOVE 'OPEN' TO W-BUCKET-TEXT
               WHEN 2
                   MOVE 'WON' TO W-BUCKET-TEXT
               WHEN 3
                   MOVE 'LOST' TO W-BUCKET-TEXT
               WHEN OTHER
                   MOVE 'EXPIRED' TO W-BUCKET-TEXT
           END-EVALUATE.
