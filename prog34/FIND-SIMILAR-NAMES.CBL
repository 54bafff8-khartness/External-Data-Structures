      *    Only the first L-MATCH-LIST slots are kept; L-MATCH-COUNT
      *    still tells the caller how many were found so a sweep that
      *    hit the cap isn't mistaken for a clean one.
      *    The keys are STANDARDIZE-NAME keys, commas and all squeezed
      *    out, so the surname SOUNDEX wants is taken as the first
      *    as-many-characters of each key as L-NAME's own surname
      *    standardizes to; a match is handed back under the name
      *    printed on its master record where there is one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  W-TEMP      PIC 9(9) COMP.
       01  W-TARGET-CODE   PIC X(4).
       01  W-KEY-CODE      PIC X(4).
       01  W-NAME-KEY      PIC X(30).
       01  W-SURNAME       PIC X(30).
       01  W-SURNAME-KEY   PIC X(30).
       01  W-SURNAME-LEN   PIC 99 COMP.
       01  W-KEY-SURNAME   PIC X(30).
       01  W-MASTER-FOUND  PIC X.
           88  W-MASTER-RECORD-FOUND  VALUE 'Y'.
       01  W-MASTER-ACCOUNT    PIC 9(9) COMP.
       01  W-MASTER-NAME       PIC X(30).
       01  W-MASTER-ADDRESS    PIC X(40).
       01  W-MASTER-PLAN       PIC X(4).
       01  W-MASTER-STATUS-CODE PIC X.
       01  W-DONE-SW       PIC X VALUE 'N'.
           88  W-CHAIN-DONE    VALUE 'Y'.

       PROCEDURE DIVISION USING L-NAME, L-MATCH-COUNT, L-MATCH-LIST.
       FIND-MATCHES.
           MOVE 0 TO L-MATCH-COUNT.
           CALL 'STANDARDIZE-NAME' USING L-NAME, W-NAME-KEY.
           MOVE SPACES TO W-SURNAME.
           UNSTRING L-NAME DELIMITED BY ',' INTO W-SURNAME.
           CALL 'STANDARDIZE-NAME' USING W-SURNAME, W-SURNAME-KEY.
           PERFORM FIND-SURNAME-END
               VARYING W-SURNAME-LEN FROM 30 BY -1
               UNTIL W-SURNAME-LEN = 0 OR
                     W-SURNAME-KEY(W-SURNAME-LEN:1) NOT = SPACE.
           IF W-SURNAME-LEN = 0 THEN
               MOVE 30 TO W-SURNAME-LEN.
           CALL 'SOUNDEX' USING W-SURNAME-KEY, W-TARGET-CODE.
           IF W-ROOT NOT = 0 AND W-TARGET-CODE NOT = SPACES THEN
               PERFORM FIND-LEFTMOST-LEAF
               PERFORM SCAN-ONE-LEAF UNTIL W-CHAIN-DONE
           END-IF.
           GOBACK.

       FIND-SURNAME-END.
           CONTINUE.

       FIND-LEFTMOST-LEAF.
           MOVE W-ROOT TO W-BTREE-POS.
           PERFORM READ-RECORD.

       SCAN-ONE-LEAF.
           PERFORM VARYING X FROM 1 BY 1 UNTIL X > W-NUM-KEYS(X-POS)
               IF W-KEY(X-POS, X) NOT = W-NAME-KEY THEN
                   MOVE SPACES TO W-KEY-SURNAME
                   MOVE W-KEY(X-POS, X)(1:W-SURNAME-LEN) TO
                       W-KEY-SURNAME
                   CALL 'SOUNDEX' USING W-KEY-SURNAME, W-KEY-CODE
                   IF W-KEY-CODE = W-TARGET-CODE AND
                           L-MATCH-COUNT < 10 THEN
                       ADD 1 TO L-MATCH-COUNT
                           L-MATCH-NAME(L-MATCH-COUNT)
                       MOVE W-LINK(X-POS, X) TO
                           L-MATCH-POS(L-MATCH-COUNT)
                       PERFORM SHOW-PRINTED-NAME
                   END-IF
               END-IF
           END-PERFORM.
               PERFORM READ-RECORD
           END-IF.

       SHOW-PRINTED-NAME.
           CALL 'GET-CUSTOMER-MASTER' USING
               L-MATCH-POS(L-MATCH-COUNT), W-MASTER-FOUND,
               W-MASTER-ACCOUNT, W-MASTER-NAME, W-MASTER-ADDRESS,
               W-MASTER-PLAN, W-MASTER-STATUS-CODE.
           IF W-MASTER-RECORD-FOUND THEN
               MOVE W-MASTER-NAME TO L-MATCH-NAME(L-MATCH-COUNT).

       READ-RECORD.
           MOVE 1 TO W-LFU.
           PERFORM VARYING X-POS FROM 1 BY 1
