       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           OPERATOR-ACTIVITY-AUDIT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    What the operators actually did, as opposed to what
      *    OPERATOR-ADMIN says they may do.  The journal for the period
      *    (rolled-off generations first, then the live file) is read
      *    entry by entry and tallied by JR-OPERATOR; batch entries
      *    carry no operator and are left out.  For each operator the
      *    daily run shows the count of each operation, and flags:
      *        -- entries outside the operator's shift, and entries on
      *           a Saturday or Sunday when weekends are not part of
      *           the shift (OPRPROF.DAT, kept through OPERATOR-ADMIN;
      *           an operator with no profile is held to the house
      *           shift, DL100_SHIFT_START to DL100_SHIFT_END, 0800 to
      *           1700 when not set);
      *        -- adjustments the same operator both entered and
      *           approved (ADJUST.DAT);
      *        -- entries on an account whose name is the operator's
      *           own name, or whose street address is the operator's
      *           home street, from the profile;
      *        -- CPNI lookups (CPNILOG.DAT) with nothing behind them:
      *           no note on the account that day (NOTES.DAT) and no
      *           trouble ticket open on it that day (TROUBLE.DAT);
      *           the automated phone unit's own log rows (method 'V'
      *           or 'F') are the caller's self-service, not an
      *           operator's lookup, and are left out;
      *        -- a day with more name changes (DELETE-NAME entries)
      *           than DL100_AUDIT_NAME_LIMIT, default 5, or more
      *           phone moves than DL100_AUDIT_MOVE_LIMIT, default 10.
      *           A phone move is an ADD-CUST-PHONE on an account that
      *           had no ADD-NAME the same day; a new account journals
      *           both and is not a move.
      *    The weekly run covers the seven days ending on the date
      *    given and prints one roll-up line per operator for the
      *    supervisors' performance reviews: days worked, entries,
      *    and the count of each kind of exception.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT GEN-INDEX-FILE ASSIGN TO W-INDEX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-INDEX-STATUS.
           SELECT PROFILE-FILE ASSIGN TO W-PROFILE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT ADJUST-FILE ASSIGN TO W-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT CPNI-LOG-FILE ASSIGN TO W-CPNI-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT NOTES-FILE ASSIGN TO W-NOTES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.
           SELECT TICKET-FILE ASSIGN TO W-TICKET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-IN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
      *        entries that name no customer account
               88  JI-NO-ACCOUNT   VALUE 'ADD-CALL-INDEX',
                                         'PERIOD-CLOSE',
                                         'TARIFF-RERATE',
                                         'NPA-RENUMBER',
                                         'CPE-RECEIVE',
                                         'CPE-RESTOCK',
                                         'AUDIT-OVERRIDE',
                                         'BACKOUT', 'RECOVERY'.
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).
           05  JI-OPERATOR     PIC X(8).

       FD  GEN-INDEX-FILE.
       01  GEN-INDEX-REC.
           05  GX-GENERATION   PIC 9(4).
           05  GX-FROM-DATE    PIC 9(8).
           05  GX-TO-DATE      PIC 9(8).

       FD  PROFILE-FILE.
       01  PROFILE-REC.
           05  PF-ID           PIC X(8).
           05  PF-SHIFT-START  PIC 9(4).
           05  PF-SHIFT-END    PIC 9(4).
           05  PF-WEEKENDS     PIC X.
           05  PF-NAME         PIC X(30).
           05  PF-ADDRESS      PIC X(40).

       FD  ADJUST-FILE.
       01  ADJUST-REC.
           05  AJ-DATE         PIC 9(8).
           05  AJ-TIME         PIC 9(6).
           05  AJ-MASTER-POS   PIC 9(9).
           05  AJ-ACCOUNT      PIC 9(9).
           05  AJ-TYPE         PIC X.
           05  AJ-AMOUNT       PIC 9(7)V99.
           05  AJ-REASON-CODE  PIC X(4).
           05  AJ-MEMO         PIC X(40).
           05  AJ-OPERATOR     PIC X(8).
           05  AJ-APPROVER     PIC X(8).
           05  AJ-PERIOD-MOVED PIC X.

       FD  CPNI-LOG-FILE.
       01  CPNI-LOG-REC.
           05  CP-DATE         PIC 9(8).
           05  CP-TIME         PIC 9(6).
           05  CP-OPERATOR     PIC X(8).
           05  CP-MASTER-POS   PIC 9(9).
           05  CP-DISCLOSED    PIC X(12).
           05  CP-AUTH-METHOD  PIC X.
           05  CP-BYPASS-REASON PIC X(4).

       FD  NOTES-FILE.
       01  NOTES-REC.
           05  NT-DATE         PIC 9(8).
           05  NT-TIME         PIC 9(6).
           05  NT-MASTER-POS   PIC 9(9).
           05  NT-OPERATOR     PIC X(8).
           05  NT-TEXT         PIC X(60).

       FD  TICKET-FILE.
       01  TICKET-REC.
           05  TT-TICKET       PIC 9(9).
           05  TT-EVENT        PIC X.
               88  TT-OPENED       VALUE 'O'.
               88  TT-CLEARED      VALUE 'C'.
           05  TT-PHONE        PIC 9(10).
           05  TT-MASTER-POS   PIC 9(9).
           05  TT-TROUBLE-CODE PIC X(4).
           05  TT-REPORTED-DATE PIC 9(8).
           05  TT-REPORTED-TIME PIC 9(6).
           05  TT-APPOINTMENT  PIC 9(8).
           05  TT-DISPOSITION  PIC X(20).
           05  TT-CLEARED-DATE PIC 9(8).
           05  TT-CLEARED-TIME PIC 9(6).
           05  TT-OPERATOR     PIC X(8).

       WORKING-STORAGE SECTION.
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-LIVE-JOURNAL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-INDEX-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\JRNLIDX.DAT'.
       01  W-PROFILE-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\OPRPROF.DAT'.
       01  W-ADJUST-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\ADJUST.DAT'.
       01  W-CPNI-FILENAME     PIC X(512)
                               VALUE 'S:\COBOL\CPNILOG.DAT'.
       01  W-NOTES-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\NOTES.DAT'.
       01  W-TICKET-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\TROUBLE.DAT'.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.

       01  W-IN-STATUS         PIC XX.
       01  W-INDEX-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.
       01  W-IDX-EOF-SW        PIC X.
           88  W-IDX-EOF           VALUE 'Y'.

       01  W-RUN-TYPE          PIC X.
           88  W-DAILY-RUN         VALUE 'D', 'd'.
           88  W-WEEKLY-RUN        VALUE 'W', 'w'.
       01  W-FIRST-DATE        PIC 9(8).
       01  W-LAST-DATE         PIC 9(8).
       01  W-DATE-INT          PIC 9(9) COMP.
       01  W-DAY-OF-WEEK       PIC 9 COMP.
       01  W-HHMM              PIC 9(4).

      *    house shift and limits, for anyone without a profile
       01  W-HOUSE-START       PIC 9(4).
       01  W-HOUSE-END         PIC 9(4).
       01  W-NAME-LIMIT        PIC 9(5).
       01  W-MOVE-LIMIT        PIC 9(5).

       01  W-GEN-TABLE.
           05  W-GEN-COUNT     PIC 99 COMP VALUE 0.
           05  W-GEN-NUMBER    PIC 9(4) OCCURS 99 TIMES.
       01  W-GEN-SUB           PIC 99 COMP.

       01  W-PROFILE-TABLE.
           05  W-PRF-COUNT     PIC 99 COMP VALUE 0.
           05  W-PRF-ENTRY     OCCURS 50 TIMES.
               10  W-PRF-ROW       PIC X(87).
       01  W-PRF-SUB           PIC 99 COMP.
       01  W-PRF-HIT           PIC 99 COMP.

      *    one row per operator seen, in the order first seen; the
      *    W-OS-DAY- fields hold the operator's current day
       01  W-OPR-LIMIT         PIC 999 COMP VALUE 100.
       01  W-OPR-TABLE.
           05  W-OPR-COUNT     PIC 999 COMP VALUE 0.
           05  W-OPR-ENTRY     OCCURS 100 TIMES.
               10  W-OS-ID             PIC X(8).
               10  W-OS-PROFILED       PIC X.
               10  W-OS-SHIFT-START    PIC 9(4).
               10  W-OS-SHIFT-END      PIC 9(4).
               10  W-OS-WEEKENDS       PIC X.
               10  W-OS-NAME           PIC X(30).
               10  W-OS-STREET         PIC X(20).
               10  W-OS-DAYS           PIC 9(5) COMP.
               10  W-OS-ENTRIES        PIC 9(9) COMP.
               10  W-OS-OFF-SHIFT      PIC 9(9) COMP.
               10  W-OS-WEEKEND        PIC 9(9) COMP.
               10  W-OS-SELF-APPROVED  PIC 9(9) COMP.
               10  W-OS-OWN-ACCOUNT    PIC 9(9) COMP.
               10  W-OS-CPNI           PIC 9(9) COMP.
               10  W-OS-CPNI-BARE      PIC 9(9) COMP.
               10  W-OS-NAME-CHANGES   PIC 9(9) COMP.
               10  W-OS-PHONE-MOVES    PIC 9(9) COMP.
               10  W-OS-HIGH-DAYS      PIC 9(5) COMP.
               10  W-OS-LAST-OWN-POS   PIC 9(9) COMP.
               10  W-OS-DAY-DATE       PIC 9(8).
               10  W-OS-DAY-DOW        PIC 9 COMP.
               10  W-OS-DAY-OFF        PIC 9(7) COMP.
               10  W-OS-DAY-WEEKEND    PIC 9(7) COMP.
               10  W-OS-DAY-NAMES      PIC 9(7) COMP.
               10  W-OS-DAY-MOVES      PIC 9(7) COMP.
       01  W-OPR-SUB           PIC 999 COMP.
       01  W-OPR-HIT           PIC 999 COMP.
       01  W-WANT-ID           PIC X(8).
       01  W-OPR-OVERFLOW      PIC 9(9) COMP VALUE 0.

      *    entries by operator and operation
       01  W-OPC-TABLE.
           05  W-OPC-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-OPC-ENTRY     OCCURS 1000 TIMES.
               10  W-OC-OPR        PIC 999 COMP.
               10  W-OC-OPERATION  PIC X(15).
               10  W-OC-ENTRIES    PIC 9(9) COMP.
       01  W-OPC-SUB           PIC 9(4) COMP.
       01  W-OPC-HIT           PIC 9(4) COMP.

      *    accounts given a name that day: a new account or a name
      *    change, so a phone added to it is not a move
       01  W-NAMED-TABLE.
           05  W-NAMED-COUNT   PIC 9(4) COMP VALUE 0.
           05  W-NAMED-ENTRY   OCCURS 5000 TIMES.
               10  W-NM-DATE       PIC 9(8).
               10  W-NM-POS        PIC 9(9).
       01  W-NAMED-SUB         PIC 9(4) COMP.
       01  W-NAMED-HIT         PIC 9(4) COMP.

      *    the period's CPNI lookups, each marked once something
      *    is found behind it
       01  W-CPNI-TABLE.
           05  W-CPNI-COUNT    PIC 9(4) COMP VALUE 0.
           05  W-CPNI-ENTRY    OCCURS 3000 TIMES.
               10  W-CL-OPERATOR   PIC X(8).
               10  W-CL-DATE       PIC 9(8).
               10  W-CL-TIME       PIC 9(6).
               10  W-CL-POS        PIC 9(9).
               10  W-CL-BACKED     PIC X.
       01  W-CPNI-SUB          PIC 9(4) COMP.
       01  W-CPNI-OVERFLOW     PIC 9(9) COMP VALUE 0.

      *    trouble tickets, opening and clearing events merged
       01  W-TICKET-TABLE.
           05  W-TKT-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-TKT-ENTRY     OCCURS 3000 TIMES.
               10  W-TK-TICKET     PIC 9(9).
               10  W-TK-POS        PIC 9(9).
               10  W-TK-OPENED     PIC 9(8).
               10  W-TK-CLEARED    PIC 9(8).
       01  W-TKT-SUB           PIC 9(4) COMP.
       01  W-TKT-HIT           PIC 9(4) COMP.

      *    exception lines, printed under each operator
       01  W-EXC-TABLE.
           05  W-EXC-COUNT     PIC 9(4) COMP VALUE 0.
           05  W-EXC-ENTRY     OCCURS 2000 TIMES.
               10  W-EX-OPR        PIC 999 COMP.
               10  W-EX-DATE       PIC 9(8).
               10  W-EX-TIME       PIC 9(6).
               10  W-EX-TEXT       PIC X(60).
       01  W-EXC-SUB           PIC 9(4) COMP.
       01  W-EXC-OVERFLOW      PIC 9(9) COMP VALUE 0.
       01  W-EXC-DATE          PIC 9(8).
       01  W-EXC-TIME          PIC 9(6).
       01  W-EXC-TEXT          PIC X(60).

       01  W-MASTER-POS        PIC 9(9) COMP.
       01  W-CM-FOUND          PIC X.
           88  W-CM-ON-FILE        VALUE 'Y'.
       01  W-CM-ACCOUNT        PIC 9(9) COMP.
       01  W-CM-NAME           PIC X(30).
       01  W-CM-ADDRESS        PIC X(40).
       01  W-CM-PLAN           PIC X(4).
       01  W-CM-STATUS         PIC X.

       01  W-SHOW-ACCOUNT      PIC 9(9).
       01  W-SHOW-AMOUNT       PIC Z,ZZZ,ZZ9.99.
       01  W-SHOW-COUNT        PIC ZZZ,ZZ9.
       01  W-SHOW-A            PIC ZZZZ9.
       01  W-SHOW-B            PIC ZZZZ9.
       01  W-SHOW-C            PIC ZZZZ9.
       01  W-SHOW-D            PIC ZZZZ9.
       01  W-SHOW-E            PIC ZZZZ9.
       01  W-SHOW-F            PIC ZZZZ9.
       01  W-SHOW-G            PIC ZZZZ9.
       01  W-SHOW-H            PIC ZZZZ9.
       01  W-SHOW-I            PIC ZZZZ9.
       01  W-SHOW-DAYS         PIC Z9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "OPERATOR ACTIVITY AUDIT".
           DISPLAY "Daily report or weekly roll-up (D/W): "
               WITH NO ADVANCING.
           ACCEPT W-RUN-TYPE.
           IF NOT W-DAILY-RUN AND NOT W-WEEKLY-RUN THEN
               DISPLAY "RUN MUST BE D OR W."
               STOP RUN.
           DISPLAY "Date (YYYYMMDD, 0 = today): " WITH NO ADVANCING.
           ACCEPT W-LAST-DATE.
           IF W-LAST-DATE = 0 THEN
               ACCEPT W-LAST-DATE FROM DATE YYYYMMDD
           END-IF.
           IF W-DAILY-RUN THEN
               MOVE W-LAST-DATE TO W-FIRST-DATE
           ELSE
               COMPUTE W-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(W-LAST-DATE) - 6
               COMPUTE W-FIRST-DATE =
                   FUNCTION DATE-OF-INTEGER(W-DATE-INT)
           END-IF.

           ACCEPT W-HOUSE-START FROM ENVIRONMENT "DL100_SHIFT_START".
           IF W-HOUSE-START = 0 THEN
               MOVE 0800 TO W-HOUSE-START
           END-IF.
           ACCEPT W-HOUSE-END FROM ENVIRONMENT "DL100_SHIFT_END".
           IF W-HOUSE-END = 0 THEN
               MOVE 1700 TO W-HOUSE-END
           END-IF.
           ACCEPT W-NAME-LIMIT FROM ENVIRONMENT
               "DL100_AUDIT_NAME_LIMIT".
           IF W-NAME-LIMIT = 0 THEN
               MOVE 5 TO W-NAME-LIMIT
           END-IF.
           ACCEPT W-MOVE-LIMIT FROM ENVIRONMENT
               "DL100_AUDIT_MOVE_LIMIT".
           IF W-MOVE-LIMIT = 0 THEN
               MOVE 10 TO W-MOVE-LIMIT
           END-IF.

           PERFORM LOAD-PROFILES.
           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           PERFORM SCAN-JOURNAL.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           PERFORM CLOSE-OPERATOR-DAY
               VARYING W-OPR-SUB FROM 1 BY 1
               UNTIL W-OPR-SUB > W-OPR-COUNT.
           PERFORM SCAN-ADJUSTMENTS THRU SCAN-ADJUSTMENTS-EXIT.
           PERFORM LOAD-CPNI-LOOKUPS THRU LOAD-CPNI-LOOKUPS-EXIT.
           PERFORM SCAN-NOTES THRU SCAN-NOTES-EXIT.
           PERFORM LOAD-TICKETS THRU LOAD-TICKETS-EXIT.
           PERFORM JUDGE-ONE-LOOKUP
               VARYING W-CPNI-SUB FROM 1 BY 1
               UNTIL W-CPNI-SUB > W-CPNI-COUNT.

           DISPLAY " ".
           IF W-DAILY-RUN THEN
               DISPLAY "OPERATOR ACTIVITY AUDIT FOR ", W-LAST-DATE
           ELSE
               DISPLAY "OPERATOR WEEKLY ROLL-UP ", W-FIRST-DATE,
                   " THROUGH ", W-LAST-DATE
           END-IF.
           MOVE W-NAME-LIMIT TO W-SHOW-A.
           MOVE W-MOVE-LIMIT TO W-SHOW-B.
           DISPLAY "HOUSE SHIFT ", W-HOUSE-START, "-", W-HOUSE-END,
               "   NAME CHANGE LIMIT ", W-SHOW-A,
               "   PHONE MOVE LIMIT ", W-SHOW-B.
           IF W-OPR-COUNT = 0 THEN
               DISPLAY " "
               DISPLAY "NO OPERATOR ACTIVITY IN THE PERIOD."
               STOP RUN.
           IF W-DAILY-RUN THEN
               PERFORM PRINT-ONE-OPERATOR
                   VARYING W-OPR-SUB FROM 1 BY 1
                   UNTIL W-OPR-SUB > W-OPR-COUNT
           ELSE
               DISPLAY " "
               DISPLAY "OPERATOR DAYS ENTRIES OFFSH  WKND SELFA",
                   "  OWNA  CPNI  BARE NAMES MOVES  HIGH"
               PERFORM PRINT-ONE-ROLLUP
                   VARYING W-OPR-SUB FROM 1 BY 1
                   UNTIL W-OPR-SUB > W-OPR-COUNT
           END-IF.
           IF W-OPR-OVERFLOW > 0 OR W-EXC-OVERFLOW > 0 OR
                   W-CPNI-OVERFLOW > 0 THEN
               DISPLAY " "
               MOVE W-OPR-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "<ENTRIES BY OPERATORS PAST THE TABLE: ",
                   W-SHOW-COUNT, ">"
               MOVE W-EXC-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "<EXCEPTIONS NOT LISTED: ", W-SHOW-COUNT, ">"
               MOVE W-CPNI-OVERFLOW TO W-SHOW-COUNT
               DISPLAY "<CPNI LOOKUPS NOT JUDGED: ", W-SHOW-COUNT, ">"
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------
      *    Operator profiles from OPERATOR-ADMIN.
      *----------------------------------------------------------------
       LOAD-PROFILES.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PROFILE-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-PROFILE UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE PROFILE-FILE
           END-IF.

       LOAD-ONE-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF W-PRF-COUNT < 50 THEN
                       ADD 1 TO W-PRF-COUNT
                       MOVE PROFILE-REC TO W-PRF-ROW(W-PRF-COUNT)
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Find the operator's row, starting one with the profile's
      *    shift (or the house shift) the first time they are seen.
      *    W-OPR-HIT stays zero when the table is full.
      *----------------------------------------------------------------
       FIND-OPERATOR-ROW.
           MOVE 0 TO W-OPR-HIT.
           PERFORM MATCH-ONE-OPERATOR
               VARYING W-OPR-SUB FROM 1 BY 1
               UNTIL W-OPR-SUB > W-OPR-COUNT OR W-OPR-HIT NOT = 0.
           IF W-OPR-HIT = 0 AND W-OPR-COUNT < W-OPR-LIMIT THEN
               ADD 1 TO W-OPR-COUNT
               MOVE W-OPR-COUNT TO W-OPR-HIT
               INITIALIZE W-OPR-ENTRY(W-OPR-HIT)
               MOVE W-WANT-ID TO W-OS-ID(W-OPR-HIT)
               MOVE 'N' TO W-OS-PROFILED(W-OPR-HIT)
               MOVE W-HOUSE-START TO W-OS-SHIFT-START(W-OPR-HIT)
               MOVE W-HOUSE-END TO W-OS-SHIFT-END(W-OPR-HIT)
               MOVE 'N' TO W-OS-WEEKENDS(W-OPR-HIT)
               MOVE SPACES TO W-OS-NAME(W-OPR-HIT),
                   W-OS-STREET(W-OPR-HIT)
               MOVE 0 TO W-PRF-HIT
               PERFORM MATCH-ONE-PROFILE
                   VARYING W-PRF-SUB FROM 1 BY 1
                   UNTIL W-PRF-SUB > W-PRF-COUNT OR W-PRF-HIT NOT = 0
               IF W-PRF-HIT NOT = 0 THEN
                   MOVE W-PRF-ROW(W-PRF-HIT) TO PROFILE-REC
                   MOVE 'Y' TO W-OS-PROFILED(W-OPR-HIT)
                   MOVE PF-SHIFT-START TO W-OS-SHIFT-START(W-OPR-HIT)
                   MOVE PF-SHIFT-END TO W-OS-SHIFT-END(W-OPR-HIT)
                   MOVE PF-WEEKENDS TO W-OS-WEEKENDS(W-OPR-HIT)
                   MOVE PF-NAME TO W-OS-NAME(W-OPR-HIT)
                   MOVE PF-ADDRESS(1:20) TO W-OS-STREET(W-OPR-HIT)
               END-IF
           END-IF.

       MATCH-ONE-OPERATOR.
           IF W-OS-ID(W-OPR-SUB) = W-WANT-ID THEN
               MOVE W-OPR-SUB TO W-OPR-HIT
           END-IF.

       MATCH-ONE-PROFILE.
           IF W-PRF-ROW(W-PRF-SUB)(1:8) = W-WANT-ID THEN
               MOVE W-PRF-SUB TO W-PRF-HIT
           END-IF.

      *----------------------------------------------------------------
      *    One exception line for operator W-OPR-HIT.
      *----------------------------------------------------------------
       ADD-EXCEPTION.
           IF W-EXC-COUNT < 2000 THEN
               ADD 1 TO W-EXC-COUNT
               MOVE W-OPR-HIT TO W-EX-OPR(W-EXC-COUNT)
               MOVE W-EXC-DATE TO W-EX-DATE(W-EXC-COUNT)
               MOVE W-EXC-TIME TO W-EX-TIME(W-EXC-COUNT)
               MOVE W-EXC-TEXT TO W-EX-TEXT(W-EXC-COUNT)
           ELSE
               ADD 1 TO W-EXC-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      *    THE JOURNAL -- rolled-off generations that reach into the
      *    period, then the live file.
      *----------------------------------------------------------------
       SCAN-JOURNAL.
           PERFORM LOAD-GENERATION-INDEX.
           PERFORM SCAN-ONE-GENERATION
               VARYING W-GEN-SUB FROM 1 BY 1
               UNTIL W-GEN-SUB > W-GEN-COUNT.
           MOVE W-LIVE-JOURNAL-FILENAME TO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       LOAD-GENERATION-INDEX.
           MOVE 'N' TO W-IDX-EOF-SW.
           OPEN INPUT GEN-INDEX-FILE.
           IF W-INDEX-STATUS NOT = '00' THEN
               SET W-IDX-EOF TO TRUE
           END-IF.
           PERFORM NOTE-ONE-GENERATION UNTIL W-IDX-EOF.
           IF W-INDEX-STATUS = '00' OR W-INDEX-STATUS = '10'
               CLOSE GEN-INDEX-FILE
           END-IF.

       NOTE-ONE-GENERATION.
           READ GEN-INDEX-FILE
               AT END
                   SET W-IDX-EOF TO TRUE
               NOT AT END
                   IF GX-TO-DATE >= W-FIRST-DATE AND
                           GX-FROM-DATE <= W-LAST-DATE AND
                           W-GEN-COUNT < 99 THEN
                       ADD 1 TO W-GEN-COUNT
                       MOVE GX-GENERATION
                           TO W-GEN-NUMBER(W-GEN-COUNT)
                   END-IF
           END-READ.

       SCAN-ONE-GENERATION.
           MOVE SPACES TO W-JOURNAL-FILENAME.
           STRING 'S:\COBOL\JRNL' DELIMITED BY SIZE
               W-GEN-NUMBER(W-GEN-SUB) DELIMITED BY SIZE
               '.DAT' DELIMITED BY SIZE
               INTO W-JOURNAL-FILENAME.
           PERFORM SCAN-ONE-JOURNAL-FILE.

       SCAN-ONE-JOURNAL-FILE.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               DISPLAY "  <JOURNAL FILE MISSING: ",
                   W-JOURNAL-FILENAME(1:24), ">"
               SET W-INPUT-EOF TO TRUE
           END-IF.
           PERFORM READ-ONE-JOURNAL-ROW UNTIL W-INPUT-EOF.
           IF W-IN-STATUS = '00' OR W-IN-STATUS = '10'
               CLOSE JOURNAL-IN-FILE
           END-IF.

       READ-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF JI-OPERATOR NOT = SPACES AND
                           JI-DATE >= W-FIRST-DATE AND
                           JI-DATE <= W-LAST-DATE THEN
                       PERFORM TAKE-JOURNAL-ROW
                           THRU TAKE-JOURNAL-ROW-EXIT
                   END-IF
           END-READ.

       TAKE-JOURNAL-ROW.
           MOVE JI-OPERATOR TO W-WANT-ID.
           PERFORM FIND-OPERATOR-ROW.
           IF W-OPR-HIT = 0 THEN
               ADD 1 TO W-OPR-OVERFLOW
               GO TO TAKE-JOURNAL-ROW-EXIT.
           IF JI-DATE NOT = W-OS-DAY-DATE(W-OPR-HIT) THEN
               PERFORM START-OPERATOR-DAY
           END-IF.
           ADD 1 TO W-OS-ENTRIES(W-OPR-HIT).
           PERFORM COUNT-OPERATION.

      *    a weekend is reported as such rather than as off shift
           COMPUTE W-HHMM = JI-TIME / 100.
           IF (W-OS-DAY-DOW(W-OPR-HIT) = 0 OR
                   W-OS-DAY-DOW(W-OPR-HIT) = 6) AND
                   W-OS-WEEKENDS(W-OPR-HIT) NOT = 'Y' THEN
               ADD 1 TO W-OS-DAY-WEEKEND(W-OPR-HIT),
                   W-OS-WEEKEND(W-OPR-HIT)
           ELSE
               PERFORM CHECK-SHIFT
           END-IF.

           EVALUATE JI-OPERATION
               WHEN 'ADD-NAME'
                   PERFORM NOTE-NAMED-ACCOUNT
               WHEN 'DELETE-NAME'
                   ADD 1 TO W-OS-DAY-NAMES(W-OPR-HIT),
                       W-OS-NAME-CHANGES(W-OPR-HIT)
               WHEN 'ADD-CUST-PHONE'
                   PERFORM CHECK-PHONE-MOVE
           END-EVALUATE.

           IF JI-AFTER-POS > 1 AND NOT JI-NO-ACCOUNT AND
                   (W-OS-NAME(W-OPR-HIT) NOT = SPACES OR
                    W-OS-STREET(W-OPR-HIT) NOT = SPACES) AND
                   JI-AFTER-POS NOT = W-OS-LAST-OWN-POS(W-OPR-HIT)
                   THEN
               PERFORM CHECK-OWN-ACCOUNT
           END-IF.
       TAKE-JOURNAL-ROW-EXIT.
           CONTINUE.

       START-OPERATOR-DAY.
           IF W-OS-DAY-DATE(W-OPR-HIT) NOT = 0 THEN
               MOVE W-OPR-HIT TO W-OPR-SUB
               PERFORM CLOSE-OPERATOR-DAY
           END-IF.
           MOVE JI-DATE TO W-OS-DAY-DATE(W-OPR-HIT).
           COMPUTE W-DATE-INT = FUNCTION INTEGER-OF-DATE(JI-DATE).
           COMPUTE W-OS-DAY-DOW(W-OPR-HIT) =
               FUNCTION MOD(W-DATE-INT, 7).
           MOVE 0 TO W-OS-DAY-OFF(W-OPR-HIT),
               W-OS-DAY-WEEKEND(W-OPR-HIT),
               W-OS-DAY-NAMES(W-OPR-HIT),
               W-OS-DAY-MOVES(W-OPR-HIT).
           ADD 1 TO W-OS-DAYS(W-OPR-HIT).

      *    a shift whose end is before its start runs past midnight;
      *    a shift that starts and ends together is round the clock
       CHECK-SHIFT.
           IF W-OS-SHIFT-START(W-OPR-HIT) < W-OS-SHIFT-END(W-OPR-HIT)
                   THEN
               IF W-HHMM < W-OS-SHIFT-START(W-OPR-HIT) OR
                       W-HHMM >= W-OS-SHIFT-END(W-OPR-HIT) THEN
                   ADD 1 TO W-OS-DAY-OFF(W-OPR-HIT),
                       W-OS-OFF-SHIFT(W-OPR-HIT)
               END-IF
           END-IF.
           IF W-OS-SHIFT-START(W-OPR-HIT) > W-OS-SHIFT-END(W-OPR-HIT)
                   THEN
               IF W-HHMM < W-OS-SHIFT-START(W-OPR-HIT) AND
                       W-HHMM >= W-OS-SHIFT-END(W-OPR-HIT) THEN
                   ADD 1 TO W-OS-DAY-OFF(W-OPR-HIT),
                       W-OS-OFF-SHIFT(W-OPR-HIT)
               END-IF
           END-IF.

       COUNT-OPERATION.
           MOVE 0 TO W-OPC-HIT.
           PERFORM MATCH-ONE-OPERATION
               VARYING W-OPC-SUB FROM 1 BY 1
               UNTIL W-OPC-SUB > W-OPC-COUNT OR W-OPC-HIT NOT = 0.
           IF W-OPC-HIT = 0 AND W-OPC-COUNT < 1000 THEN
               ADD 1 TO W-OPC-COUNT
               MOVE W-OPC-COUNT TO W-OPC-HIT
               MOVE W-OPR-HIT TO W-OC-OPR(W-OPC-HIT)
               MOVE JI-OPERATION TO W-OC-OPERATION(W-OPC-HIT)
               MOVE 0 TO W-OC-ENTRIES(W-OPC-HIT)
           END-IF.
           IF W-OPC-HIT NOT = 0 THEN
               ADD 1 TO W-OC-ENTRIES(W-OPC-HIT)
           END-IF.

       MATCH-ONE-OPERATION.
           IF W-OC-OPR(W-OPC-SUB) = W-OPR-HIT AND
                   W-OC-OPERATION(W-OPC-SUB) = JI-OPERATION THEN
               MOVE W-OPC-SUB TO W-OPC-HIT
           END-IF.

       NOTE-NAMED-ACCOUNT.
           IF W-NAMED-COUNT < 5000 THEN
               ADD 1 TO W-NAMED-COUNT
               MOVE JI-DATE TO W-NM-DATE(W-NAMED-COUNT)
               MOVE JI-AFTER-POS TO W-NM-POS(W-NAMED-COUNT)
           END-IF.

       CHECK-PHONE-MOVE.
           MOVE 0 TO W-NAMED-HIT.
           PERFORM MATCH-ONE-NAMED
               VARYING W-NAMED-SUB FROM 1 BY 1
               UNTIL W-NAMED-SUB > W-NAMED-COUNT OR
                   W-NAMED-HIT NOT = 0.
           IF W-NAMED-HIT = 0 THEN
               ADD 1 TO W-OS-DAY-MOVES(W-OPR-HIT),
                   W-OS-PHONE-MOVES(W-OPR-HIT)
           END-IF.

       MATCH-ONE-NAMED.
           IF W-NM-POS(W-NAMED-SUB) = JI-AFTER-POS AND
                   W-NM-DATE(W-NAMED-SUB) = JI-DATE THEN
               MOVE W-NAMED-SUB TO W-NAMED-HIT
           END-IF.

      *    a run of entries on the same account is flagged once
       CHECK-OWN-ACCOUNT.
           MOVE JI-AFTER-POS TO W-MASTER-POS.
           MOVE JI-AFTER-POS TO W-OS-LAST-OWN-POS(W-OPR-HIT).
           CALL 'GET-CUSTOMER-MASTER' USING W-MASTER-POS, W-CM-FOUND,
               W-CM-ACCOUNT, W-CM-NAME, W-CM-ADDRESS, W-CM-PLAN,
               W-CM-STATUS.
           IF W-CM-ON-FILE THEN
               MOVE W-CM-ACCOUNT TO W-SHOW-ACCOUNT
               MOVE SPACES TO W-EXC-TEXT
               IF W-OS-NAME(W-OPR-HIT) NOT = SPACES AND
                       W-CM-NAME = W-OS-NAME(W-OPR-HIT) THEN
                   STRING 'OWN NAME ON ACCOUNT ' DELIMITED BY SIZE
                       W-SHOW-ACCOUNT DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       JI-OPERATION DELIMITED BY SPACE
                       INTO W-EXC-TEXT
               ELSE
                   IF W-OS-STREET(W-OPR-HIT) NOT = SPACES AND
                           W-CM-ADDRESS(1:20) = W-OS-STREET(W-OPR-HIT)
                           THEN
                       STRING 'OWN ADDRESS ON ACCOUNT '
                           DELIMITED BY SIZE
                           W-SHOW-ACCOUNT DELIMITED BY SIZE
                           ': ' DELIMITED BY SIZE
                           JI-OPERATION DELIMITED BY SPACE
                           INTO W-EXC-TEXT
                   END-IF
               END-IF
               IF W-EXC-TEXT NOT = SPACES THEN
                   ADD 1 TO W-OS-OWN-ACCOUNT(W-OPR-HIT)
                   MOVE JI-DATE TO W-EXC-DATE
                   MOVE JI-TIME TO W-EXC-TIME
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    End of an operator's day: one line for the work outside
      *    the shift, one for weekend work, and one each for name
      *    changes and phone moves past the limits.
      *----------------------------------------------------------------
       CLOSE-OPERATOR-DAY.
           MOVE W-OPR-SUB TO W-OPR-HIT.
           MOVE W-OS-DAY-DATE(W-OPR-SUB) TO W-EXC-DATE.
           MOVE 0 TO W-EXC-TIME.
           IF W-OS-DAY-OFF(W-OPR-SUB) > 0 THEN
               MOVE W-OS-DAY-OFF(W-OPR-SUB) TO W-SHOW-A
               MOVE SPACES TO W-EXC-TEXT
               STRING W-SHOW-A DELIMITED BY SIZE
                   ' ENTRIES OUTSIDE SHIFT ' DELIMITED BY SIZE
                   W-OS-SHIFT-START(W-OPR-SUB) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   W-OS-SHIFT-END(W-OPR-SUB) DELIMITED BY SIZE
                   INTO W-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           IF W-OS-DAY-WEEKEND(W-OPR-SUB) > 0 THEN
               MOVE W-OS-DAY-WEEKEND(W-OPR-SUB) TO W-SHOW-A
               MOVE SPACES TO W-EXC-TEXT
               STRING W-SHOW-A DELIMITED BY SIZE
                   ' ENTRIES ON A WEEKEND' DELIMITED BY SIZE
                   INTO W-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           IF W-OS-DAY-NAMES(W-OPR-SUB) > W-NAME-LIMIT OR
                   W-OS-DAY-MOVES(W-OPR-SUB) > W-MOVE-LIMIT THEN
               ADD 1 TO W-OS-HIGH-DAYS(W-OPR-SUB)
           END-IF.
           IF W-OS-DAY-NAMES(W-OPR-SUB) > W-NAME-LIMIT THEN
               MOVE W-OS-DAY-NAMES(W-OPR-SUB) TO W-SHOW-A
               MOVE SPACES TO W-EXC-TEXT
               STRING W-SHOW-A DELIMITED BY SIZE
                   ' NAME CHANGES IN THE DAY' DELIMITED BY SIZE
                   INTO W-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           IF W-OS-DAY-MOVES(W-OPR-SUB) > W-MOVE-LIMIT THEN
               MOVE W-OS-DAY-MOVES(W-OPR-SUB) TO W-SHOW-A
               MOVE SPACES TO W-EXC-TEXT
               STRING W-SHOW-A DELIMITED BY SIZE
                   ' PHONE MOVES IN THE DAY' DELIMITED BY SIZE
                   INTO W-EXC-TEXT
               PERFORM ADD-EXCEPTION
           END-IF.
           MOVE 0 TO W-OS-DAY-OFF(W-OPR-SUB),
               W-OS-DAY-WEEKEND(W-OPR-SUB),
               W-OS-DAY-NAMES(W-OPR-SUB),
               W-OS-DAY-MOVES(W-OPR-SUB).

      *----------------------------------------------------------------
      *    ADJUSTMENTS -- the operator who keyed an adjustment is
      *    not supposed to be the one who approved it.
      *----------------------------------------------------------------
       SCAN-ADJUSTMENTS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT ADJUST-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-ADJUSTMENTS-EXIT.
           PERFORM READ-ONE-ADJUSTMENT UNTIL W-INPUT-EOF.
           CLOSE ADJUST-FILE.
       SCAN-ADJUSTMENTS-EXIT.
           CONTINUE.

       READ-ONE-ADJUSTMENT.
           READ ADJUST-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF AJ-DATE >= W-FIRST-DATE AND
                           AJ-DATE <= W-LAST-DATE AND
                           AJ-OPERATOR NOT = SPACES AND
                           AJ-APPROVER = AJ-OPERATOR THEN
                       PERFORM TAKE-SELF-APPROVAL
                   END-IF
           END-READ.

       TAKE-SELF-APPROVAL.
           MOVE AJ-OPERATOR TO W-WANT-ID.
           PERFORM FIND-OPERATOR-ROW.
           IF W-OPR-HIT = 0 THEN
               ADD 1 TO W-OPR-OVERFLOW
           ELSE
               ADD 1 TO W-OS-SELF-APPROVED(W-OPR-HIT)
               MOVE AJ-ACCOUNT TO W-SHOW-ACCOUNT
               MOVE AJ-AMOUNT TO W-SHOW-AMOUNT
               MOVE SPACES TO W-EXC-TEXT
               STRING 'SELF-APPROVED ADJUSTMENT ' DELIMITED BY SIZE
                   AJ-TYPE DELIMITED BY SIZE
                   W-SHOW-AMOUNT DELIMITED BY SIZE
                   ' ACCOUNT ' DELIMITED BY SIZE
                   W-SHOW-ACCOUNT DELIMITED BY SIZE
                   INTO W-EXC-TEXT
               MOVE AJ-DATE TO W-EXC-DATE
               MOVE AJ-TIME TO W-EXC-TIME
               PERFORM ADD-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      *    CPNI LOOKUPS -- each lookup in the period wants a note on
      *    the account the same day, or a trouble ticket open on it
      *    that day, to show why the account was looked at.
      *----------------------------------------------------------------
       LOAD-CPNI-LOOKUPS.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT CPNI-LOG-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO LOAD-CPNI-LOOKUPS-EXIT.
           PERFORM READ-ONE-LOOKUP UNTIL W-INPUT-EOF.
           CLOSE CPNI-LOG-FILE.
       LOAD-CPNI-LOOKUPS-EXIT.
           CONTINUE.

       READ-ONE-LOOKUP.
           READ CPNI-LOG-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF CP-DATE >= W-FIRST-DATE AND
                           CP-DATE <= W-LAST-DATE AND
                           CP-AUTH-METHOD NOT = 'V' AND
                           CP-AUTH-METHOD NOT = 'F' THEN
                       PERFORM KEEP-ONE-LOOKUP
                   END-IF
           END-READ.

       KEEP-ONE-LOOKUP.
           IF W-CPNI-COUNT < 3000 THEN
               ADD 1 TO W-CPNI-COUNT
               MOVE CP-OPERATOR TO W-CL-OPERATOR(W-CPNI-COUNT)
               MOVE CP-DATE TO W-CL-DATE(W-CPNI-COUNT)
               MOVE CP-TIME TO W-CL-TIME(W-CPNI-COUNT)
               MOVE CP-MASTER-POS TO W-CL-POS(W-CPNI-COUNT)
               MOVE 'N' TO W-CL-BACKED(W-CPNI-COUNT)
           ELSE
               ADD 1 TO W-CPNI-OVERFLOW
           END-IF.

       SCAN-NOTES.
           IF W-CPNI-COUNT = 0 THEN
               GO TO SCAN-NOTES-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT NOTES-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO SCAN-NOTES-EXIT.
           PERFORM READ-ONE-NOTE UNTIL W-INPUT-EOF.
           CLOSE NOTES-FILE.
       SCAN-NOTES-EXIT.
           CONTINUE.

       READ-ONE-NOTE.
           READ NOTES-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF NT-DATE >= W-FIRST-DATE AND
                           NT-DATE <= W-LAST-DATE THEN
                       PERFORM BACK-LOOKUP-BY-NOTE
                           VARYING W-CPNI-SUB FROM 1 BY 1
                           UNTIL W-CPNI-SUB > W-CPNI-COUNT
                   END-IF
           END-READ.

       BACK-LOOKUP-BY-NOTE.
           IF W-CL-POS(W-CPNI-SUB) = NT-MASTER-POS AND
                   W-CL-DATE(W-CPNI-SUB) = NT-DATE THEN
               MOVE 'Y' TO W-CL-BACKED(W-CPNI-SUB)
           END-IF.

      *    the opening and clearing events of a ticket are separate
      *    rows; only tickets reported by the end of the period count
       LOAD-TICKETS.
           IF W-CPNI-COUNT = 0 THEN
               GO TO LOAD-TICKETS-EXIT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT TICKET-FILE.
           IF W-IN-STATUS NOT = '00' THEN
               GO TO LOAD-TICKETS-EXIT.
           PERFORM READ-ONE-TICKET UNTIL W-INPUT-EOF.
           CLOSE TICKET-FILE.
       LOAD-TICKETS-EXIT.
           CONTINUE.

       READ-ONE-TICKET.
           READ TICKET-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF TT-REPORTED-DATE <= W-LAST-DATE THEN
                       PERFORM TAKE-ONE-TICKET
                   END-IF
           END-READ.

       TAKE-ONE-TICKET.
           MOVE 0 TO W-TKT-HIT.
           PERFORM MATCH-ONE-TICKET
               VARYING W-TKT-SUB FROM 1 BY 1
               UNTIL W-TKT-SUB > W-TKT-COUNT OR W-TKT-HIT NOT = 0.
           IF W-TKT-HIT = 0 AND W-TKT-COUNT < 3000 THEN
               ADD 1 TO W-TKT-COUNT
               MOVE W-TKT-COUNT TO W-TKT-HIT
               MOVE TT-TICKET TO W-TK-TICKET(W-TKT-HIT)
               MOVE TT-MASTER-POS TO W-TK-POS(W-TKT-HIT)
               MOVE TT-REPORTED-DATE TO W-TK-OPENED(W-TKT-HIT)
               MOVE 0 TO W-TK-CLEARED(W-TKT-HIT)
           END-IF.
           IF W-TKT-HIT NOT = 0 AND TT-CLEARED THEN
               MOVE TT-CLEARED-DATE TO W-TK-CLEARED(W-TKT-HIT)
           END-IF.

       MATCH-ONE-TICKET.
           IF W-TK-TICKET(W-TKT-SUB) = TT-TICKET THEN
               MOVE W-TKT-SUB TO W-TKT-HIT
           END-IF.

       JUDGE-ONE-LOOKUP.
           MOVE W-CL-OPERATOR(W-CPNI-SUB) TO W-WANT-ID.
           PERFORM FIND-OPERATOR-ROW.
           IF W-CL-BACKED(W-CPNI-SUB) NOT = 'Y' THEN
               PERFORM BACK-LOOKUP-BY-TICKET
                   VARYING W-TKT-SUB FROM 1 BY 1
                   UNTIL W-TKT-SUB > W-TKT-COUNT OR
                       W-CL-BACKED(W-CPNI-SUB) = 'Y'
           END-IF.
           IF W-OPR-HIT = 0 THEN
               ADD 1 TO W-OPR-OVERFLOW
           ELSE
               ADD 1 TO W-OS-CPNI(W-OPR-HIT)
               IF W-CL-BACKED(W-CPNI-SUB) NOT = 'Y' THEN
                   ADD 1 TO W-OS-CPNI-BARE(W-OPR-HIT)
                   MOVE W-CL-POS(W-CPNI-SUB) TO W-SHOW-ACCOUNT
                   MOVE SPACES TO W-EXC-TEXT
                   STRING 'CPNI LOOKUP, NO NOTE OR TICKET, POS '
                       DELIMITED BY SIZE
                       W-SHOW-ACCOUNT DELIMITED BY SIZE
                       INTO W-EXC-TEXT
                   MOVE W-CL-DATE(W-CPNI-SUB) TO W-EXC-DATE
                   MOVE W-CL-TIME(W-CPNI-SUB) TO W-EXC-TIME
                   PERFORM ADD-EXCEPTION
               END-IF
           END-IF.

       BACK-LOOKUP-BY-TICKET.
           IF W-TK-POS(W-TKT-SUB) = W-CL-POS(W-CPNI-SUB) AND
                   W-TK-OPENED(W-TKT-SUB) <= W-CL-DATE(W-CPNI-SUB) AND
                   (W-TK-CLEARED(W-TKT-SUB) = 0 OR
                    W-TK-CLEARED(W-TKT-SUB) >= W-CL-DATE(W-CPNI-SUB))
                   THEN
               MOVE 'Y' TO W-CL-BACKED(W-CPNI-SUB)
           END-IF.

      *----------------------------------------------------------------
      *    DAILY REPORT -- per operator, the count of each operation,
      *    the day's totals, then the exception lines.
      *----------------------------------------------------------------
       PRINT-ONE-OPERATOR.
           DISPLAY " ".
           IF W-OS-PROFILED(W-OPR-SUB) = 'Y' THEN
               DISPLAY "OPERATOR ", W-OS-ID(W-OPR-SUB),
                   "   SHIFT ", W-OS-SHIFT-START(W-OPR-SUB), "-",
                   W-OS-SHIFT-END(W-OPR-SUB),
                   "   WEEKENDS ", W-OS-WEEKENDS(W-OPR-SUB)
           ELSE
               DISPLAY "OPERATOR ", W-OS-ID(W-OPR-SUB),
                   "   SHIFT ", W-OS-SHIFT-START(W-OPR-SUB), "-",
                   W-OS-SHIFT-END(W-OPR-SUB), "   <NO PROFILE>"
           END-IF.
           PERFORM PRINT-ONE-OPERATION
               VARYING W-OPC-SUB FROM 1 BY 1
               UNTIL W-OPC-SUB > W-OPC-COUNT.
           MOVE W-OS-ENTRIES(W-OPR-SUB) TO W-SHOW-COUNT.
           MOVE W-OS-OFF-SHIFT(W-OPR-SUB) TO W-SHOW-A.
           MOVE W-OS-WEEKEND(W-OPR-SUB) TO W-SHOW-B.
           MOVE W-OS-NAME-CHANGES(W-OPR-SUB) TO W-SHOW-C.
           MOVE W-OS-PHONE-MOVES(W-OPR-SUB) TO W-SHOW-D.
           DISPLAY "    ENTRIES ", W-SHOW-COUNT,
               "  OFF SHIFT ", W-SHOW-A, "  WEEKEND ", W-SHOW-B,
               "  NAMES ", W-SHOW-C, "  MOVES ", W-SHOW-D.
           MOVE W-OS-CPNI(W-OPR-SUB) TO W-SHOW-A.
           MOVE W-OS-CPNI-BARE(W-OPR-SUB) TO W-SHOW-B.
           MOVE W-OS-SELF-APPROVED(W-OPR-SUB) TO W-SHOW-C.
           MOVE W-OS-OWN-ACCOUNT(W-OPR-SUB) TO W-SHOW-D.
           DISPLAY "    CPNI LOOKUPS ", W-SHOW-A,
               "  UNSUPPORTED ", W-SHOW-B,
               "  SELF-APPROVED ", W-SHOW-C,
               "  OWN ACCOUNT ", W-SHOW-D.
           PERFORM PRINT-ONE-EXCEPTION
               VARYING W-EXC-SUB FROM 1 BY 1
               UNTIL W-EXC-SUB > W-EXC-COUNT.

       PRINT-ONE-OPERATION.
           IF W-OC-OPR(W-OPC-SUB) = W-OPR-SUB THEN
               MOVE W-OC-ENTRIES(W-OPC-SUB) TO W-SHOW-COUNT
               DISPLAY "      ", W-OC-OPERATION(W-OPC-SUB), " ",
                   W-SHOW-COUNT
           END-IF.

       PRINT-ONE-EXCEPTION.
           IF W-EX-OPR(W-EXC-SUB) = W-OPR-SUB THEN
               DISPLAY "    ** ", W-EX-DATE(W-EXC-SUB), " ",
                   W-EX-TIME(W-EXC-SUB), " ", W-EX-TEXT(W-EXC-SUB)
           END-IF.

      *----------------------------------------------------------------
      *    WEEKLY ROLL-UP -- one line per operator.  HIGH is the
      *    number of days over the name change or phone move limit.
      *----------------------------------------------------------------
       PRINT-ONE-ROLLUP.
           MOVE W-OS-DAYS(W-OPR-SUB) TO W-SHOW-DAYS.
           MOVE W-OS-ENTRIES(W-OPR-SUB) TO W-SHOW-COUNT.
           MOVE W-OS-OFF-SHIFT(W-OPR-SUB) TO W-SHOW-A.
           MOVE W-OS-WEEKEND(W-OPR-SUB) TO W-SHOW-B.
           MOVE W-OS-SELF-APPROVED(W-OPR-SUB) TO W-SHOW-C.
           MOVE W-OS-OWN-ACCOUNT(W-OPR-SUB) TO W-SHOW-D.
           MOVE W-OS-CPNI(W-OPR-SUB) TO W-SHOW-E.
           MOVE W-OS-CPNI-BARE(W-OPR-SUB) TO W-SHOW-F.
           MOVE W-OS-NAME-CHANGES(W-OPR-SUB) TO W-SHOW-G.
           MOVE W-OS-PHONE-MOVES(W-OPR-SUB) TO W-SHOW-H.
           MOVE W-OS-HIGH-DAYS(W-OPR-SUB) TO W-SHOW-I.
           DISPLAY W-OS-ID(W-OPR-SUB), "   ", W-SHOW-DAYS,
               W-SHOW-COUNT, " ", W-SHOW-A, " ", W-SHOW-B, " ",
               W-SHOW-C, " ", W-SHOW-D, " ", W-SHOW-E, " ",
               W-SHOW-F, " ", W-SHOW-G, " ", W-SHOW-H, " ",
               W-SHOW-I.
