       IDENTIFICATION DIVISION.
       PROGRAM-ID.
           CNAM-EXTRACT.
      *AUTHOR.
      *    Ken Hartness.
      *DESCRIPTION.
      *    Caller-ID name feed for the CNAM database provider, built
      *    the way E911-ALI-EXTRACT builds the PSAP feed.  A full
      *    extract ('F') walks every bucket of the phone EHT and
      *    writes one record per in-service number with a 15-
      *    character display name cut from the account name.  The
      *    nightly delta ('D') reads the day's journal: ADD-CUST-
      *    PHONE sends the new number, LISTING-STATUS and NAME-
      *    PRIVACY resend the one number they touched, and ADD-NAME
      *    (a new or changed account name) resends every number on
      *    that account; numbers retired to the phone history today
      *    go out as deletes.  A number that is non-published in the
      *    listing file, or that carries the caller-ID name privacy
      *    flag, goes out as PRIVATE -- the name never leaves the
      *    building.  Record layout per the provider's spec:
      *    function code I/D, the ten-digit number, display name.  An
      *    insert for a number the provider already holds replaces
      *    its name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUCKET-INDEX ASSIGN TO W-FILENAME1
           ORGANIZATION IS RELATIVE
           ACCESS IS RANDOM
           RELATIVE KEY IS W-HASH-POS.

           SELECT BUCKET-FILE ASSIGN TO W-FILENAME2
           ORGANIZATION IS RELATIVE
           ACCESS IS RANDOM
           RELATIVE KEY IS W-BUCKET.

           SELECT CNAM-FILE ASSIGN TO W-CNAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-IN-FILE ASSIGN TO W-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-JOURNAL-STATUS.

           SELECT PHONE-HISTORY-IN ASSIGN TO W-PHIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               STATUS IS W-PHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUCKET-INDEX EXTERNAL.
       01  BI-BUCKET   PIC 9(9) COMP.

       FD  BUCKET-FILE EXTERNAL.
       01  BUCKET-REC.
           05  BUCKET-LENGTH   PIC 999 COMP.
           05  BUCKET-PAIR     OCCURS 1 TO 292 TIMES
                               DEPENDING ON BUCKET-LENGTH
                               INDEXED BY X-PAIR.
               10  BR-KEY  PIC 9(15).
               10  BR-LINK PIC 9(9) COMP.

       FD  CNAM-FILE.
       01  CNAM-REC.
           05  CN-FUNCTION     PIC X.
           05  CN-PHONE        PIC 9(10).
           05  CN-NAME         PIC X(15).

       FD  JOURNAL-IN-FILE.
       01  JOURNAL-IN-REC.
           05  JI-DATE         PIC 9(8).
           05  JI-TIME         PIC 9(6).
           05  JI-OPERATION    PIC X(15).
           05  JI-KEY          PIC X(30).
           05  JI-BEFORE-POS   PIC 9(9).
           05  JI-AFTER-POS    PIC 9(9).

       FD  PHONE-HISTORY-IN.
       01  PHONE-HISTORY-IN-REC.
           05  PI-OLD-PHONE    PIC 9(15).
           05  PI-POSITION     PIC 9(9).
           05  PI-DATE         PIC 9(8).
           05  PI-TIME         PIC 9(6).

       WORKING-STORAGE SECTION.
       01  W-MASTER-FILENAME   PIC X(512)
                               VALUE 'S:\COBOL\MASTER.DAT'.
       01  W-PHONE-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONE.DAT'.
       01  W-CNAM-FULL-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CNAMFULL.DAT'.
       01  W-CNAM-DELTA-FILENAME PIC X(512)
                               VALUE 'S:\COBOL\CNAMDELT.DAT'.
       01  W-CNAM-FILENAME     PIC X(512).
       01  W-JOURNAL-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\JOURNAL.DAT'.
       01  W-PHIST-FILENAME    PIC X(512)
                               VALUE 'S:\COBOL\PHONEHST.DAT'.
       01  W-LISTING-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\LISTING.DAT'.
       01  W-PRIVACY-FILENAME  PIC X(512)
                               VALUE 'S:\COBOL\CNAMPRIV.DAT'.

      *    Phone EHT sharing -- identical to FIND-ACCOUNT-PHONES, so
      *    CALL 'OPEN-CUSTOMER-PHONE' populates the directory and this
      *    extract can walk the buckets directly.
       01  W-HASH-POS IS EXTERNAL  PIC 9(9) COMP.
       01  W-BUCKET IS EXTERNAL    PIC 9(9) COMP.
       01  W-TABLESIZE IS EXTERNAL PIC 9(9) COMP.
       01  W-BUCKET-FILE-SIZE is external     PIC 9(9) COMP.
       01  W-EHT-CACHE IS EXTERNAL.
           05  W-EHT-ENTRY         OCCURS 1 TO 65536 TIMES
                                   DEPENDING ON W-TABLESIZE
                                   INDEXED BY X-EHT.
               10  W-RECORD-POS    PIC 9(9) COMP.
               10  W-BUCKET-POS    PIC 9(9) COMP.

       01  W-JOURNAL-STATUS    PIC XX.
       01  W-PHIST-STATUS      PIC XX.
       01  W-EOF-SW            PIC X.
           88  W-INPUT-EOF         VALUE 'Y'.

       01  W-MODE              PIC X.
           88  W-FULL-MODE         VALUE 'F' 'f'.
           88  W-DELTA-MODE        VALUE 'D' 'd'.
       01  W-TODAY             PIC 9(8).

       01  L-POSITION          PIC 9(9) COMP.
       01  W-FOUND             PIC X.
           88  W-RECORD-FOUND      VALUE 'Y'.
       01  W-ACCOUNT           PIC 9(9) COMP.
       01  W-NAME              PIC X(30).
       01  W-ADDRESS           PIC X(40).
       01  W-PLAN              PIC X(4).
       01  W-STATUS-CODE       PIC X.

       01  W-PHONE-LIST.
           02  W-PHONE-COUNT   PIC 999 COMP.
           02  W-PHONE-NUMBER  PIC 9(15) OCCURS 50 TIMES.
       01  W-SUB               PIC 999 COMP.

       01  W-PHONE-KEY         PIC 9(15).
       01  W-PHONE10           PIC 9(10).
       01  W-LST-STATUS        PIC X.
           88  W-NON-PUBLISHED     VALUE 'P'.
       01  W-PRIVATE           PIC X.
           88  W-NAME-PRIVATE      VALUE 'Y'.
       01  W-RECORDS-WRITTEN   PIC 9(9) COMP VALUE 0.
       01  W-PRIVATE-COUNT     PIC 9(9) COMP VALUE 0.
       01  W-SHOW-COUNT        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY " ".
           DISPLAY "CNAM EXTRACT".
           DISPLAY "Full or daily delta (F/D): " WITH NO ADVANCING.
           ACCEPT W-MODE.
           ACCEPT W-TODAY FROM DATE YYYYMMDD.

           CALL 'OPEN-CUSTOMER-MASTER' USING W-MASTER-FILENAME.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.

           IF W-FULL-MODE THEN
               MOVE W-CNAM-FULL-FILENAME TO W-CNAM-FILENAME
               OPEN OUTPUT CNAM-FILE
               PERFORM FULL-EXTRACT
           ELSE IF W-DELTA-MODE THEN
               MOVE W-CNAM-DELTA-FILENAME TO W-CNAM-FILENAME
               OPEN OUTPUT CNAM-FILE
               PERFORM DELTA-EXTRACT
           ELSE
               DISPLAY "Not a valid mode."
               CALL 'CLOSE-CUSTOMER-PHONE'
               CALL 'CLOSE-CUSTOMER-MASTER'
               STOP RUN.

           CLOSE CNAM-FILE.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
           MOVE W-RECORDS-WRITTEN TO W-SHOW-COUNT.
           DISPLAY "CNAM RECORDS WRITTEN: ", W-SHOW-COUNT.
           MOVE W-PRIVATE-COUNT TO W-SHOW-COUNT.
           DISPLAY "  SENT AS PRIVATE:    ", W-SHOW-COUNT.
           STOP RUN.

      *----------------------------------------------------------------
      *    FULL EXTRACT -- every BR-KEY/BR-LINK pair in the EHT.
      *----------------------------------------------------------------
       FULL-EXTRACT.
           MOVE 2 TO W-BUCKET.
           PERFORM SCAN-ONE-BUCKET
               UNTIL W-BUCKET > W-BUCKET-FILE-SIZE.

       SCAN-ONE-BUCKET.
           READ BUCKET-FILE
               INVALID KEY
                   DISPLAY "  UNREADABLE BUCKET AT ", W-BUCKET
                   MOVE 0 TO BUCKET-LENGTH
           END-READ.
           PERFORM SCAN-ONE-PAIR
               VARYING X-PAIR FROM 1 BY 1
               UNTIL X-PAIR > BUCKET-LENGTH.
           ADD 1 TO W-BUCKET.

       SCAN-ONE-PAIR.
           MOVE BR-KEY(X-PAIR) TO W-PHONE-KEY.
           MOVE BR-LINK(X-PAIR) TO L-POSITION.
           PERFORM WRITE-ONE-INSERT THRU WRITE-ONE-INSERT-EXIT.

      *----------------------------------------------------------------
      *    DISPLAY NAME -- the first 15 characters of the account
      *    name in capitals, or PRIVATE for a non-published number or
      *    one under caller-ID name privacy.
      *----------------------------------------------------------------
       WRITE-ONE-INSERT.
           CALL 'GET-CUSTOMER-MASTER' USING L-POSITION, W-FOUND,
               W-ACCOUNT, W-NAME, W-ADDRESS, W-PLAN, W-STATUS-CODE.
           IF NOT W-RECORD-FOUND THEN
               GO TO WRITE-ONE-INSERT-EXIT.
           MOVE W-PHONE-KEY(6:10) TO W-PHONE10.
           CALL 'GET-LISTING-STATUS' USING W-PHONE10, W-LST-STATUS,
               W-LISTING-FILENAME.
           CALL 'GET-NAME-PRIVACY' USING W-PHONE10, W-PRIVATE,
               W-PRIVACY-FILENAME.
           MOVE 'I' TO CN-FUNCTION.
           MOVE W-PHONE10 TO CN-PHONE.
           IF W-NON-PUBLISHED OR W-NAME-PRIVATE THEN
               MOVE 'PRIVATE' TO CN-NAME
               ADD 1 TO W-PRIVATE-COUNT
           ELSE
               MOVE W-NAME TO CN-NAME
               INSPECT CN-NAME CONVERTING
                   'abcdefghijklmnopqrstuvwxyz' TO
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF.
           WRITE CNAM-REC.
           ADD 1 TO W-RECORDS-WRITTEN.
       WRITE-ONE-INSERT-EXIT.
           CONTINUE.

      *----------------------------------------------------------------
      *    DELTA EXTRACT -- inserts and name refreshes from the day's
      *    journal entries, deletes from numbers retired to the phone
      *    history today.
      *----------------------------------------------------------------
       DELTA-EXTRACT.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT JOURNAL-IN-FILE.
           IF W-JOURNAL-STATUS = '00' THEN
               PERFORM READ-ONE-JOURNAL-ROW UNTIL W-INPUT-EOF
               CLOSE JOURNAL-IN-FILE
           END-IF.
           MOVE 'N' TO W-EOF-SW.
           OPEN INPUT PHONE-HISTORY-IN.
           IF W-PHIST-STATUS = '00' THEN
               PERFORM READ-ONE-HISTORY-ROW UNTIL W-INPUT-EOF
               CLOSE PHONE-HISTORY-IN
           END-IF.

       READ-ONE-JOURNAL-ROW.
           READ JOURNAL-IN-FILE
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF JI-DATE = W-TODAY THEN
                       PERFORM JUDGE-ONE-JOURNAL-ROW
                   END-IF
           END-READ.

       JUDGE-ONE-JOURNAL-ROW.
           EVALUATE JI-OPERATION
               WHEN 'ADD-CUST-PHONE'
                   MOVE JI-KEY(1:15) TO W-PHONE-KEY
                   MOVE JI-AFTER-POS TO L-POSITION
                   PERFORM WRITE-ONE-INSERT
                       THRU WRITE-ONE-INSERT-EXIT
               WHEN 'LISTING-STATUS'
               WHEN 'NAME-PRIVACY'
      *            still on an account -- a number since retired is
      *            the phone history's to delete
                   MOVE JI-KEY(1:10) TO W-PHONE-KEY
                   CALL 'SEARCH-CUSTOMER-PHONE' USING L-POSITION,
                       W-PHONE-KEY
                   IF L-POSITION NOT = 0 THEN
                       PERFORM WRITE-ONE-INSERT
                           THRU WRITE-ONE-INSERT-EXIT
                   END-IF
               WHEN 'ADD-NAME'
                   MOVE JI-AFTER-POS TO L-POSITION
                   CALL 'FIND-ACCOUNT-PHONES' USING L-POSITION,
                       W-PHONE-LIST
                   PERFORM RESEND-ONE-PHONE
                       VARYING W-SUB FROM 1 BY 1
                       UNTIL W-SUB > W-PHONE-COUNT
           END-EVALUATE.

       RESEND-ONE-PHONE.
           MOVE W-PHONE-NUMBER(W-SUB) TO W-PHONE-KEY.
           PERFORM WRITE-ONE-INSERT THRU WRITE-ONE-INSERT-EXIT.

       READ-ONE-HISTORY-ROW.
           READ PHONE-HISTORY-IN
               AT END
                   SET W-INPUT-EOF TO TRUE
               NOT AT END
                   IF PI-DATE = W-TODAY THEN
                       MOVE 'D' TO CN-FUNCTION
                       MOVE PI-OLD-PHONE(6:10) TO CN-PHONE
                       MOVE SPACES TO CN-NAME
                       WRITE CNAM-REC
                       ADD 1 TO W-RECORDS-WRITTEN
                   END-IF
           END-READ.
