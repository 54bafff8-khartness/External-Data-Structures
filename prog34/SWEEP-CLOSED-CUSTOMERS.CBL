      *    key costs nothing, while sweeping it would require the
      *    name book (which is per-branch) open here.  Assumes
      *    CUSTOMER-MASTER and the phone EHT files are already open,
      *    the same way FIND-ACCOUNT-PHONES assumes it.  An account
      *    under legal hold (CHECK-LEGAL-HOLD) is passed over however
      *    long it has been closed; it is swept on the first run
      *    after its matter is released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02  W-LIST-LENGTH   PIC 999 COMP.
           02  W-LIST-PHONE    PIC 9(15) OCCURS 50 TIMES.
       01  W-SUB               PIC 99 COMP.
       01  W-HELD              PIC X.
           88  W-UNDER-HOLD        VALUE 'Y'.
       01  W-NO-PHONE          PIC 9(15) VALUE 0.
       01  L-PHONE-STATUS      PIC 9.
           88  PHONE-STATUS-OK     VALUE 0.

                   FUNCTION INTEGER-OF-DATE(CM-CLOSE-DATE)
               COMPUTE W-AGE-DAYS = W-TODAY-INT - W-CLOSE-INT
               IF W-AGE-DAYS >= L-RETENTION-DAYS THEN
                   CALL 'CHECK-LEGAL-HOLD' USING W-HELD,
                       W-MASTER-POS, W-NO-PHONE
                   IF NOT W-UNDER-HOLD THEN
                       PERFORM PURGE-ONE-CUSTOMER
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO W-MASTER-POS.
