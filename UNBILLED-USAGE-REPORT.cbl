      *    carry-forward exists to drive toward zero, and the
      *    suspicion this report was asked for is that it is not
      *    small.
      *    A call's charge is the one stored for it in the
      *    rated-usage file when it was captured, read back through
      *    GET-RATED-USAGE; a call is rated again only when it has
      *    no stored rating, its plan has changed since, or a tariff
      *    correction or dispute has marked it for re-rating.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-RATED-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\RATEDUSE.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-THIRD-FILENAME        PIC X(512)
                                   VALUE 'S:\COBOL\BILLTHRU.DAT'.
       01  W-PLANCHG-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANCHG.DAT'.
       01  W-PLANMST-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\PLANMST.DAT'.

       01  W-DETAIL-STUFF EXTERNAL.
           05  W-DETAIL-CHANGED    PIC X VALUE 'N'.
       01  W-FEATURE-CODE          PIC X(4).
       01  W-BILL-DIRECTION        PIC X.
       01  W-THIRD-NUMBER          PIC 9(10).
       01  W-CARD-SURCHARGE        PIC 9(3)V99.
       01  W-BILL-NUMBER           PIC 9(10).
       01  W-PHONE-KEY             PIC 9(15).
       01  W-OWNER-POS             PIC 9(9) COMP.
           CALL 'OPEN-CUSTOMER-PHONE' USING W-PHONE-FILENAME.
           CALL 'OPEN-CALL-DETAIL' USING W-CALL-DETAIL-FILENAME.
           CALL 'OPEN-RATE-TABLE' USING W-RATE-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-RATED-USAGE' USING W-RATED-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
           CALL 'OPEN-BILLED-THRU' USING W-BILLTHRU-FILENAME.

           CALL 'CLOSE-BILLED-THRU'.
           CALL 'CLOSE-THIRD-NUMBERS'.
           CALL 'CLOSE-RATED-USAGE'.
           CALL 'CLOSE-CALL-DETAIL'.
           CALL 'CLOSE-CUSTOMER-PHONE'.
           CALL 'CLOSE-CUSTOMER-MASTER'.
               WHEN '2'
                   MOVE W-CALLED-NUMBER TO W-BILL-NUMBER
               WHEN '3'
               WHEN '4'
                   MOVE W-THIRD-NUMBER TO W-BILL-NUMBER
               WHEN OTHER
                   MOVE W-CALLING-NUMBER TO W-BILL-NUMBER
               END-IF
               CALL 'PLAN-FOR-DATE' USING W-OWNER-POS, W-CALL-DATE,
                   W-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               CALL 'GET-RATED-USAGE' USING
                   W-DETAIL-POS, W-RATE-PLAN,
                   W-CALL-DATE, W-CALL-TIME, W-DURATION, W-CALL-CHARGE
               IF W-BILL-DIRECTION = '4' THEN
                   CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                       W-CARD-SURCHARGE
                   ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
               END-IF
           END-IF.

           ADD W-CALL-CHARGE TO W-UNBILLED-AMOUNT(W-OWNER-POS).
