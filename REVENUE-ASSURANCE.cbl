                                   VALUE 'S:\COBOL\CALLDTL.DAT'.
       01  W-RATE-FILENAME         PIC X(512)
                                   VALUE 'S:\COBOL\RATES.DAT'.
       01  W-HOLIDAY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\HOLIDAY.DAT'.
       01  W-COUNTRY-FILENAME      PIC X(512)
                                   VALUE 'S:\COBOL\CNTRYREF.DAT'.
       01  W-THIRD-FILENAME        PIC X(512)
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
           CALL 'OPEN-HOLIDAY-CALENDAR' USING W-HOLIDAY-FILENAME.
           CALL 'OPEN-PLAN-TABLE' USING W-PLANMST-FILENAME.
           CALL 'OPEN-COUNTRY-TABLE' USING W-COUNTRY-FILENAME.
           CALL 'OPEN-THIRD-NUMBERS' USING W-THIRD-FILENAME.
               WHEN '2'
                   MOVE W-CALLED-NUMBER TO W-BILL-NUMBER
               WHEN '3'
               WHEN '4'
                   MOVE W-THIRD-NUMBER TO W-BILL-NUMBER
               WHEN OTHER
                   MOVE W-CALLING-NUMBER TO W-BILL-NUMBER
               CALL 'PLAN-FOR-DATE' USING W-OWNER-POS, W-CALL-DATE,
                   W-PLAN, W-RATE-PLAN, W-PLANCHG-FILENAME
               PERFORM RATE-WITH-ALLOWANCE
               IF W-BILL-DIRECTION = '4' THEN
                   CALL 'GET-PLAN-CARD-SURCHARGE' USING W-RATE-PLAN,
                       W-CARD-SURCHARGE
                   ADD W-CARD-SURCHARGE TO W-CALL-CHARGE
               END-IF
           END-IF.
           ADD W-CALL-CHARGE TO W-RATED-AMOUNT(W-OWNER-POS).
           ADD W-CALL-CHARGE TO W-TOTAL-RATED.
