      *    - BANK ITEMS WITH NO MATCHING ISSUED PAYMENT               *
      *  ANY DISCREPANCY ENDS THE JOB WITH CC 8 SO THE SCHEDULE       *
      *  CATCHES IT INSTEAD OF AN EMPLOYEE PHONE CALL.                 *
      *  ZERO-AMOUNT ITEMS ARE PRENOTE RESPONSES, NOT PAYMENTS; THEY  *
      *  ARE LEFT TO THE WBCI0330 PRENOTE CYCLE AND SKIPPED HERE.     *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
              NOT AT END
                 IF BR-EMP-NUM NUMERIC
                    AND BR-AMOUNT-DIGITS NUMERIC
                    AND BR-AMOUNT-DIGITS NOT = ZERO
                    AND WS-ITEM-COUNT < 500
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE BR-EMP-NUM TO WS-BI-EMP(WS-ITEM-COUNT)
