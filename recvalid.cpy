      * SHARED RECORD-VALIDATION RULES FOR RECORD, RECORDF AND REJREPR.
      * IN-TYPE MUST CONTAIN EF OR XY.
      * IN-AMOUNT MUST BE NUMERIC AND POSITIVE.
      * IN-QTY MUST BE NUMERIC AND GREATER THAN 10.
      * IN-CODE MUST BE ON THE TRANSACTION-CODE MASTER, ACTIVE,
      * ALLOWED FOR IN-TYPE AND WITHIN ITS AMOUNT LIMITS (TCVAL).
      * WITHOUT A MASTER IN-CODE MUST BE 1, 2, 3 OR 4.
           MOVE 0 TO CONT1.
           MOVE 0 TO CONT2.
           MOVE 0 TO FLAG1.
              IN-QTY > 10
              MOVE 1 TO FLAG3.
           DISPLAY "FLAG3 = " FLAG3.
           CALL "TCVAL" USING IN-CODE IN-TYPE WS-ACCT-VALUE
               WS-TC-VALID WS-TC-DESC WS-TC-REASON.
           IF WS-TC-VALID = "Y"
              MOVE 1 TO FLAG4.
           DISPLAY "FLAG4 = " FLAG4.
           DISPLAY "IN-CODE DESC = " WS-TC-DESC.
