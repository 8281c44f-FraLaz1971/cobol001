        01 WS-ACCT-THRESHOLD PIC S9(6) VALUE 0.
        01 WS-ACCT-VALID     PIC X.
        01 WS-ACCT-UPPER     PIC S9(6) VALUE 0.
        01 WS-TC-VALID       PIC X.
        01 WS-TC-DESC        PIC X(20).
        01 WS-TC-REASON      PIC X(40).
        PROCEDURE DIVISION.
        AA-START.
            OPEN OUTPUT TRANS-FILE.
               WRITE TRANS-REC
            ELSE
               DISPLAY "RECORD IS NOT VALID".
            IF FLAG4 = 0
               DISPLAY "REASON: " WS-TC-REASON.
          DISPLAY "IN-TYPE is " IN-TYPE.
          DISPLAY "IN-AMOUNT is " IN-AMOUNT.
          DISPLAY "IN-QTY is " IN-QTY.
          DISPLAY "IN-CODE is " IN-CODE " " WS-TC-DESC.
        GO TO PARA-IN.
        PARA-END.
          DISPLAY "PROGRAM ENDED: EXITING".
      * IN-TYPE must contain EF or XY.
      * IN-AMOUNT must be numeric and positive.
      * IN-QTY must be numeric and greater than 10.
      * IN-CODE must be on the transaction-code master (trancode.dat),
      * active, allowed for IN-TYPE and within its amount limits;
      * without a master it must be 1, 2, 3 or 4.
