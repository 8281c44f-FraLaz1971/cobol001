      * LEDGER POSTED BY PAY: THE OPERATOR RECORDS AMOUNTS REMITTED TO
      * THE AUTHORITY, AND THE REPORT SHOWS WITHHELD, REMITTED AND THE
      * OPEN LIABILITY PER MONTH, RECONCILED AGAINST THE SUM OF
      * YTD-TAX IN PAYBALANCE.DAT. THE TAX PENPAY WITHHOLDS FROM
      * PENSION DRAWS IS POSTED TO THE SAME LEDGER, SO THE PENSION
      * WITHHOLDING ON PENSION_PAY.DAT IS ADDED TO YTD-TAX BEFORE THE
      * TWO ARE COMPARED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS BAL-EID
            FILE STATUS IS WS-BAL-STATUS.
            SELECT PAYMENT-FILE ASSIGN "pension_pay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD REMIT-FILE.
            03 YTD-NET              PIC 9(8)V99.
            03 YTD-DEDUCT           PIC 9(8)V99.
            03 YTD-GARNISH          PIC 9(8)V99.
        FD PAYMENT-FILE.
        01 PAYMENT-REC.
            COPY "penpay.cpy".
        WORKING-STORAGE SECTION.
        01 WS-REM-STATUS          PIC XX.
        01 WS-BAL-STATUS          PIC XX.
        01 WS-PAY-STATUS          PIC XX.
        01 WS-PEN-TAX-TOTAL       PIC 9(9)V99 VALUE 0.
        01 WS-EXPECTED-TOTAL      PIC 9(9)V99 VALUE 0.
        01 WS-RUN-MODE            PIC X.
        01 WS-ENTRY-MONTH         PIC 9(6).
        01 WS-ENTRY-AMOUNT        PIC 9(8)V99.
            CLOSE BALANCE-FILE.
            DISPLAY "SUM OF YTD-TAX IN paybalance.dat: "
                WS-YTD-TAX-TOTAL.
            PERFORM EE-SUM-PENSION-TAX THRU EE-EXIT.
            COMPUTE WS-EXPECTED-TOTAL =
                WS-YTD-TAX-TOTAL + WS-PEN-TAX-TOTAL.
            IF WS-EXPECTED-TOTAL = WS-TOT-WITHHELD
                DISPLAY "REMITTANCE LEDGER RECONCILES WITH YTD-TAX "
                    "AND PENSION WITHHOLDING"
            ELSE
                DISPLAY "** MISMATCH ** LEDGER WITHHELD "
                    WS-TOT-WITHHELD " DOES NOT EQUAL YTD-TAX PLUS "
                    "PENSION WITHHOLDING " WS-EXPECTED-TOTAL.
        EA-EXIT.
            EXIT.
        EE-SUM-PENSION-TAX.
            MOVE 0 TO WS-PEN-TAX-TOTAL.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAY-STATUS NOT = "00"
                GO TO EE-EXIT.
        EE1-PAY-READ.
            READ PAYMENT-FILE AT END GO TO EE2-PAY-DONE.
            IF PAY-WITHHELD IS NUMERIC
                ADD PAY-WITHHELD TO WS-PEN-TAX-TOTAL.
            GO TO EE1-PAY-READ.
        EE2-PAY-DONE.
            CLOSE PAYMENT-FILE.
            DISPLAY "PENSION TAX WITHHELD IN pension_pay.dat: "
                WS-PEN-TAX-TOTAL.
        EE-EXIT.
            EXIT.
        ZZ-END.
            CLOSE REMIT-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
