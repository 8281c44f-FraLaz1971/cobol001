        DATE-COMPILED. 04/01/2026. 
        SECURITY. free.
      * THIS PROGRAM TESTS SOME KINDS OF BRANCHES.
      * CUSTOMERS INACTIVE ON THE CUSTOMER MASTER ARE PASSED OVER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS IS SEQUENTIAL
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT PENSION-LEDGER ASSIGN TO "pension_ledger.dat"
            ORGANIZATION IS INDEXED
        FILE SECTION.
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD PENSION-LEDGER.
        01 PENSION-LEDGER-REC.
            03 PLG-CUST-NUM        PIC 9(6).
        01 WS-PENSIONER-COUNT  PIC 9(5) VALUE 0.
        01 WS-CONTRIB-RATE     PIC 9(3)V99 VALUE 19.50.
        01 WS-TOTAL-CONTRIB    PIC 9(7)V99 VALUE 0.
        01 WS-INACTIVE-COUNT   PIC 9(5) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
        OPEN INPUT CUSTOMER-FILE.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
        PARA-BRANCH.
        READ CUSTOMER-FILE AT END GO TO PARA-END.
        IF CUST-IS-INACTIVE
            ADD 1 TO WS-INACTIVE-COUNT
            GO TO PARA-BRANCH.
        MOVE CUST-NUM TO WS-CUST-NUM.
        COMPUTE WS-AGE-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
		DISPLAY "ADULTS: " WS-ADULT-COUNT.
		DISPLAY "PENSIONERS: " WS-PENSIONER-COUNT.
		DISPLAY "TOTAL CONTRIBUTIONS: " WS-TOTAL-CONTRIB.
		DISPLAY "INACTIVE CUSTOMERS SKIPPED: "
		    WS-INACTIVE-COUNT.
		IF WS-PLG-OPENED = "Y"
		    PERFORM DA-LEDGER-REPORT THRU DA-LEDGER-EXIT
		    CLOSE PENSION-LEDGER
