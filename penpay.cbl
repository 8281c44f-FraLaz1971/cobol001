      * ACCUMULATED CONTRIBUTIONS IN PENSION_LEDGER.DAT, WRITES A
      * PAYMENT RECORD, REDUCES THE LEDGER BALANCE, AND WARNS WHEN A
      * BALANCE IS WITHIN A CONFIGURABLE NUMBER OF PAYMENTS OF
      * EXHAUSTION. NO PAYMENT IS MADE TO A CUSTOMER WHOSE ACCOUNT IS
      * INACTIVE ON THE CUSTOMER MASTER; EACH ONE PASSED OVER WITH A
      * LEDGER BALANCE IS LISTED FOR FOLLOW-UP. INCOME TAX IS WITHHELD
      * FROM EACH DRAW AT THE PENSIONER'S RATE ON PENTAX.DAT, OR AT THE
      * DEFAULT RATE GIVEN FOR THE RUN, AND THE PAYMENT RECORD CARRIES
      * THE GROSS DRAW, THE TAX WITHHELD AND THE NET PAID. THE RUN'S
      * WITHHOLDING IS POSTED TO THE MONTH ON THE TAX REMITTANCE
      * LEDGER TAXREMIT.DAT, AS PAY POSTS ITS OWN, SO FINANCE REMITS
      * IT WITH THE PAYROLL TAX. PENSTMT GIVES EACH PENSIONER THE
      * YEAR'S TOTALS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT PENSION-LEDGER ASSIGN TO "pension_ledger.dat"
            ORGANIZATION IS INDEXED
            SELECT PAYMENT-FILE ASSIGN "pension_pay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
            SELECT PENTAX-FILE ASSIGN TO "pentax.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PTX-CUST-NUM
            FILE STATUS IS WS-PTX-STATUS.
            SELECT REMIT-FILE
            ASSIGN TO "taxremit.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TR-MONTH
            FILE STATUS IS WS-REM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD PENSION-LEDGER.
        01 PENSION-LEDGER-REC.
            03 PLG-CUST-NUM        PIC 9(6).
            03 PLG-TOTAL-CONTRIB   PIC 9(9)V99.
        FD PAYMENT-FILE.
        01 PAYMENT-REC.
            COPY "penpay.cpy".
        FD PENTAX-FILE.
        01 PENTAX-REC.
            COPY "pentax.cpy".
        FD REMIT-FILE.
        01 REMIT-RECORD.
            03 TR-MONTH              PIC 9(6).
            03 TR-WITHHELD           PIC 9(8)V99.
            03 TR-REMITTED           PIC 9(8)V99.
        WORKING-STORAGE SECTION.
        01 WS-CUST-STATUS      PIC XX.
        01 WS-PLG-STATUS       PIC XX.
        01 WS-PAY-STATUS       PIC XX.
        01 WS-PTX-STATUS       PIC XX.
        01 WS-PTX-OPEN         PIC X VALUE "N".
        01 WS-REM-STATUS       PIC XX.
        01 WS-DEFAULT-RATE     PIC 99V99 VALUE 20.
        01 WS-TAX-RATE         PIC 99V99.
        01 WS-WITHHELD         PIC 9(7)V99.
        01 WS-NET-AMOUNT       PIC 9(7)V99.
        01 WS-TOTAL-WITHHELD   PIC 9(9)V99 VALUE 0.
        01 WS-TOTAL-NET        PIC 9(9)V99 VALUE 0.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-AGE-DAYS         PIC 9(6).
        01 WS-AGE              PIC 9(3).
        01 WS-PENSIONERS-PAID  PIC 9(5) VALUE 0.
        01 WS-NO-LEDGER-COUNT  PIC 9(5) VALUE 0.
        01 WS-TOTAL-PAID       PIC 9(9)V99 VALUE 0.
        01 WS-INACTIVE-COUNT   PIC 9(5) VALUE 0.
        01 WS-PARM-PROG        PIC X(10) VALUE "PENPAY".
        01 WS-PARM-NAME        PIC X(10).
        01 WS-PARM-VALUE       PIC X(20).
        01 WS-PARM-SOURCE      PIC X.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            MOVE "DIVISOR" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "ENTER DRAW DIVISOR (PAYMENTS TO SPREAD THE "
                    "BALANCE OVER, 0=DEFAULT 120): "
                ACCEPT WS-DRAW-DIVISOR
            ELSE
                COMPUTE WS-DRAW-DIVISOR = FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            IF WS-DRAW-DIVISOR = 0
                MOVE 120 TO WS-DRAW-DIVISOR.
            MOVE "WARNPAYS" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "WARN WHEN WITHIN HOW MANY PAYMENTS OF "
                    "EXHAUSTION (0=DEFAULT 6): "
                ACCEPT WS-WARN-PAYMENTS
            ELSE
                COMPUTE WS-WARN-PAYMENTS =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            IF WS-WARN-PAYMENTS = 0
                MOVE 6 TO WS-WARN-PAYMENTS.
            MOVE "TAXRATE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "DEFAULT TAX WITHHOLDING RATE PERCENT FOR "
                    "PENSIONERS WITH NO RATE ON FILE (0=DEFAULT "
                    "20.00): "
                ACCEPT WS-DEFAULT-RATE
            ELSE
                COMPUTE WS-DEFAULT-RATE = FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            IF WS-DEFAULT-RATE NOT NUMERIC OR WS-DEFAULT-RATE = 0
                MOVE 20 TO WS-DEFAULT-RATE.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS NOT = "00"
                DISPLAY "NO CUSTOMER DATA AVAILABLE"
            IF WS-PAY-STATUS NOT = "00"
                OPEN OUTPUT PAYMENT-FILE
            END-IF.
            OPEN INPUT PENTAX-FILE.
            IF WS-PTX-STATUS = "00"
                MOVE "Y" TO WS-PTX-OPEN
            ELSE
                DISPLAY "NO pentax.dat, EVERY PENSIONER WITHHELD AT "
                    "THE DEFAULT RATE " WS-DEFAULT-RATE
            END-IF.
            DISPLAY "======= PENSION PAYOUT RUN =======".
        BB-READ.
            READ CUSTOMER-FILE AT END GO TO CC-END.
            END-READ.
            IF PLG-TOTAL-CONTRIB = 0
                GO TO BB-READ.
            IF CUST-IS-INACTIVE
                ADD 1 TO WS-INACTIVE-COUNT
                DISPLAY "** CUSTOMER " CUST-NUM " " CUST-NAME
                    " IS INACTIVE SINCE " CUST-STATUS-DATE
                    ", NOT PAID, BALANCE " PLG-TOTAL-CONTRIB " **"
                GO TO BB-READ.
            COMPUTE WS-DRAW-AMOUNT ROUNDED =
                PLG-TOTAL-CONTRIB / WS-DRAW-DIVISOR.
            IF WS-DRAW-AMOUNT > PLG-TOTAL-CONTRIB
                MOVE PLG-TOTAL-CONTRIB TO WS-DRAW-AMOUNT.
            SUBTRACT WS-DRAW-AMOUNT FROM PLG-TOTAL-CONTRIB.
            REWRITE PENSION-LEDGER-REC.
            PERFORM BC-WITHHOLD-TAX.
            ADD 1 TO WS-PENSIONERS-PAID.
            ADD WS-DRAW-AMOUNT TO WS-TOTAL-PAID.
            ADD WS-WITHHELD TO WS-TOTAL-WITHHELD.
            ADD WS-NET-AMOUNT TO WS-TOTAL-NET.
            MOVE SPACES TO PAYMENT-REC.
            MOVE WS-TODAY-DATE TO PAY-DATE.
            MOVE CUST-NUM TO PAY-CUST-NUM.
            MOVE WS-DRAW-AMOUNT TO PAY-AMOUNT.
            MOVE PLG-TOTAL-CONTRIB TO PAY-BALANCE-AFTER.
            MOVE WS-WITHHELD TO PAY-WITHHELD.
            MOVE WS-NET-AMOUNT TO PAY-NET.
            MOVE WS-TAX-RATE TO PAY-TAX-RATE.
            WRITE PAYMENT-REC.
            DISPLAY "PAID " WS-DRAW-AMOUNT " TO CUSTOMER "
                CUST-NUM " " CUST-NAME
                ", BALANCE NOW " PLG-TOTAL-CONTRIB.
            DISPLAY "    TAX WITHHELD " WS-WITHHELD " AT "
                WS-TAX-RATE "% NET PAID " WS-NET-AMOUNT.
            IF WS-DRAW-AMOUNT > 0
                COMPUTE WS-PAYMENTS-LEFT =
                    PLG-TOTAL-CONTRIB / WS-DRAW-AMOUNT
                END-IF
            END-IF.
            GO TO BB-READ.
      * THE PENSIONER'S OWN RATE WHEN ONE IS ON FILE, ELSE THE DEFAULT.
        BC-WITHHOLD-TAX.
            MOVE WS-DEFAULT-RATE TO WS-TAX-RATE.
            IF WS-PTX-OPEN = "Y"
                MOVE CUST-NUM TO PTX-CUST-NUM
                READ PENTAX-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PTX-RATE TO WS-TAX-RATE
                END-READ
            END-IF.
            COMPUTE WS-WITHHELD ROUNDED =
                WS-DRAW-AMOUNT * WS-TAX-RATE / 100.
            COMPUTE WS-NET-AMOUNT = WS-DRAW-AMOUNT - WS-WITHHELD.
        CC-END.
            DISPLAY "======= PAYOUT RUN TOTALS =======".
            DISPLAY "PENSIONERS PAID: " WS-PENSIONERS-PAID.
            DISPLAY "TOTAL PAID OUT: " WS-TOTAL-PAID.
            DISPLAY "TOTAL TAX WITHHELD: " WS-TOTAL-WITHHELD.
            DISPLAY "TOTAL NET PAID: " WS-TOTAL-NET.
            IF WS-TOTAL-WITHHELD > 0
                PERFORM FD-POST-TAX-REMITTANCE THRU FD-EXIT.
            DISPLAY "PENSIONERS WITH NO LEDGER: "
                WS-NO-LEDGER-COUNT.
            DISPLAY "INACTIVE PENSIONERS NOT PAID: "
                WS-INACTIVE-COUNT.
            CLOSE CUSTOMER-FILE.
            CLOSE PENSION-LEDGER.
            CLOSE PAYMENT-FILE.
            IF WS-PTX-OPEN = "Y"
                CLOSE PENTAX-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        FD-POST-TAX-REMITTANCE.
            OPEN I-O REMIT-FILE.
            IF WS-REM-STATUS NOT = "00"
                OPEN OUTPUT REMIT-FILE
                CLOSE REMIT-FILE
                OPEN I-O REMIT-FILE
            END-IF.
            IF WS-REM-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN TAX REMITTANCE LEDGER, "
                    "STATUS " WS-REM-STATUS ", PENSION TAX NOT "
                    "POSTED **"
                MOVE 8 TO RETURN-CODE
                GO TO FD-EXIT.
            MOVE WS-TODAY-DATE(1:6) TO TR-MONTH.
            READ REMIT-FILE
                INVALID KEY
                    MOVE 0 TO TR-WITHHELD
                    MOVE 0 TO TR-REMITTED
            END-READ.
            ADD WS-TOTAL-WITHHELD TO TR-WITHHELD.
            IF WS-REM-STATUS = "00"
                REWRITE REMIT-RECORD
            ELSE
                WRITE REMIT-RECORD
            END-IF.
            DISPLAY "PENSION TAX WITHHELD THIS RUN: " WS-TOTAL-WITHHELD
                " POSTED TO MONTH " TR-MONTH.
            CLOSE REMIT-FILE.
        FD-EXIT.
            EXIT.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
