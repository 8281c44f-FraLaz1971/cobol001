            SELECT FX-RATE-FILE ASSIGN TO "fxrates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FX-STATUS.
            SELECT PO-FILE ASSIGN TO "purchord.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-KEY
            FILE STATUS IS WS-PO-STATUS.
            SELECT MATCH-FILE ASSIGN TO "matchexc.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MX-SEQ
            FILE STATUS IS WS-MX-STATUS.
            SELECT EMPLOYEE ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EID
            FILE STATUS IS WS-EMP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD YTD-LEDGER.
                88 EP-ACCEPTED        VALUE "A".
                88 EP-REJECTED        VALUE "R".
            03 EP-CHECKER          PIC X(8).
            03 EP-REIMB            PIC X.
                88 EP-IS-REIMBURSABLE VALUE "Y".
            03 EP-EID              PIC 9(6).
        FD VENDOR-MASTER.
        01 VENDOR-MASTER-REC.
            03 VM-CODE             PIC X(6).
            03 VM-TERMS-DAYS       PIC 9(3).
            03 VM-ACTIVE           PIC X.
                88 VM-IS-ACTIVE       VALUE "Y".
            03 VM-TAX-ID           PIC X(11).
            03 VM-REPORTABLE       PIC X.
        FD REJECT-FILE.
        01 REJECT-REC              PIC X(80).
        FD OPEN-ITEM-FILE.
            03 OI-AMOUNT           PIC S9(6)V99.
            03 FILLER              PIC X.
            03 OI-DATE             PIC X(10).
            03 FILLER              PIC X.
            03 OI-PAID             PIC X.
                88 OI-IS-PAID         VALUE "P".
            03 FILLER              PIC X.
            03 OI-PAY-REF          PIC X(14).
            03 FILLER              PIC X.
            03 OI-PAID-DATE        PIC X(8).
        FD FX-RATE-FILE.
        01 FX-RATE-REC.
            03 FX-DATE             PIC 9(8).
            03 FX-CURRENCY         PIC X(3).
            03 FILLER              PIC X.
            03 FX-RATE             PIC 9(3)V9(6).
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
        FD MATCH-FILE.
        01 MATCH-REC.
            COPY "matchexc.cpy".
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE               PIC X.
            03 FILLER              PIC X(5).
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
                88 EMP-TERMINATED      VALUE "T".
            03 EMP-DEPART          PIC 9(2).
            03 EMP-UNIT            PIC 9(2).
            03 EMP-HIRE-DATE       PIC 9(8).
            03 EMP-TERM-DATE       PIC 9(8).
        FD A-FILE.
        01 EXPENSE-RECORD.
            03 VEND-CODE           PIC X(6).
            03 FILLER              PIC X.
            03 EXP-CURRENCY        PIC X(3).
            03 LF                  PIC X.
            03 EXP-PO-REF.
                05 EXP-PO-NUMBER   PIC 9(6).
                05 EXP-PO-LINE     PIC 9(2).
            03 FILLER              PIC X.
            03 EXP-QTY             PIC 9(7).
            03 FILLER              PIC X.
            03 EXP-REIMB           PIC X.
                88 EXP-IS-REIMBURSABLE VALUE "Y".
            03 FILLER              PIC X.
            03 EXP-EID             PIC 9(6).
        WORKING-STORAGE SECTION.
        01 AMOUNT-TOTAL   COMP        PIC S9(6)V99.
        01 WS-FROM-DATE       PIC X(10) VALUE SPACES.
        01 WS-MDATE-NUM       PIC 9(8).
        01 WS-FX-REJECTS      PIC 9(4) VALUE 0.
        01 WS-CONVERTED-COUNT PIC 9(4) VALUE 0.
        01 WS-PO-STATUS       PIC XX.
        01 WS-PO-OPENED       PIC X VALUE "N".
        01 WS-MX-STATUS       PIC XX.
        01 WS-MX-OPENED       PIC X VALUE "N".
        01 WS-MX-NEXT-SEQ     PIC 9(6) VALUE 0.
        01 WS-PRICE-TOL-PCT   PIC 9(2)V99 VALUE 2.
        01 WS-QTY-TOL-PCT     PIC 9(2)V99 VALUE 2.
        01 WS-INV-PRICE       PIC S9(6)V99.
        01 WS-PRICE-DIFF      PIC S9(6)V99.
        01 WS-PRICE-ALLOW     PIC 9(6)V99.
        01 WS-QTY-AVAIL       PIC S9(7).
        01 WS-QTY-OVER        PIC 9(7).
        01 WS-MATCHED-COUNT   PIC 9(4) VALUE 0.
        01 WS-MATCH-EXCEPTIONS PIC 9(4) VALUE 0.
        01 WS-EMP-STATUS      PIC XX.
        01 WS-EMP-OPENED      PIC X VALUE "N".
        01 WS-CLAIM-COUNT     PIC 9(4) VALUE 0.
        01 WS-CLAIM-REJECTS   PIC 9(4) VALUE 0.
        01 WS-VENDOR-TOTALS.
            03 WS-VT-ENTRY OCCURS 20 TIMES.
                05 WS-VT-CODE   PIC X(6).
                OPEN OUTPUT OPEN-ITEM-FILE
            END-IF.
            PERFORM GD-LOAD-FX-RATES THRU GD-EXIT.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS = "00"
                MOVE "Y" TO WS-PO-OPENED
            ELSE
                DISPLAY "NO PURCHASE ORDER FILE, PO INVOICES WILL BE "
                    "HELD AS MATCH EXCEPTIONS".
            PERFORM GE-OPEN-MATCH-FILE THRU GE-EXIT.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS = "00"
                MOVE "Y" TO WS-EMP-OPENED
            ELSE
                DISPLAY "NO EMPLOYEE FILE, STAFF CLAIMS WILL BE "
                    "REJECTED".
            OPEN INPUT BUDGET-FILE.
            IF WS-BUD-STATUS = "00"
                MOVE "Y" TO WS-BUD-OPENED
            PERFORM DC-CONVERT-CURRENCY THRU DC-EXIT.
            IF WS-REJECT-REASON NOT = SPACES
                GO TO BB-READ.
            PERFORM DD-MATCH-TO-PO THRU DD-EXIT.
            IF WS-REJECT-REASON NOT = SPACES
                GO TO BB-READ.
            IF EXP-IS-REIMBURSABLE
                PERFORM EC-ROUTE-TO-APPROVAL THRU EC-EXIT
                GO TO BB-READ.
            IF WS-THRESHOLD > 0 AND WS-CONV-AMOUNT > WS-THRESHOLD
                PERFORM EC-ROUTE-TO-APPROVAL THRU EC-EXIT
                GO TO BB-READ.
                MOVE "N" TO WS-DATE-IN-RANGE.
        DB-VALIDATE-VENDOR.
            MOVE SPACES TO WS-REJECT-REASON.
            IF EXP-IS-REIMBURSABLE
                GO TO DB1-VALIDATE-CLAIMANT.
            IF WS-VM-OPENED NOT = "Y"
                GO TO DB-EXIT.
            MOVE VEND-CODE TO VM-CODE.
                    " REASON=" WS-REJECT-REASON
                    DELIMITED BY SIZE INTO REJECT-REC
                WRITE REJECT-REC.
            GO TO DB-EXIT.
      * A LINE FLAGGED AS EMPLOYEE-REIMBURSABLE IS A STAFF CLAIM: THE
      * SHOP NEED NOT BE A SUPPLIER ON THE VENDOR MASTER, BUT THE EID
      * TO BE REPAID MUST BE AN EMPLOYEE STILL ON THE PAYROLL AND THE
      * AMOUNT MUST BE A PAYMENT, NOT A CREDIT.
        DB1-VALIDATE-CLAIMANT.
            IF EXP-EID NOT NUMERIC OR EXP-EID = 0
                MOVE "NO EID TO REPAY" TO WS-REJECT-REASON
                GO TO DB2-CLAIM-REJECT.
            IF AMOUNT NOT > 0
                MOVE "CLAIM NOT POSITIVE" TO WS-REJECT-REASON
                GO TO DB2-CLAIM-REJECT.
            IF WS-EMP-OPENED NOT = "Y"
                MOVE "NO EMPLOYEE FILE" TO WS-REJECT-REASON
                GO TO DB2-CLAIM-REJECT.
            MOVE EXP-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    MOVE "EID NOT ON FILE" TO WS-REJECT-REASON
            END-READ.
            IF WS-REJECT-REASON = SPACES AND EMP-TERMINATED
                MOVE "EMPLOYEE TERMINATED" TO WS-REJECT-REASON.
            IF WS-REJECT-REASON = SPACES
                GO TO DB-EXIT.
        DB2-CLAIM-REJECT.
            ADD 1 TO WS-CLAIM-REJECTS.
            DISPLAY "** REJECTED ** STAFF CLAIM FOR EID " EXP-EID
                " (" BUYER "): " WS-REJECT-REASON.
            MOVE SPACES TO REJECT-REC.
            STRING "EID=" EXP-EID
                " BUYER=" BUYER
                " AMOUNT=" AMOUNT
                " REASON=" WS-REJECT-REASON
                DELIMITED BY SIZE INTO REJECT-REC.
            WRITE REJECT-REC.
        DB-EXIT.
            EXIT.
        ED-WRITE-OPEN-ITEM.
                " AT " WS-RATE " = " WS-CONV-AMOUNT " BASE".
        DC-EXIT.
            EXIT.
      * A SUPPLIER INVOICE QUOTING A PO LINE IS ONLY PASSED FOR WHAT
      * WAS ORDERED AND RECEIVED: THE SUPPLIER MUST BE THE PO'S, THE
      * QUANTITY MAY NOT EXCEED THAT RECEIVED AND NOT YET INVOICED BY
      * MORE THAN WS-QTY-TOL-PCT, AND THE UNIT PRICE MUST BE WITHIN
      * WS-PRICE-TOL-PCT OF THE PO PRICE. ANYTHING ELSE IS HELD ON
      * MATCHEXC.DAT FOR PURCHASING. EXPENSES WITH NO PO, AND STAFF
      * CLAIMS, ARE UNTOUCHED.
        DD-MATCH-TO-PO.
            MOVE SPACES TO WS-REJECT-REASON.
            IF EXP-PO-REF = SPACES OR EXP-IS-REIMBURSABLE
                GO TO DD-EXIT.
            MOVE 0 TO WS-INV-PRICE.
            IF EXP-PO-NUMBER NOT NUMERIC OR EXP-PO-LINE NOT NUMERIC
                MOVE "BAD PO REFERENCE" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            IF EXP-QTY NOT NUMERIC OR EXP-QTY = 0
                MOVE "NO INVOICED QTY" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            IF WS-CONV-AMOUNT NOT > 0
                MOVE "CREDIT ON PO LINE" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            COMPUTE WS-INV-PRICE ROUNDED = WS-CONV-AMOUNT / EXP-QTY.
            IF WS-PO-OPENED NOT = "Y"
                MOVE "PO FILE UNAVAILABLE" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            MOVE EXP-PO-NUMBER TO PO-NUMBER.
            MOVE EXP-PO-LINE TO PO-LINE.
            READ PO-FILE
                INVALID KEY
                    MOVE "PO LINE NOT ON FILE" TO WS-REJECT-REASON
            END-READ.
            IF WS-REJECT-REASON NOT = SPACES
                GO TO DD1-EXCEPTION.
            IF PO-VEND-CODE NOT = VEND-CODE
                MOVE "SUPPLIER NOT ON PO" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            COMPUTE WS-QTY-AVAIL = PO-QTY-RECEIVED - PO-QTY-INVOICED.
            IF EXP-QTY > WS-QTY-AVAIL
                COMPUTE WS-QTY-OVER = EXP-QTY - WS-QTY-AVAIL
                IF WS-QTY-OVER * 100 > EXP-QTY * WS-QTY-TOL-PCT
                    MOVE "QTY NOT RECEIVED" TO WS-REJECT-REASON
                    GO TO DD1-EXCEPTION.
            COMPUTE WS-PRICE-DIFF = WS-INV-PRICE - PO-PRICE.
            IF WS-PRICE-DIFF < 0
                COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF.
            COMPUTE WS-PRICE-ALLOW ROUNDED =
                PO-PRICE * WS-PRICE-TOL-PCT / 100.
            IF WS-PRICE-DIFF > WS-PRICE-ALLOW
                MOVE "PRICE OUTSIDE TOL" TO WS-REJECT-REASON
                GO TO DD1-EXCEPTION.
            ADD EXP-QTY TO PO-QTY-INVOICED.
            REWRITE PO-REC
                INVALID KEY
                    DISPLAY "** COULD NOT UPDATE PO " PO-NUMBER
                        " LINE " PO-LINE " INVOICED QTY **"
            END-REWRITE.
            ADD 1 TO WS-MATCHED-COUNT.
            DISPLAY "MATCHED INVOICE " VEND-CODE " TO PO " PO-NUMBER
                " LINE " PO-LINE ": QTY " EXP-QTY " AT " WS-INV-PRICE.
            GO TO DD-EXIT.
        DD1-EXCEPTION.
            ADD 1 TO WS-MATCH-EXCEPTIONS.
            DISPLAY "** MATCH EXCEPTION ** VENDOR CODE " VEND-CODE
                " PO " EXP-PO-REF " QTY " EXP-QTY ": " WS-REJECT-REASON.
            IF WS-MX-OPENED NOT = "Y"
                DISPLAY "** MATCH EXCEPTION FILE UNAVAILABLE, INVOICE "
                    "NOT HELD **"
                GO TO DD-EXIT.
            ADD 1 TO WS-MX-NEXT-SEQ.
            MOVE SPACES TO MATCH-REC.
            MOVE WS-MX-NEXT-SEQ TO MX-SEQ.
            MOVE VEND-CODE TO MX-VEND-CODE.
            MOVE VENDOR TO MX-VENDOR.
            MOVE BUYER TO MX-BUYER.
            MOVE WS-CONV-AMOUNT TO MX-AMOUNT.
            MOVE AMOUNT TO MX-ORIG-AMOUNT.
            MOVE EXP-CURRENCY TO MX-CURRENCY.
            MOVE MDATE TO MX-DATE.
            MOVE EXP-PO-REF TO MX-PO-REF.
            MOVE 0 TO MX-INV-QTY.
            IF EXP-QTY NUMERIC
                MOVE EXP-QTY TO MX-INV-QTY.
            MOVE WS-INV-PRICE TO MX-INV-PRICE.
            MOVE WS-REJECT-REASON TO MX-REASON.
            MOVE "H" TO MX-STATE.
            WRITE MATCH-REC
                INVALID KEY
                    DISPLAY "** COULD NOT HOLD INVOICE, SEQ "
                        MX-SEQ " ALREADY EXISTS **"
            END-WRITE.
        DD-EXIT.
            EXIT.
        GD-LOAD-FX-RATES.
            OPEN INPUT FX-RATE-FILE.
            IF WS-FX-STATUS NOT = "00"
                    MOVE "N" TO WS-BT-OVER(WS-BUYER-COUNT)
                END-IF.
            PERFORM EF-CHECK-BUYER-BUDGET THRU EF-EXIT.
      * EVERY STAFF CLAIM GOES TO EXPAPPR WHATEVER ITS AMOUNT; ONCE
      * ACCEPTED THERE IT IS QUEUED FOR THE NEXT PAY RUN.
        EC-ROUTE-TO-APPROVAL.
            ADD 1 TO WS-EXCEPTION-COUNT.
            IF EXP-IS-REIMBURSABLE
                ADD 1 TO WS-CLAIM-COUNT
                DISPLAY "** STAFF CLAIM ** EID=" EXP-EID
                    " BUYER=" BUYER " VENDOR=" VENDOR
            ELSE
                DISPLAY "** OVER APPROVAL LIMIT ** VENDOR=" VENDOR
                    " BUYER=" BUYER
            END-IF.
            DISPLAY "   AMOUNT=" AMOUNT " " EXP-CURRENCY
                " (BASE " WS-CONV-AMOUNT ") DATE=" MDATE
                " ROUTED FOR APPROVAL".
            MOVE MDATE TO EP-DATE.
            MOVE "P" TO EP-STATE.
            MOVE SPACES TO EP-CHECKER.
            MOVE "N" TO EP-REIMB.
            MOVE 0 TO EP-EID.
            IF EXP-IS-REIMBURSABLE
                MOVE "Y" TO EP-REIMB
                MOVE EXP-EID TO EP-EID.
            WRITE PENDING-REC
                INVALID KEY
                    DISPLAY "** COULD NOT QUEUE EXPENSE, SEQ "
            GO TO GC1-SCAN-NEXT.
        GC-EXIT.
            EXIT.
        GE-OPEN-MATCH-FILE.
            OPEN I-O MATCH-FILE.
            IF WS-MX-STATUS NOT = "00"
                OPEN OUTPUT MATCH-FILE
                CLOSE MATCH-FILE
                OPEN I-O MATCH-FILE.
            IF WS-MX-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN matchexc.dat, STATUS "
                    WS-MX-STATUS " **"
                GO TO GE-EXIT.
            MOVE "Y" TO WS-MX-OPENED.
            MOVE 0 TO MX-SEQ.
            START MATCH-FILE KEY NOT LESS MX-SEQ
                INVALID KEY GO TO GE-EXIT
            END-START.
        GE1-SCAN-NEXT.
            READ MATCH-FILE NEXT RECORD AT END GO TO GE-EXIT.
            IF MX-SEQ > WS-MX-NEXT-SEQ
                MOVE MX-SEQ TO WS-MX-NEXT-SEQ
            END-IF.
            GO TO GE1-SCAN-NEXT.
        GE-EXIT.
            EXIT.
        EE-CHECK-VENDOR-BUDGET.
            IF WS-BUD-OPENED NOT = "Y"
                GO TO EE-EXIT.
            DISPLAY "FOREIGN EXPENSES CONVERTED: "
                WS-CONVERTED-COUNT.
            DISPLAY "BUDGETS EXCEEDED: " WS-BUDGET-EXCEEDED.
            DISPLAY "INVOICES MATCHED TO PO: " WS-MATCHED-COUNT.
            DISPLAY "INVOICES HELD AS MATCH EXCEPTIONS: "
                WS-MATCH-EXCEPTIONS.
            DISPLAY "STAFF CLAIMS ROUTED FOR APPROVAL: "
                WS-CLAIM-COUNT.
            DISPLAY "STAFF CLAIMS REJECTED: " WS-CLAIM-REJECTS.
            IF WS-EMP-OPENED = "Y"
                CLOSE EMPLOYEE.
            IF WS-PO-OPENED = "Y"
                CLOSE PO-FILE.
            IF WS-MX-OPENED = "Y"
                CLOSE MATCH-FILE.
            IF WS-BUD-OPENED = "Y"
                CLOSE BUDGET-FILE.
            IF WS-PND-STATUS = "00"
