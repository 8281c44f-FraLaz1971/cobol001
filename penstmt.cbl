        IDENTIFICATION DIVISION.
        PROGRAM-ID. PENSTMT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM WRITES THE YEAR-END PENSION STATEMENT EACH
      * PENSIONER FILES WITH THEIR TAXES. FOR THE YEAR ASKED FOR IT
      * TOTALS PENPAY'S PAYMENTS ON PENSION_PAY.DAT BY CUSTOMER - THE
      * GROSS DRAWS, THE TAX WITHHELD AND THE NET PAID - AND SHOWS THE
      * PENSION LEDGER BALANCE LEFT AFTER THE LAST PAYMENT OF THE
      * YEAR. PAYMENTS MADE BEFORE TAX WAS WITHHELD COUNT AS PAID IN
      * FULL WITH NOTHING WITHHELD. THE STATEMENTS GO TO
      * PENSION_STMT.TXT, ONE PER CUSTOMER PAID IN THE YEAR, WITH THE
      * NAME AND ADDRESS FROM THE CUSTOMER MASTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAYMENT-FILE ASSIGN "pension_pay.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAY-STATUS.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT STATEMENT-FILE ASSIGN "pension_stmt.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PAYMENT-FILE.
        01 PAYMENT-REC.
            COPY "penpay.cpy".
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD STATEMENT-FILE.
        01 STATEMENT-LINE      PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PAY-STATUS       PIC XX.
        01 WS-CUST-STATUS      PIC XX.
        01 WS-STM-STATUS       PIC XX.
        01 WS-CUST-OPEN        PIC X VALUE "N".
        01 WS-CUST-FOUND       PIC X.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-TODAY-R REDEFINES WS-TODAY-DATE.
            03 WS-TODAY-YEAR   PIC 9(4).
            03 FILLER          PIC 9(4).
        01 WS-STMT-YEAR        PIC 9(4).
        01 WS-PAY-DATE         PIC 9(8).
        01 WS-PAY-DATE-R REDEFINES WS-PAY-DATE.
            03 WS-PAY-YEAR     PIC 9(4).
            03 FILLER          PIC 9(4).
        01 WS-PEN-TABLE.
            03 WS-PN-ENTRY OCCURS 1000 TIMES.
                05 WS-PN-CUST        PIC 9(6).
                05 WS-PN-PAYMENTS    PIC 9(3).
                05 WS-PN-GROSS       PIC 9(9)V99.
                05 WS-PN-WITHHELD    PIC 9(9)V99.
                05 WS-PN-NET         PIC 9(9)V99.
                05 WS-PN-LAST-DATE   PIC 9(8).
                05 WS-PN-BALANCE     PIC 9(9)V99.
        01 WS-PEN-COUNT        PIC 9(4) VALUE 0.
        01 WS-PN-IDX           PIC 9(4).
        01 WS-ITEM-WITHHELD    PIC 9(7)V99.
        01 WS-ITEM-NET         PIC 9(7)V99.
        01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
        01 WS-RECORDS-IN-YEAR  PIC 9(6) VALUE 0.
        01 WS-DROPPED-COUNT    PIC 9(6) VALUE 0.
        01 WS-TOT-GROSS        PIC 9(9)V99 VALUE 0.
        01 WS-TOT-WITHHELD     PIC 9(9)V99 VALUE 0.
        01 WS-TOT-NET          PIC 9(9)V99 VALUE 0.
        01 WS-STMT-NAME        PIC X(20).
        01 WS-ED-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "ENTER STATEMENT YEAR YYYY (0=LAST YEAR): ".
            ACCEPT WS-STMT-YEAR.
            IF WS-STMT-YEAR NOT NUMERIC OR WS-STMT-YEAR = 0
                COMPUTE WS-STMT-YEAR = WS-TODAY-YEAR - 1.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAY-STATUS NOT = "00"
                DISPLAY "NO pension_pay.dat, NO STATEMENTS WRITTEN"
                GO TO ZZ-END.
        BA-PAYMENT-READ.
            READ PAYMENT-FILE AT END GO TO BB-PAYMENTS-DONE.
            ADD 1 TO WS-RECORDS-READ.
            IF PAY-DATE NOT NUMERIC
                GO TO BA-PAYMENT-READ.
            MOVE PAY-DATE TO WS-PAY-DATE.
            IF WS-PAY-YEAR NOT = WS-STMT-YEAR
                GO TO BA-PAYMENT-READ.
            ADD 1 TO WS-RECORDS-IN-YEAR.
            MOVE 0 TO WS-ITEM-WITHHELD.
            MOVE PAY-AMOUNT TO WS-ITEM-NET.
            IF PAY-WITHHELD IS NUMERIC AND PAY-NET IS NUMERIC
                MOVE PAY-WITHHELD TO WS-ITEM-WITHHELD
                MOVE PAY-NET TO WS-ITEM-NET.
            PERFORM CA-ACCUM-PENSIONER THRU CA-EXIT.
            GO TO BA-PAYMENT-READ.
        BB-PAYMENTS-DONE.
            CLOSE PAYMENT-FILE.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUST-OPEN
            ELSE
                DISPLAY "** NO CUSTOMER MASTER, STATEMENTS ADDRESSED "
                    "BY CUSTOMER NUMBER ONLY **"
            END-IF.
            OPEN OUTPUT STATEMENT-FILE.
            MOVE 1 TO WS-PN-IDX.
        BC-STATEMENT-NEXT.
            IF WS-PN-IDX > WS-PEN-COUNT
                GO TO BD-STATEMENTS-DONE.
            PERFORM DA-WRITE-STATEMENT.
            ADD WS-PN-GROSS(WS-PN-IDX) TO WS-TOT-GROSS.
            ADD WS-PN-WITHHELD(WS-PN-IDX) TO WS-TOT-WITHHELD.
            ADD WS-PN-NET(WS-PN-IDX) TO WS-TOT-NET.
            ADD 1 TO WS-PN-IDX.
            GO TO BC-STATEMENT-NEXT.
        BD-STATEMENTS-DONE.
            CLOSE STATEMENT-FILE.
            IF WS-CUST-OPEN = "Y"
                CLOSE CUSTOMER-FILE.
            DISPLAY "======= PENSION STATEMENTS " WS-STMT-YEAR
                " =======".
            DISPLAY "PAYMENT RECORDS READ:    " WS-RECORDS-READ.
            DISPLAY "PAYMENTS IN THE YEAR:    " WS-RECORDS-IN-YEAR.
            DISPLAY "STATEMENTS WRITTEN:      " WS-PEN-COUNT.
            DISPLAY "TOTAL PAID (GROSS):      " WS-TOT-GROSS.
            DISPLAY "TOTAL TAX WITHHELD:      " WS-TOT-WITHHELD.
            DISPLAY "TOTAL NET PAID:          " WS-TOT-NET.
            IF WS-DROPPED-COUNT > 0
                DISPLAY "** PAYMENTS LEFT OFF, TABLE FULL: "
                    WS-DROPPED-COUNT " **"
                MOVE 8 TO RETURN-CODE.
            GO TO ZZ-END.
      * THE BALANCE SHOWN IS THE ONE LEFT BY THE YEAR'S LAST PAYMENT.
        CA-ACCUM-PENSIONER.
            MOVE 1 TO WS-PN-IDX.
        CA1-FIND-NEXT.
            IF WS-PN-IDX > WS-PEN-COUNT
                GO TO CA2-ADD-PENSIONER.
            IF WS-PN-CUST(WS-PN-IDX) = PAY-CUST-NUM
                GO TO CA3-ACCUMULATE.
            ADD 1 TO WS-PN-IDX.
            GO TO CA1-FIND-NEXT.
        CA2-ADD-PENSIONER.
            IF WS-PEN-COUNT >= 1000
                DISPLAY "** WARNING ** PENSIONER TABLE FULL, PAYMENT "
                    "TO CUSTOMER " PAY-CUST-NUM " LEFT OFF"
                ADD 1 TO WS-DROPPED-COUNT
                GO TO CA-EXIT.
            ADD 1 TO WS-PEN-COUNT.
            MOVE WS-PEN-COUNT TO WS-PN-IDX.
            MOVE PAY-CUST-NUM TO WS-PN-CUST(WS-PN-IDX).
            MOVE 0 TO WS-PN-PAYMENTS(WS-PN-IDX) WS-PN-GROSS(WS-PN-IDX)
                WS-PN-WITHHELD(WS-PN-IDX) WS-PN-NET(WS-PN-IDX)
                WS-PN-LAST-DATE(WS-PN-IDX) WS-PN-BALANCE(WS-PN-IDX).
        CA3-ACCUMULATE.
            ADD 1 TO WS-PN-PAYMENTS(WS-PN-IDX).
            ADD PAY-AMOUNT TO WS-PN-GROSS(WS-PN-IDX).
            ADD WS-ITEM-WITHHELD TO WS-PN-WITHHELD(WS-PN-IDX).
            ADD WS-ITEM-NET TO WS-PN-NET(WS-PN-IDX).
            IF PAY-DATE NOT < WS-PN-LAST-DATE(WS-PN-IDX)
                MOVE PAY-DATE TO WS-PN-LAST-DATE(WS-PN-IDX)
                MOVE PAY-BALANCE-AFTER TO WS-PN-BALANCE(WS-PN-IDX).
        CA-EXIT.
            EXIT.
        DA-WRITE-STATEMENT.
            MOVE "N" TO WS-CUST-FOUND.
            MOVE SPACES TO WS-STMT-NAME.
            STRING "CUSTOMER " WS-PN-CUST(WS-PN-IDX)
                DELIMITED BY SIZE INTO WS-STMT-NAME.
            IF WS-CUST-OPEN = "Y"
                MOVE WS-PN-CUST(WS-PN-IDX) TO CUST-NUM
                READ CUSTOMER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-CUST-FOUND
                        MOVE CUST-NAME TO WS-STMT-NAME
                END-READ
            END-IF.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "PENSION PAYMENT STATEMENT FOR THE YEAR "
                WS-STMT-YEAR DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "DATE: " WS-TODAY-DATE
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-STMT-NAME TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            IF WS-CUST-FOUND = "Y" AND CUST-ADDRESS NOT = SPACES
                MOVE CUST-ADDRESS TO STATEMENT-LINE
                WRITE STATEMENT-LINE
                MOVE SPACES TO STATEMENT-LINE
                STRING CUST-POSTCODE " " CUST-TOWN " " CUST-PROVINCE
                    DELIMITED BY SIZE INTO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-IF.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "CUSTOMER NUMBER: " WS-PN-CUST(WS-PN-IDX)
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "PAYMENTS MADE IN THE YEAR:     "
                WS-PN-PAYMENTS(WS-PN-IDX)
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-PN-GROSS(WS-PN-IDX) TO WS-ED-AMOUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL PAID BEFORE TAX:    " WS-ED-AMOUNT
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-PN-WITHHELD(WS-PN-IDX) TO WS-ED-AMOUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL TAX WITHHELD:       " WS-ED-AMOUNT
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-PN-NET(WS-PN-IDX) TO WS-ED-AMOUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "TOTAL NET PAID:           " WS-ED-AMOUNT
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE WS-PN-BALANCE(WS-PN-IDX) TO WS-ED-AMOUNT.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "PENSION BALANCE LEFT:     " WS-ED-AMOUNT
                " AT " WS-PN-LAST-DATE(WS-PN-IDX)
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE "PLEASE KEEP THIS STATEMENT FOR YOUR TAX RETURN."
                TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE ALL "-" TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
