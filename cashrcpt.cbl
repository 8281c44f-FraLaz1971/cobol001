        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASHRCPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM RECORDS THE PAYMENTS CUSTOMERS MAKE AGAINST THEIR
      * RECEIVABLE ITEMS ON RECEIVABLES.DAT. A RECEIPT IS EITHER KEYED
      * IN, WHEN THE ACCOUNT'S OPEN ITEMS ARE LISTED AND THE OPERATOR
      * APPLIES THE CASH TO THE ITEMS CHOSEN, OR TAKEN IN BATCH FROM
      * THE BANK LOCKBOX FILE LOCKBOX.DAT, WHEN IT IS APPLIED TO THE
      * INVOICE THE CUSTOMER QUOTED OR, WITH NO INVOICE QUOTED, TO THE
      * ACCOUNT'S OLDEST OPEN ITEMS FIRST. AN ITEM MAY BE PAID IN PART
      * AND RECEIVE FURTHER CASH LATER. WHATEVER OF A RECEIPT IS NOT
      * APPLIED IS HELD ON THE ACCOUNT AS UNAPPLIED CASH, A POSITIVE
      * ITEM ON RECEIVABLES.DAT. EVERY APPLICATION IS WRITTEN TO THE
      * RECEIPTS JOURNAL CASHRCPT.DAT UNDER THE RECEIPT'S NUMBER. THE
      * LOCKBOX FILE IS CHECKPOINTED AS GLJRNL DOES ITS SOURCES, SO A
      * RERUN DOES NOT APPLY THE SAME LINES TWICE; A LOCKBOX LINE FOR
      * AN ACCOUNT NOT ON THE CUSTOMER MASTER IS REJECTED AND LEFT FOR
      * THE OPERATOR TO KEY IN. BRANCH2 THEN AGES ONLY THE BALANCE OF
      * EACH ITEM STILL OPEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RECEIVABLE-FILE ASSIGN "receivables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCV-STATUS.
            SELECT JOURNAL-FILE ASSIGN "cashrcpt.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
            SELECT LOCKBOX-FILE ASSIGN "lockbox.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LBX-STATUS.
            SELECT LBXCKP-FILE ASSIGN "cashrcpt_lbx.ckp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LCK-STATUS.
            SELECT CUSTOMER-FILE ASSIGN "customers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-NUM
              FILE STATUS IS WS-CUST-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RECEIVABLE-FILE.
        01 RECEIVABLE-REC.
            COPY "rcvitem.cpy".
        FD JOURNAL-FILE.
        01 JOURNAL-REC.
            COPY "cashjrn.cpy".
      * ONE LINE PER PAYMENT THE BANK HAS RECEIVED, WITH THE INVOICE
      * THE CUSTOMER QUOTED (ZERO IF NONE) AND THE BANK'S REFERENCE.
        FD LOCKBOX-FILE.
        01 LOCKBOX-REC.
            03 LB-ACCOUNT          PIC 9(6).
            03 FILLER              PIC X.
            03 LB-AMOUNT           PIC 9(7)V99.
            03 FILLER              PIC X.
            03 LB-INVOICE          PIC 9(6).
            03 FILLER              PIC X.
            03 LB-REFERENCE        PIC X(12).
            03 FILLER              PIC X.
            03 LB-DATE             PIC 9(8).
      * THE LAST LOCKBOX LINE APPLIED IS KEPT WITH THE COUNT SO A NEW
      * LOCKBOX.DAT FROM THE BANK IS RECOGNISED.
        FD LBXCKP-FILE.
        01 LBXCKP-REC.
            03 LCK-LINES-APPLIED   PIC 9(6).
            03 FILLER              PIC X.
            03 LCK-LAST-LINE       PIC X(45).
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        WORKING-STORAGE SECTION.
        01 WS-RCV-STATUS       PIC XX.
        01 WS-JRN-STATUS       PIC XX.
        01 WS-LBX-STATUS       PIC XX.
        01 WS-LCK-STATUS       PIC XX.
        01 WS-CUST-STATUS      PIC XX.
        01 WS-CUST-OPEN        PIC X VALUE "N".
        01 WS-CUST-OK          PIC X.
        01 WS-RUN-MODE         PIC X.
        01 WS-TODAY            PIC 9(8).
        01 WS-ITEM-TABLE.
            03 WS-RI-ENTRY OCCURS 6000 TIMES.
                05 WS-RI-ACCOUNT     PIC 9(6).
                05 WS-RI-AMOUNT      PIC S9(7)V99.
                05 WS-RI-DATE        PIC 9(8).
                05 WS-RI-DUE-DATE    PIC 9(8).
                05 WS-RI-INVOICE     PIC 9(6).
                05 WS-RI-ORDNUM      PIC 9(6).
                05 WS-RI-APPLIED     PIC 9(7)V99.
                05 WS-RI-LAST-RCPT   PIC 9(8).
        01 WS-ITEM-COUNT       PIC 9(4) VALUE 0.
        01 WS-ITEM-LIMIT       PIC 9(4) VALUE 5000.
        01 WS-RI-IDX           PIC 9(4).
        01 WS-OLDEST-IDX       PIC 9(4).
        01 WS-LOAD-FAILED      PIC X VALUE "N".
        01 WS-ITEMS-CHANGED    PIC X VALUE "N".
        01 WS-REWRITE-FAILED   PIC X VALUE "N".
        01 WS-OPEN-BAL         PIC S9(7)V99.
        01 WS-OPEN-ITEMS       PIC 9(4).
        01 WS-ACCT-OPEN-BAL    PIC 9(9)V99.
        01 WS-ACCT-CREDIT      PIC 9(9)V99.
        01 WS-LAST-RECEIPT     PIC 9(6) VALUE 0.
        01 WS-RCPT-ACCOUNT     PIC 9(6).
        01 WS-RCPT-AMOUNT      PIC 9(7)V99.
        01 WS-RCPT-REF         PIC X(12).
        01 WS-RCPT-DATE        PIC 9(8).
        01 WS-RCPT-SOURCE      PIC X.
        01 WS-RCPT-INVOICE     PIC 9(6).
        01 WS-REMAINING        PIC 9(7)V99.
        01 WS-APPLY-AMT        PIC 9(7)V99.
        01 WS-DEFAULT-APPLY    PIC 9(7)V99.
        01 WS-ITEM-SEL         PIC 9(4).
        01 WS-INVOICE-FOUND    PIC X.
        01 WS-RECEIPTS         PIC 9(6) VALUE 0.
        01 WS-APPLICATIONS     PIC 9(6) VALUE 0.
        01 WS-UNAPPLIED-COUNT  PIC 9(6) VALUE 0.
        01 WS-TOT-RECEIVED     PIC 9(9)V99 VALUE 0.
        01 WS-TOT-APPLIED      PIC 9(9)V99 VALUE 0.
        01 WS-TOT-UNAPPLIED    PIC 9(9)V99 VALUE 0.
        01 WS-LBX-USED         PIC X VALUE "N".
        01 WS-LBX-SKIP-COUNT   PIC 9(6) VALUE 0.
        01 WS-LBX-SEEN-COUNT   PIC 9(6) VALUE 0.
        01 WS-LBX-REJECTS      PIC 9(6) VALUE 0.
        01 WS-LBX-APPLIED-COUNT PIC 9(6) VALUE 0.
        01 WS-LBX-LAST-LINE    PIC X(45) VALUE SPACES.
        01 WS-LBX-SAVED-LINE   PIC X(45) VALUE SPACES.
        01 WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01 WS-ED-OPEN          PIC Z,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            PERFORM BA-LOAD-ITEMS THRU BA-EXIT.
            IF WS-LOAD-FAILED = "Y"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            PERFORM BE-FIND-LAST-RECEIPT THRU BE-EXIT.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUST-OPEN
            ELSE
                DISPLAY "** NO CUSTOMER MASTER, ACCOUNTS NOT "
                    "VALIDATED **"
            END-IF.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                OPEN OUTPUT JOURNAL-FILE
            END-IF.
            IF WS-JRN-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN cashrcpt.dat, STATUS "
                    WS-JRN-STATUS ", NO RECEIPTS TAKEN **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            DISPLAY "RUN MODE: KEYED RECEIPTS (I) OR BATCH FROM "
                "lockbox.dat (B)? ".
            ACCEPT WS-RUN-MODE.
            EVALUATE WS-RUN-MODE
                WHEN "I" WHEN "i"
                    PERFORM CA-KEYED-RECEIPTS THRU CA-EXIT
                WHEN "B" WHEN "b"
                    PERFORM DA-LOCKBOX-RECEIPTS THRU DA-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE " WS-RUN-MODE
                        ", NO RECEIPTS TAKEN"
            END-EVALUATE.
            CLOSE JOURNAL-FILE.
            IF WS-CUST-OPEN = "Y"
                CLOSE CUSTOMER-FILE.
            IF WS-ITEMS-CHANGED = "Y"
                PERFORM HA-REWRITE-ITEMS THRU HA-EXIT.
            IF WS-LBX-USED = "Y" AND WS-REWRITE-FAILED = "N"
                PERFORM DG-SAVE-LBX-CHECKPOINT.
            DISPLAY "======= CASH RECEIPTS TOTALS =======".
            DISPLAY "RECEIPTS TAKEN:        " WS-RECEIPTS.
            DISPLAY "TOTAL RECEIVED:        " WS-TOT-RECEIVED.
            DISPLAY "APPLIED TO ITEMS:      " WS-TOT-APPLIED
                " IN " WS-APPLICATIONS " APPLICATIONS".
            DISPLAY "HELD AS UNAPPLIED CASH: " WS-TOT-UNAPPLIED
                " ON " WS-UNAPPLIED-COUNT " RECEIPTS".
            GO TO ZZ-END.
      * RECEIVABLES.DAT IS HELD IN STORAGE WHILE CASH IS APPLIED AND
      * WRITTEN BACK WHOLE AT THE END. A FILE TOO LARGE TO HOLD IS
      * LEFT UNTOUCHED AND NO RECEIPTS ARE TAKEN.
        BA-LOAD-ITEMS.
            OPEN INPUT RECEIVABLE-FILE.
            IF WS-RCV-STATUS NOT = "00"
                DISPLAY "NO receivables.dat, RECEIPTS CAN ONLY BE "
                    "HELD AS UNAPPLIED CASH"
                GO TO BA-EXIT.
        BA1-ITEM-READ.
            READ RECEIVABLE-FILE AT END GO TO BA2-DONE.
            IF WS-ITEM-COUNT >= WS-ITEM-LIMIT
                DISPLAY "** MORE THAN " WS-ITEM-LIMIT " RECEIVABLE "
                    "ITEMS, NO RECEIPTS TAKEN **"
                MOVE "Y" TO WS-LOAD-FAILED
                GO TO BA2-DONE.
            ADD 1 TO WS-ITEM-COUNT.
            MOVE RCV-ACCOUNT TO WS-RI-ACCOUNT(WS-ITEM-COUNT).
            MOVE RCV-AMOUNT TO WS-RI-AMOUNT(WS-ITEM-COUNT).
            MOVE RCV-DATE TO WS-RI-DATE(WS-ITEM-COUNT).
            MOVE RCV-DUE-DATE TO WS-RI-DUE-DATE(WS-ITEM-COUNT).
            MOVE RCV-INVOICE TO WS-RI-INVOICE(WS-ITEM-COUNT).
            MOVE RCV-ORDNUM TO WS-RI-ORDNUM(WS-ITEM-COUNT).
            MOVE 0 TO WS-RI-APPLIED(WS-ITEM-COUNT).
            IF RCV-APPLIED IS NUMERIC
                MOVE RCV-APPLIED TO WS-RI-APPLIED(WS-ITEM-COUNT).
            MOVE 0 TO WS-RI-LAST-RCPT(WS-ITEM-COUNT).
            IF RCV-LAST-RECEIPT IS NUMERIC
                MOVE RCV-LAST-RECEIPT TO WS-RI-LAST-RCPT(WS-ITEM-COUNT).
            GO TO BA1-ITEM-READ.
        BA2-DONE.
            CLOSE RECEIVABLE-FILE.
            DISPLAY "RECEIVABLE ITEMS LOADED: " WS-ITEM-COUNT.
        BA-EXIT.
            EXIT.
        BE-FIND-LAST-RECEIPT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                GO TO BE-EXIT.
        BE1-JOURNAL-READ.
            READ JOURNAL-FILE AT END GO TO BE2-DONE.
            IF CJ-RECEIPT IS NUMERIC AND CJ-RECEIPT > WS-LAST-RECEIPT
                MOVE CJ-RECEIPT TO WS-LAST-RECEIPT.
            GO TO BE1-JOURNAL-READ.
        BE2-DONE.
            CLOSE JOURNAL-FILE.
        BE-EXIT.
            EXIT.
      * A KEYED RECEIPT: THE ACCOUNT'S OPEN ITEMS ARE LISTED BY ITEM
      * NUMBER AND THE CASH IS APPLIED TO THEM ONE AT A TIME, IN FULL
      * OR IN PART, UNTIL IT IS USED UP OR THE REST IS LEFT UNAPPLIED.
        CA-KEYED-RECEIPTS.
            DISPLAY "ENTER CUSTOMER ACCOUNT (0 TO STOP): ".
            ACCEPT WS-RCPT-ACCOUNT.
            IF WS-RCPT-ACCOUNT NOT NUMERIC
                DISPLAY "** ACCOUNT MUST BE NUMERIC **"
                GO TO CA-KEYED-RECEIPTS.
            IF WS-RCPT-ACCOUNT = 0
                GO TO CA-EXIT.
            PERFORM GA-CHECK-CUSTOMER THRU GA-EXIT.
            IF WS-CUST-OK = "N"
                DISPLAY "** ACCOUNT " WS-RCPT-ACCOUNT " IS NOT ON THE "
                    "CUSTOMER MASTER **"
                GO TO CA-KEYED-RECEIPTS.
            PERFORM CB-LIST-OPEN-ITEMS THRU CB-EXIT.
        CA1-ACCEPT-AMOUNT.
            DISPLAY "ENTER AMOUNT RECEIVED (0 TO CANCEL): ".
            ACCEPT WS-RCPT-AMOUNT.
            IF WS-RCPT-AMOUNT NOT NUMERIC
                DISPLAY "** AMOUNT MUST BE NUMERIC **"
                GO TO CA1-ACCEPT-AMOUNT.
            IF WS-RCPT-AMOUNT = 0
                DISPLAY "NO RECEIPT TAKEN"
                GO TO CA-KEYED-RECEIPTS.
            DISPLAY "ENTER PAYMENT REFERENCE: ".
            MOVE SPACES TO WS-RCPT-REF.
            ACCEPT WS-RCPT-REF.
            MOVE "I" TO WS-RCPT-SOURCE.
            MOVE WS-TODAY TO WS-RCPT-DATE.
            PERFORM GB-START-RECEIPT.
        CA2-APPLY.
            IF WS-REMAINING = 0
                GO TO CA4-RECEIPT-DONE.
            IF WS-OPEN-ITEMS = 0
                GO TO CA3-UNAPPLIED.
            MOVE WS-REMAINING TO WS-ED-AMOUNT.
            DISPLAY "APPLY TO ITEM NUMBER (0 = HOLD " WS-ED-AMOUNT
                " AS UNAPPLIED CASH): ".
            ACCEPT WS-ITEM-SEL.
            IF WS-ITEM-SEL NOT NUMERIC
                DISPLAY "** ITEM NUMBER MUST BE NUMERIC **"
                GO TO CA2-APPLY.
            IF WS-ITEM-SEL = 0
                GO TO CA3-UNAPPLIED.
            IF WS-ITEM-SEL > WS-ITEM-COUNT
                DISPLAY "** NO ITEM " WS-ITEM-SEL " **"
                GO TO CA2-APPLY.
            MOVE WS-ITEM-SEL TO WS-RI-IDX.
            IF WS-RI-ACCOUNT(WS-RI-IDX) NOT = WS-RCPT-ACCOUNT
                DISPLAY "** ITEM " WS-ITEM-SEL " IS NOT ON ACCOUNT "
                    WS-RCPT-ACCOUNT " **"
                GO TO CA2-APPLY.
            PERFORM GC-OPEN-BALANCE.
            IF WS-OPEN-BAL NOT > 0
                DISPLAY "** ITEM " WS-ITEM-SEL " HAS NOTHING OPEN **"
                GO TO CA2-APPLY.
            MOVE WS-OPEN-BAL TO WS-DEFAULT-APPLY.
            IF WS-DEFAULT-APPLY > WS-REMAINING
                MOVE WS-REMAINING TO WS-DEFAULT-APPLY.
            MOVE WS-DEFAULT-APPLY TO WS-ED-AMOUNT.
            DISPLAY "AMOUNT TO APPLY (0 = " WS-ED-AMOUNT "): ".
            ACCEPT WS-APPLY-AMT.
            IF WS-APPLY-AMT NOT NUMERIC
                DISPLAY "** AMOUNT MUST BE NUMERIC **"
                GO TO CA2-APPLY.
            IF WS-APPLY-AMT = 0
                MOVE WS-DEFAULT-APPLY TO WS-APPLY-AMT.
            IF WS-APPLY-AMT > WS-OPEN-BAL
                MOVE WS-OPEN-BAL TO WS-ED-OPEN
                DISPLAY "** ONLY " WS-ED-OPEN " OPEN ON ITEM "
                    WS-ITEM-SEL " **"
                GO TO CA2-APPLY.
            IF WS-APPLY-AMT > WS-REMAINING
                MOVE WS-REMAINING TO WS-ED-AMOUNT
                DISPLAY "** ONLY " WS-ED-AMOUNT " OF THE RECEIPT "
                    "IS LEFT **"
                GO TO CA2-APPLY.
            IF WS-APPLY-AMT = WS-OPEN-BAL
                SUBTRACT 1 FROM WS-OPEN-ITEMS.
            PERFORM GD-APPLY-TO-ITEM.
            GO TO CA2-APPLY.
        CA3-UNAPPLIED.
            PERFORM GE-HOLD-UNAPPLIED THRU GE-EXIT.
        CA4-RECEIPT-DONE.
            DISPLAY "RECEIPT " WS-LAST-RECEIPT " FROM ACCOUNT "
                WS-RCPT-ACCOUNT " RECORDED".
            GO TO CA-KEYED-RECEIPTS.
        CA-EXIT.
            EXIT.
        CB-LIST-OPEN-ITEMS.
            MOVE 0 TO WS-OPEN-ITEMS WS-ACCT-OPEN-BAL WS-ACCT-CREDIT.
            MOVE 1 TO WS-RI-IDX.
        CB1-ITEM-NEXT.
            IF WS-RI-IDX > WS-ITEM-COUNT
                GO TO CB2-DONE.
            IF WS-RI-ACCOUNT(WS-RI-IDX) NOT = WS-RCPT-ACCOUNT
                GO TO CB1-ITEM-SKIP.
            IF WS-RI-AMOUNT(WS-RI-IDX) > 0
                ADD WS-RI-AMOUNT(WS-RI-IDX) TO WS-ACCT-CREDIT
                GO TO CB1-ITEM-SKIP.
            PERFORM GC-OPEN-BALANCE.
            IF WS-OPEN-BAL NOT > 0
                GO TO CB1-ITEM-SKIP.
            ADD 1 TO WS-OPEN-ITEMS.
            ADD WS-OPEN-BAL TO WS-ACCT-OPEN-BAL.
            MOVE WS-OPEN-BAL TO WS-ED-OPEN.
            DISPLAY "ITEM " WS-RI-IDX " DATED " WS-RI-DATE(WS-RI-IDX)
                " INVOICE " WS-RI-INVOICE(WS-RI-IDX)
                " DUE " WS-RI-DUE-DATE(WS-RI-IDX)
                " OPEN " WS-ED-OPEN.
        CB1-ITEM-SKIP.
            ADD 1 TO WS-RI-IDX.
            GO TO CB1-ITEM-NEXT.
        CB2-DONE.
            IF WS-OPEN-ITEMS = 0
                DISPLAY "ACCOUNT " WS-RCPT-ACCOUNT " HAS NO OPEN ITEMS"
            ELSE
                MOVE WS-ACCT-OPEN-BAL TO WS-ED-OPEN
                DISPLAY WS-OPEN-ITEMS " OPEN ITEMS, BALANCE "
                    WS-ED-OPEN
            END-IF.
            IF WS-ACCT-CREDIT > 0
                MOVE WS-ACCT-CREDIT TO WS-ED-AMOUNT
                DISPLAY "UNAPPLIED CASH ALREADY ON ACCOUNT "
                    WS-ED-AMOUNT.
        CB-EXIT.
            EXIT.
      * THE LOCKBOX BATCH. LINES ALREADY APPLIED BY AN EARLIER RUN ARE
      * SKIPPED BY COUNT; A LINE THAT IS NOT NUMERIC OR IS FOR AN
      * UNKNOWN ACCOUNT IS REJECTED AND THE RUN ENDS WITH RETURN CODE
      * 4 SO THE REJECTS ARE SEEN.
        DA-LOCKBOX-RECEIPTS.
            OPEN INPUT LOCKBOX-FILE.
            IF WS-LBX-STATUS NOT = "00"
                DISPLAY "NO lockbox.dat, NO RECEIPTS TO APPLY"
                GO TO DA-EXIT.
            CLOSE LOCKBOX-FILE.
            MOVE "Y" TO WS-LBX-USED.
            PERFORM DF-READ-LBX-CHECKPOINT THRU DF-EXIT.
            OPEN INPUT LOCKBOX-FILE.
            MOVE 0 TO WS-LBX-SEEN-COUNT.
        DA1-LOCKBOX-READ.
            READ LOCKBOX-FILE AT END GO TO DA2-DONE.
            ADD 1 TO WS-LBX-SEEN-COUNT.
            MOVE LOCKBOX-REC TO WS-LBX-LAST-LINE.
            IF WS-LBX-SEEN-COUNT <= WS-LBX-SKIP-COUNT
                GO TO DA1-LOCKBOX-READ.
            IF LB-ACCOUNT NOT NUMERIC OR LB-AMOUNT NOT NUMERIC
                DISPLAY "** LOCKBOX LINE " WS-LBX-SEEN-COUNT
                    " REJECTED, ACCOUNT OR AMOUNT NOT NUMERIC **"
                ADD 1 TO WS-LBX-REJECTS
                GO TO DA1-LOCKBOX-READ.
            IF LB-AMOUNT = 0
                DISPLAY "** LOCKBOX LINE " WS-LBX-SEEN-COUNT
                    " REJECTED, NO AMOUNT **"
                ADD 1 TO WS-LBX-REJECTS
                GO TO DA1-LOCKBOX-READ.
            MOVE LB-ACCOUNT TO WS-RCPT-ACCOUNT.
            PERFORM GA-CHECK-CUSTOMER THRU GA-EXIT.
            IF WS-CUST-OK = "N"
                DISPLAY "** LOCKBOX LINE " WS-LBX-SEEN-COUNT
                    " REJECTED, ACCOUNT " LB-ACCOUNT " NOT ON THE "
                    "CUSTOMER MASTER **"
                ADD 1 TO WS-LBX-REJECTS
                GO TO DA1-LOCKBOX-READ.
            MOVE LB-AMOUNT TO WS-RCPT-AMOUNT.
            MOVE LB-REFERENCE TO WS-RCPT-REF.
            MOVE "L" TO WS-RCPT-SOURCE.
            MOVE WS-TODAY TO WS-RCPT-DATE.
            IF LB-DATE IS NUMERIC AND LB-DATE > 0
                MOVE LB-DATE TO WS-RCPT-DATE.
            MOVE 0 TO WS-RCPT-INVOICE.
            IF LB-INVOICE IS NUMERIC
                MOVE LB-INVOICE TO WS-RCPT-INVOICE.
            PERFORM GB-START-RECEIPT.
            IF WS-RCPT-INVOICE > 0
                PERFORM DB-APPLY-TO-INVOICE THRU DB-EXIT
            ELSE
                PERFORM DC-APPLY-OLDEST THRU DC-EXIT
            END-IF.
            PERFORM GE-HOLD-UNAPPLIED THRU GE-EXIT.
            GO TO DA1-LOCKBOX-READ.
        DA2-DONE.
            CLOSE LOCKBOX-FILE.
            COMPUTE WS-LBX-APPLIED-COUNT = WS-LBX-SEEN-COUNT
                - WS-LBX-SKIP-COUNT - WS-LBX-REJECTS.
            DISPLAY "LOCKBOX LINES APPLIED: " WS-LBX-APPLIED-COUNT
                " (SKIPPED " WS-LBX-SKIP-COUNT " ALREADY APPLIED)".
            IF WS-LBX-REJECTS > 0
                DISPLAY "** LOCKBOX LINES REJECTED: " WS-LBX-REJECTS
                    " - KEY THEM IN ONCE CORRECTED **"
                MOVE 4 TO RETURN-CODE.
        DA-EXIT.
            EXIT.
      * A PAYMENT QUOTING AN INVOICE GOES TO THAT INVOICE'S ITEM ON
      * THE ACCOUNT, AS FAR AS IT IS OPEN; AN INVOICE NOT FOUND OPEN
      * LEAVES THE WHOLE PAYMENT UNAPPLIED FOR FOLLOW-UP.
        DB-APPLY-TO-INVOICE.
            MOVE "N" TO WS-INVOICE-FOUND.
            MOVE 1 TO WS-RI-IDX.
        DB1-ITEM-NEXT.
            IF WS-RI-IDX > WS-ITEM-COUNT OR WS-REMAINING = 0
                GO TO DB2-DONE.
            IF WS-RI-ACCOUNT(WS-RI-IDX) NOT = WS-RCPT-ACCOUNT
               OR WS-RI-INVOICE(WS-RI-IDX) NOT = WS-RCPT-INVOICE
                GO TO DB1-ITEM-SKIP.
            PERFORM GC-OPEN-BALANCE.
            IF WS-OPEN-BAL NOT > 0
                GO TO DB1-ITEM-SKIP.
            MOVE "Y" TO WS-INVOICE-FOUND.
            MOVE WS-OPEN-BAL TO WS-APPLY-AMT.
            IF WS-APPLY-AMT > WS-REMAINING
                MOVE WS-REMAINING TO WS-APPLY-AMT.
            PERFORM GD-APPLY-TO-ITEM.
        DB1-ITEM-SKIP.
            ADD 1 TO WS-RI-IDX.
            GO TO DB1-ITEM-NEXT.
        DB2-DONE.
            IF WS-INVOICE-FOUND = "N"
                DISPLAY "** INVOICE " WS-RCPT-INVOICE " NOT OPEN ON "
                    "ACCOUNT " WS-RCPT-ACCOUNT ", RECEIPT "
                    WS-LAST-RECEIPT " HELD UNAPPLIED **".
        DB-EXIT.
            EXIT.
      * WITH NO INVOICE QUOTED THE PAYMENT CLEARS THE ACCOUNT'S OLDEST
      * OPEN ITEMS FIRST.
        DC-APPLY-OLDEST.
            IF WS-REMAINING = 0
                GO TO DC-EXIT.
            MOVE 0 TO WS-OLDEST-IDX.
            MOVE 1 TO WS-RI-IDX.
        DC1-ITEM-NEXT.
            IF WS-RI-IDX > WS-ITEM-COUNT
                GO TO DC2-APPLY.
            IF WS-RI-ACCOUNT(WS-RI-IDX) NOT = WS-RCPT-ACCOUNT
                GO TO DC1-ITEM-SKIP.
            PERFORM GC-OPEN-BALANCE.
            IF WS-OPEN-BAL NOT > 0
                GO TO DC1-ITEM-SKIP.
            IF WS-OLDEST-IDX = 0
                MOVE WS-RI-IDX TO WS-OLDEST-IDX
                GO TO DC1-ITEM-SKIP.
            IF WS-RI-DATE(WS-RI-IDX) < WS-RI-DATE(WS-OLDEST-IDX)
                MOVE WS-RI-IDX TO WS-OLDEST-IDX.
        DC1-ITEM-SKIP.
            ADD 1 TO WS-RI-IDX.
            GO TO DC1-ITEM-NEXT.
        DC2-APPLY.
            IF WS-OLDEST-IDX = 0
                GO TO DC-EXIT.
            MOVE WS-OLDEST-IDX TO WS-RI-IDX.
            PERFORM GC-OPEN-BALANCE.
            MOVE WS-OPEN-BAL TO WS-APPLY-AMT.
            IF WS-APPLY-AMT > WS-REMAINING
                MOVE WS-REMAINING TO WS-APPLY-AMT.
            PERFORM GD-APPLY-TO-ITEM.
            GO TO DC-APPLY-OLDEST.
        DC-EXIT.
            EXIT.
      * THE SAVED COUNT ONLY HOLDS IF THE LINE AT THAT POSITION IS
      * STILL THE ONE LAST APPLIED; OTHERWISE LOCKBOX.DAT IS A NEW FILE
      * FROM THE BANK AND IS APPLIED FROM THE START.
        DF-READ-LBX-CHECKPOINT.
            MOVE 0 TO WS-LBX-SKIP-COUNT.
            OPEN INPUT LBXCKP-FILE.
            IF WS-LCK-STATUS NOT = "00"
                GO TO DF-EXIT.
            READ LBXCKP-FILE
                AT END CONTINUE
                NOT AT END
                    IF LCK-LINES-APPLIED IS NUMERIC
                        MOVE LCK-LINES-APPLIED TO WS-LBX-SKIP-COUNT
                        MOVE LCK-LAST-LINE TO WS-LBX-SAVED-LINE
                    END-IF
            END-READ.
            CLOSE LBXCKP-FILE.
            IF WS-LBX-SKIP-COUNT = 0
                GO TO DF-EXIT.
            OPEN INPUT LOCKBOX-FILE.
            MOVE 0 TO WS-LBX-SEEN-COUNT.
        DF1-CHECK-READ.
            READ LOCKBOX-FILE AT END GO TO DF2-CHECK-FAILED.
            ADD 1 TO WS-LBX-SEEN-COUNT.
            IF WS-LBX-SEEN-COUNT < WS-LBX-SKIP-COUNT
                GO TO DF1-CHECK-READ.
            IF LOCKBOX-REC = WS-LBX-SAVED-LINE
                CLOSE LOCKBOX-FILE
                GO TO DF-EXIT.
        DF2-CHECK-FAILED.
            CLOSE LOCKBOX-FILE.
            DISPLAY "lockbox.dat IS A NEW FILE SINCE THE LAST RUN, "
                "APPLYING IT FROM THE START".
            MOVE 0 TO WS-LBX-SKIP-COUNT.
        DF-EXIT.
            EXIT.
        DG-SAVE-LBX-CHECKPOINT.
            OPEN OUTPUT LBXCKP-FILE.
            MOVE SPACES TO LBXCKP-REC.
            MOVE WS-LBX-SEEN-COUNT TO LCK-LINES-APPLIED.
            MOVE WS-LBX-LAST-LINE TO LCK-LAST-LINE.
            WRITE LBXCKP-REC.
            CLOSE LBXCKP-FILE.
      * WITHOUT A CUSTOMER MASTER EVERY ACCOUNT IS TAKEN AS IT STANDS.
        GA-CHECK-CUSTOMER.
            MOVE "Y" TO WS-CUST-OK.
            IF WS-CUST-OPEN NOT = "Y"
                GO TO GA-EXIT.
            MOVE WS-RCPT-ACCOUNT TO CUST-NUM.
            READ CUSTOMER-FILE
                INVALID KEY
                    MOVE "N" TO WS-CUST-OK
            END-READ.
        GA-EXIT.
            EXIT.
        GB-START-RECEIPT.
            ADD 1 TO WS-LAST-RECEIPT.
            ADD 1 TO WS-RECEIPTS.
            ADD WS-RCPT-AMOUNT TO WS-TOT-RECEIVED.
            MOVE WS-RCPT-AMOUNT TO WS-REMAINING.
      * THE OPEN BALANCE OF THE ITEM AT WS-RI-IDX: WHAT IS OWED LESS
      * THE CASH APPLIED. UNAPPLIED CASH HAS NOTHING OPEN.
        GC-OPEN-BALANCE.
            MOVE 0 TO WS-OPEN-BAL.
            IF WS-RI-AMOUNT(WS-RI-IDX) < 0
                COMPUTE WS-OPEN-BAL = 0 - WS-RI-AMOUNT(WS-RI-IDX)
                    - WS-RI-APPLIED(WS-RI-IDX).
        GD-APPLY-TO-ITEM.
            ADD WS-APPLY-AMT TO WS-RI-APPLIED(WS-RI-IDX).
            MOVE WS-RCPT-DATE TO WS-RI-LAST-RCPT(WS-RI-IDX).
            SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
            ADD WS-APPLY-AMT TO WS-TOT-APPLIED.
            ADD 1 TO WS-APPLICATIONS.
            MOVE "Y" TO WS-ITEMS-CHANGED.
            MOVE SPACES TO JOURNAL-REC.
            MOVE "A" TO CJ-TYPE.
            MOVE WS-APPLY-AMT TO CJ-AMOUNT.
            MOVE WS-RI-INVOICE(WS-RI-IDX) TO CJ-INVOICE.
            MOVE WS-RI-DATE(WS-RI-IDX) TO CJ-ITEM-DATE.
            PERFORM GF-WRITE-JOURNAL.
            PERFORM GC-OPEN-BALANCE.
            MOVE WS-APPLY-AMT TO WS-ED-AMOUNT.
            MOVE WS-OPEN-BAL TO WS-ED-OPEN.
            DISPLAY "APPLIED " WS-ED-AMOUNT " TO ITEM " WS-RI-IDX
                " INVOICE " WS-RI-INVOICE(WS-RI-IDX) ", STILL OPEN "
                WS-ED-OPEN.
      * WHAT IS LEFT OF A RECEIPT BECOMES A POSITIVE ITEM ON THE
      * ACCOUNT, DATED WITH THE RECEIPT.
        GE-HOLD-UNAPPLIED.
            IF WS-REMAINING = 0
                GO TO GE-EXIT.
            IF WS-ITEM-COUNT >= 6000
                DISPLAY "** NO ROOM TO HOLD UNAPPLIED CASH OF RECEIPT "
                    WS-LAST-RECEIPT ", RECORD IT BY HAND **"
                MOVE 8 TO RETURN-CODE
                GO TO GE-EXIT.
            ADD 1 TO WS-ITEM-COUNT.
            MOVE WS-RCPT-ACCOUNT TO WS-RI-ACCOUNT(WS-ITEM-COUNT).
            MOVE WS-REMAINING TO WS-RI-AMOUNT(WS-ITEM-COUNT).
            MOVE WS-RCPT-DATE TO WS-RI-DATE(WS-ITEM-COUNT).
            MOVE WS-RCPT-DATE TO WS-RI-DUE-DATE(WS-ITEM-COUNT).
            MOVE 0 TO WS-RI-INVOICE(WS-ITEM-COUNT).
            MOVE 0 TO WS-RI-ORDNUM(WS-ITEM-COUNT).
            MOVE 0 TO WS-RI-APPLIED(WS-ITEM-COUNT).
            MOVE WS-RCPT-DATE TO WS-RI-LAST-RCPT(WS-ITEM-COUNT).
            MOVE "Y" TO WS-ITEMS-CHANGED.
            ADD WS-REMAINING TO WS-TOT-UNAPPLIED.
            ADD 1 TO WS-UNAPPLIED-COUNT.
            MOVE SPACES TO JOURNAL-REC.
            MOVE "U" TO CJ-TYPE.
            MOVE WS-REMAINING TO CJ-AMOUNT.
            MOVE 0 TO CJ-INVOICE.
            MOVE WS-RCPT-DATE TO CJ-ITEM-DATE.
            PERFORM GF-WRITE-JOURNAL.
            MOVE WS-REMAINING TO WS-ED-AMOUNT.
            DISPLAY "HELD " WS-ED-AMOUNT " AS UNAPPLIED CASH ON "
                "ACCOUNT " WS-RCPT-ACCOUNT.
            MOVE 0 TO WS-REMAINING.
        GE-EXIT.
            EXIT.
        GF-WRITE-JOURNAL.
            MOVE WS-LAST-RECEIPT TO CJ-RECEIPT.
            MOVE WS-RCPT-DATE TO CJ-DATE.
            MOVE WS-RCPT-SOURCE TO CJ-SOURCE.
            MOVE WS-RCPT-ACCOUNT TO CJ-ACCOUNT.
            MOVE WS-RCPT-REF TO CJ-REFERENCE.
            WRITE JOURNAL-REC.
        HA-REWRITE-ITEMS.
            OPEN OUTPUT RECEIVABLE-FILE.
            IF WS-RCV-STATUS NOT = "00"
                DISPLAY "** CANNOT REWRITE receivables.dat, STATUS "
                    WS-RCV-STATUS ", RESTORE IT FROM cashrcpt.dat **"
                MOVE 8 TO RETURN-CODE
                MOVE "Y" TO WS-REWRITE-FAILED
                GO TO HA-EXIT.
            MOVE 1 TO WS-RI-IDX.
        HA1-ITEM-WRITE.
            IF WS-RI-IDX > WS-ITEM-COUNT
                GO TO HA2-DONE.
            MOVE SPACES TO RECEIVABLE-REC.
            MOVE WS-RI-ACCOUNT(WS-RI-IDX) TO RCV-ACCOUNT.
            MOVE WS-RI-AMOUNT(WS-RI-IDX) TO RCV-AMOUNT.
            MOVE WS-RI-DATE(WS-RI-IDX) TO RCV-DATE.
            MOVE WS-RI-DUE-DATE(WS-RI-IDX) TO RCV-DUE-DATE.
            MOVE WS-RI-INVOICE(WS-RI-IDX) TO RCV-INVOICE.
            MOVE WS-RI-ORDNUM(WS-RI-IDX) TO RCV-ORDNUM.
            MOVE WS-RI-APPLIED(WS-RI-IDX) TO RCV-APPLIED.
            MOVE WS-RI-LAST-RCPT(WS-RI-IDX) TO RCV-LAST-RECEIPT.
            WRITE RECEIVABLE-REC.
            ADD 1 TO WS-RI-IDX.
            GO TO HA1-ITEM-WRITE.
        HA2-DONE.
            CLOSE RECEIVABLE-FILE.
            DISPLAY "receivables.dat REWRITTEN: " WS-ITEM-COUNT
                " ITEMS".
        HA-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
