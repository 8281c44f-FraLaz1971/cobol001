        DATE-COMPILED. 02/09/2026.
        SECURITY. free.
      * THIS PROGRAM MOVES SC8 ORDERS THROUGH THEIR LIFECYCLE: AN
      * ORDER CAPTURED AS OPEN CAN BE SHIPPED AND THEN INVOICED, EACH
      * WITH ITS DATE, AND THE REPORT MODE LISTS THE OPEN ORDERS BY
      * AGE SO LATE ORDERS CAN BE CHASED FROM THE SYSTEM INSTEAD OF A
      * PAPER LEDGER. AN ORDER MAY GO OUT IN SEVERAL SHIPMENTS: EACH
      * SHIPMENT QUANTITY IS DRAWN FROM PAPSTOCK.DAT, ADDED TO THE
      * QUANTITY SHIPPED TO DATE AND LOGGED TO SHIPMENTS.DAT, AND THE
      * REST OF THE ORDER STAYS ON BACKORDER (STATUS P) UNTIL IT IS
      * SHIPPED OR THE BACKORDER IS CANCELLED. EACH SHIPMENT IS COSTED
      * AT THE PAPER'S WEIGHTED-AVERAGE COST AND WRITTEN TO THE COST OF
      * GOODS SOLD LEDGER COGS.DAT FOR STKVAL. ONLY AN ORDER SHIPPED
      * IN FULL CAN BE INVOICED. INVOICING AN ORDER GIVES IT
      * THE NEXT INVOICE NUMBER, WRITES THE AMOUNT DUE TO
      * RECEIVABLES.DAT FOR THE CUSTOMER WITH ITS DUE DATE, SO BRANCH2
      * AGES IT, AND PRINTS THE INVOICE TO INVOICES.TXT. AN ORDER SC8
      * CAPTURED ON CREDIT HOLD, OVER THE CUSTOMER'S CREDIT LIMIT, CAN
      * ONLY BE SHIPPED ONCE A SUPERVISOR RELEASES IT HERE: THE
      * SUPERVISOR MUST BE ON OPERATORS.DAT WITH CREDIT MODE "C", AND
      * IS RECORDED ON THE ORDER. THE CREDIT-HOLD REPORT LISTS THE
      * ORDERS STILL WAITING FOR RELEASE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OR-ORDNUM
            FILE STATUS IS WS-ORD-STATUS.
            SELECT RECEIVABLE-FILE ASSIGN "receivables.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCV-STATUS.
            SELECT INVOICE-FILE ASSIGN "invoices.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INV-STATUS.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT STOCK-FILE ASSIGN TO "papstock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PST-TYPE
            FILE STATUS IS WS-PST-STATUS.
            SELECT SHIPMENT-FILE ASSIGN "shipments.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHP-STATUS.
            SELECT COGS-FILE ASSIGN "cogs.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CGS-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD ORDER-FILE.
            03 OR-DATE  PIC 9(8).
            03 OR-ORD-STATUS PIC X.
                88 OR-IS-OPEN      VALUE "O".
                88 OR-IS-PART-SHIPPED VALUE "P".
                88 OR-IS-SHIPPED   VALUE "S".
                88 OR-IS-INVOICED  VALUE "I".
                88 OR-IS-ON-HOLD   VALUE "H".
            03 OR-SHIP-DATE PIC 9(8).
            03 OR-INV-DATE  PIC 9(8).
            03 OR-LIST-PRICE PIC 9(4)V99.
            03 OR-DISC-PCT  PIC 9(2)V99.
            03 OR-LIST-VALUE PIC 9(7)V99.
            03 OR-INV-NUM   PIC 9(6).
            03 OR-RELEASED-BY PIC X(8).
            03 OR-QTY-SHIPPED PIC 9(6).
            03 OR-LF    PIC X.
        FD RECEIVABLE-FILE.
        01 RECEIVABLE-REC.
            COPY "rcvitem.cpy".
        FD INVOICE-FILE.
        01 INVOICE-LINE        PIC X(80).
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD STOCK-FILE.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD SHIPMENT-FILE.
        01 SHIPMENT-REC.
            COPY "shiplog.cpy".
        FD COGS-FILE.
        01 COGS-REC.
            COPY "cogslog.cpy".
        WORKING-STORAGE SECTION.
        01 WS-ORD-STATUS       PIC XX.
        01 WS-RUN-MODE         PIC X.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-AGE-DAYS         PIC 9(5).
        01 WS-OPEN-COUNT       PIC 9(6) VALUE 0.
        01 WS-RCV-STATUS       PIC XX.
        01 WS-INV-STATUS       PIC XX.
        01 WS-CUST-STATUS      PIC XX.
        01 WS-LAST-INVOICE     PIC 9(6) VALUE 0.
        01 WS-TERMS-DAYS       PIC 9(3) VALUE 30.
        01 WS-DUE-DATE         PIC 9(8).
        01 WS-INV-CUST-NAME    PIC X(20).
        01 WS-INVOICES-RAISED  PIC 9(6) VALUE 0.
        01 WS-ED-PRICE         PIC Z,ZZ9.99.
        01 WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01 WS-ED-PCT           PIC Z9.99.
        01 WS-ED-QTY           PIC -ZZZZZ9.
        01 WS-OPER-STATUS      PIC XX.
        01 WS-SUPERVISOR-ID    PIC X(8).
        01 WS-OPER-FOUND       PIC X VALUE "N".
        01 WS-MODE-OK          PIC 9 VALUE 0.
        01 WS-HOLD-COUNT       PIC 9(6) VALUE 0.
        01 WS-HOLD-VALUE       PIC 9(9)V99 VALUE 0.
        01 WS-RELEASED-COUNT   PIC 9(6) VALUE 0.
        01 WS-PST-STATUS       PIC XX.
        01 WS-PST-OPEN         PIC X VALUE "N".
        01 WS-SHP-STATUS       PIC XX.
        01 WS-BALANCE          PIC 9(6).
        01 WS-SHIP-QTY         PIC 9(6).
        01 WS-SHIPMENTS-MADE   PIC 9(6) VALUE 0.
        01 WS-BACKORDER-COUNT  PIC 9(6) VALUE 0.
        01 WS-BACKORDER-QTY    PIC 9(9) VALUE 0.
        01 WS-CGS-STATUS       PIC XX.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
                DISPLAY "NO ORDER FILE AVAILABLE, STATUS "
                    WS-ORD-STATUS
                STOP RUN.
            PERFORM BA-FIND-LAST-INVOICE THRU BA-EXIT.
            OPEN I-O STOCK-FILE.
            IF WS-PST-STATUS = "00"
                MOVE "Y" TO WS-PST-OPEN
            ELSE
                DISPLAY "** CANNOT OPEN papstock.dat, STATUS "
                    WS-PST-STATUS ", ORDERS CANNOT BE SHIPPED **"
            END-IF.
        BB-CHOOSE.
            DISPLAY "UPDATE AN ORDER (U), OPEN-ORDERS REPORT (R), "
                "CREDIT-HOLD REPORT (H) OR STOP (S)? ".
            ACCEPT WS-RUN-MODE.
            EVALUATE WS-RUN-MODE
                WHEN "U" WHEN "u"
                    PERFORM CA-UPDATE-ORDER THRU CA-EXIT
                WHEN "R" WHEN "r"
                    PERFORM DA-OPEN-ORDERS-REPORT THRU DA-EXIT
                WHEN "H" WHEN "h"
                    PERFORM FA-CREDIT-HOLD-REPORT THRU FA-EXIT
                WHEN "S" WHEN "s"
                    GO TO ZZ-END
                WHEN OTHER
            DISPLAY "ORDER " OR-ORDNUM " CUSTOMER " OR-CUST
                " DATED " OR-DATE " STATUS " OR-ORD-STATUS
                " VALUE " OR-VALUE.
            DISPLAY "PAPER " OR-PAPER " ORDERED " OR-QTY
                " SHIPPED TO DATE " OR-QTY-SHIPPED.
            DISPLAY "SHIP (S), INVOICE (I), RELEASE CREDIT HOLD (R) OR "
                "CANCEL BACKORDER (X)? ".
            ACCEPT WS-ACTION.
            EVALUATE WS-ACTION
                WHEN "S" WHEN "s"
                    PERFORM HA-SHIP-ORDER THRU HA-EXIT
                WHEN "X" WHEN "x"
                    PERFORM HB-CANCEL-BACKORDER THRU HB-EXIT
                WHEN "I" WHEN "i"
                    IF NOT OR-IS-SHIPPED
                        DISPLAY "ORDER MUST BE SHIPPED IN FULL BEFORE "
                            "IT CAN BE INVOICED, NOT CHANGED"
                        GO TO CA-EXIT
                    END-IF
                    MOVE "I" TO OR-ORD-STATUS
                    MOVE WS-TODAY-DATE TO OR-INV-DATE
                    ADD 1 TO WS-LAST-INVOICE
                    MOVE WS-LAST-INVOICE TO OR-INV-NUM
                    REWRITE ORDER-REC
                    DISPLAY "ORDER " OR-ORDNUM " MARKED INVOICED "
                        WS-TODAY-DATE " INVOICE " OR-INV-NUM
                    ADD 1 TO WS-INVOICES-RAISED
                    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                        + WS-TERMS-DAYS)
                    PERFORM EA-RAISE-RECEIVABLE THRU EA-EXIT
                    PERFORM EB-PRINT-INVOICE THRU EB-EXIT
                WHEN "R" WHEN "r"
                    PERFORM GA-RELEASE-HOLD THRU GA-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-ACTION
            END-EVALUATE.
        CA-EXIT.
            EXIT.
      * NEW INVOICE NUMBERS CARRY ON FROM THE HIGHEST ON THE ORDER FILE.
        BA-FIND-LAST-INVOICE.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY NOT LESS OR-ORDNUM
                INVALID KEY
                    GO TO BA-EXIT
            END-START.
        BA1-ORDER-NEXT.
            READ ORDER-FILE NEXT RECORD AT END GO TO BA-EXIT.
            IF OR-INV-NUM IS NUMERIC AND OR-INV-NUM > WS-LAST-INVOICE
                MOVE OR-INV-NUM TO WS-LAST-INVOICE.
            GO TO BA1-ORDER-NEXT.
        BA-EXIT.
            EXIT.
      * THE AMOUNT DUE IS WRITTEN NEGATIVE, AS OWED BY THE CUSTOMER'S
      * ACCOUNT, DATED WITH THE INVOICE DATE FROM WHICH BRANCH2 AGES
      * IT. AN ORDER WITH NO VALUE RAISES NO RECEIVABLE.
        EA-RAISE-RECEIVABLE.
            IF OR-VALUE = 0
                DISPLAY "ORDER " OR-ORDNUM " HAS NO VALUE, NO "
                    "RECEIVABLE RAISED"
                GO TO EA-EXIT.
            OPEN EXTEND RECEIVABLE-FILE.
            IF WS-RCV-STATUS NOT = "00"
                OPEN OUTPUT RECEIVABLE-FILE
            END-IF.
            IF WS-RCV-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN receivables.dat, STATUS "
                    WS-RCV-STATUS ", INVOICE " OR-INV-NUM
                    " MUST BE KEYED IN **"
                GO TO EA-EXIT.
            MOVE SPACES TO RECEIVABLE-REC.
            MOVE OR-CUST TO RCV-ACCOUNT.
            COMPUTE RCV-AMOUNT = 0 - OR-VALUE.
            MOVE WS-TODAY-DATE TO RCV-DATE.
            MOVE WS-DUE-DATE TO RCV-DUE-DATE.
            MOVE OR-INV-NUM TO RCV-INVOICE.
            MOVE OR-ORDNUM TO RCV-ORDNUM.
            MOVE 0 TO RCV-APPLIED.
            MOVE 0 TO RCV-LAST-RECEIPT.
            WRITE RECEIVABLE-REC.
            CLOSE RECEIVABLE-FILE.
            DISPLAY "RECEIVABLE OF " OR-VALUE " RAISED ON ACCOUNT "
                OR-CUST " DUE " WS-DUE-DATE.
        EA-EXIT.
            EXIT.
        EB-PRINT-INVOICE.
            PERFORM EC-FIND-CUSTOMER THRU EC-EXIT.
            OPEN EXTEND INVOICE-FILE.
            IF WS-INV-STATUS NOT = "00"
                OPEN OUTPUT INVOICE-FILE
            END-IF.
            IF WS-INV-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN invoices.txt, STATUS "
                    WS-INV-STATUS ", INVOICE NOT PRINTED **"
                GO TO EB-EXIT.
            MOVE ALL "=" TO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "INVOICE " OR-INV-NUM
                "                              DATE " WS-TODAY-DATE
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "CUSTOMER " OR-CUST " " WS-INV-CUST-NAME
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "YOUR ORDER " OR-ORDNUM " OF " OR-DATE
                ", SHIPPED " OR-SHIP-DATE
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE OR-QTY TO WS-ED-QTY.
            MOVE SPACES TO INVOICE-LINE.
            STRING "PAPER " OR-PAPER "  QUANTITY " WS-ED-QTY
                "  COLOR " OR-COLOR
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE OR-LIST-PRICE TO WS-ED-PRICE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "LIST PRICE PER UNIT       " WS-ED-PRICE
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE OR-DISC-PCT TO WS-ED-PCT.
            MOVE SPACES TO INVOICE-LINE.
            STRING "LESS CUSTOMER DISCOUNT       " WS-ED-PCT "%"
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE OR-PRICE TO WS-ED-PRICE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "PRICE PER UNIT            " WS-ED-PRICE
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE OR-VALUE TO WS-ED-AMOUNT.
            MOVE SPACES TO INVOICE-LINE.
            STRING "AMOUNT DUE            " WS-ED-AMOUNT
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "PAYMENT IS DUE BY " WS-DUE-DATE ", "
                WS-TERMS-DAYS " DAYS FROM THE INVOICE DATE. PLEASE "
                "QUOTE THE"
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE SPACES TO INVOICE-LINE.
            STRING "INVOICE NUMBER WITH YOUR PAYMENT."
                DELIMITED BY SIZE INTO INVOICE-LINE.
            WRITE INVOICE-LINE.
            MOVE ALL "-" TO INVOICE-LINE.
            WRITE INVOICE-LINE.
            CLOSE INVOICE-FILE.
            DISPLAY "INVOICE " OR-INV-NUM " PRINTED TO invoices.txt".
        EB-EXIT.
            EXIT.
        EC-FIND-CUSTOMER.
            MOVE "** NO CUSTOMER REC" TO WS-INV-CUST-NAME.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS NOT = "00"
                GO TO EC-EXIT.
            MOVE OR-CUST TO CUST-NUM.
            READ CUSTOMER-FILE
                NOT INVALID KEY
                    MOVE CUST-NAME TO WS-INV-CUST-NAME
            END-READ.
            CLOSE CUSTOMER-FILE.
        EC-EXIT.
            EXIT.
      * OPEN ORDERS INCLUDE THOSE PART SHIPPED, WITH THE BACKORDER
      * BALANCE STILL TO SHIP AND ITS AGE FROM THE ORDER DATE.
        DA-OPEN-ORDERS-REPORT.
            MOVE 0 TO WS-OPEN-COUNT.
            MOVE 0 TO WS-BACKORDER-COUNT.
            MOVE 0 TO WS-BACKORDER-QTY.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY NOT LESS OR-ORDNUM
                INVALID KEY
            DISPLAY "======= OPEN ORDERS BY AGE =======".
        DB-REPORT-NEXT.
            READ ORDER-FILE NEXT RECORD AT END GO TO DC-REPORT-DONE.
            IF NOT OR-IS-OPEN AND NOT OR-IS-PART-SHIPPED
                GO TO DB-REPORT-NEXT.
            ADD 1 TO WS-OPEN-COUNT.
            COMPUTE WS-AGE-DAYS =
            DISPLAY "ORDER " OR-ORDNUM " CUSTOMER " OR-CUST
                " DATED " OR-DATE " AGE " WS-AGE-DAYS
                " DAYS VALUE " OR-VALUE.
            IF OR-IS-PART-SHIPPED
                COMPUTE WS-BALANCE = OR-QTY - OR-QTY-SHIPPED
                ADD 1 TO WS-BACKORDER-COUNT
                ADD WS-BALANCE TO WS-BACKORDER-QTY
                DISPLAY "    " OR-PAPER " ORDERED " OR-QTY
                    " SHIPPED " OR-QTY-SHIPPED " LAST " OR-SHIP-DATE
                    " BACKORDERED " WS-BALANCE " FOR " WS-AGE-DAYS
                    " DAYS"
            END-IF.
            GO TO DB-REPORT-NEXT.
        DC-REPORT-DONE.
            DISPLAY "OPEN ORDERS: " WS-OPEN-COUNT.
            DISPLAY "ORDERS ON BACKORDER: " WS-BACKORDER-COUNT
                " QUANTITY BACKORDERED: " WS-BACKORDER-QTY.
        DA-EXIT.
            EXIT.
      * ORDERS STILL ON CREDIT HOLD, OLDEST FIRST BY ORDER NUMBER, WITH
      * THE VALUE WAITING ON A SUPERVISOR'S DECISION.
        FA-CREDIT-HOLD-REPORT.
            MOVE 0 TO WS-HOLD-COUNT.
            MOVE 0 TO WS-HOLD-VALUE.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY NOT LESS OR-ORDNUM
                INVALID KEY
                    DISPLAY "ORDER FILE IS EMPTY"
                    GO TO FA-EXIT
            END-START.
            DISPLAY "======= ORDERS ON CREDIT HOLD =======".
        FB-HOLD-NEXT.
            READ ORDER-FILE NEXT RECORD AT END GO TO FC-HOLD-DONE.
            IF NOT OR-IS-ON-HOLD
                GO TO FB-HOLD-NEXT.
            ADD 1 TO WS-HOLD-COUNT.
            ADD OR-VALUE TO WS-HOLD-VALUE.
            PERFORM EC-FIND-CUSTOMER THRU EC-EXIT.
            COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                FUNCTION INTEGER-OF-DATE(OR-DATE).
            MOVE OR-VALUE TO WS-ED-AMOUNT.
            DISPLAY "ORDER " OR-ORDNUM " CUSTOMER " OR-CUST " "
                WS-INV-CUST-NAME " DATED " OR-DATE " AGE "
                WS-AGE-DAYS " DAYS VALUE " WS-ED-AMOUNT.
            GO TO FB-HOLD-NEXT.
        FC-HOLD-DONE.
            DISPLAY "ORDERS ON CREDIT HOLD: " WS-HOLD-COUNT
                " TOTAL VALUE " WS-HOLD-VALUE.
        FA-EXIT.
            EXIT.
      * ONLY A SUPERVISOR WITH CREDIT MODE "C" ON OPERATORS.DAT MAY
      * RELEASE A HELD ORDER; THE RELEASED ORDER GOES BACK TO OPEN AND
      * CARRIES THE SUPERVISOR'S ID.
        GA-RELEASE-HOLD.
            IF NOT OR-IS-ON-HOLD
                DISPLAY "ORDER IS NOT ON CREDIT HOLD, NOT CHANGED"
                GO TO GA-EXIT.
            DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
            ACCEPT WS-SUPERVISOR-ID.
            IF WS-SUPERVISOR-ID = SPACES
                DISPLAY "** A SUPERVISOR ID IS REQUIRED TO RELEASE "
                    "A CREDIT HOLD **"
                GO TO GA-EXIT.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-SUPERVISOR-ID
                    ", ORDER NOT RELEASED **"
                GO TO GA-EXIT.
            IF WS-MODE-OK = 0
                DISPLAY "** OPERATOR " WS-SUPERVISOR-ID " MAY NOT "
                    "RELEASE CREDIT HOLDS, ORDER NOT RELEASED **"
                GO TO GA-EXIT.
            MOVE "O" TO OR-ORD-STATUS.
            MOVE WS-SUPERVISOR-ID TO OR-RELEASED-BY.
            REWRITE ORDER-REC.
            ADD 1 TO WS-RELEASED-COUNT.
            DISPLAY "ORDER " OR-ORDNUM " RELEASED FROM CREDIT HOLD BY "
                WS-SUPERVISOR-ID ", NOW OPEN".
        GA-EXIT.
            EXIT.
      * ONE SHIPMENT AGAINST AN OPEN OR PART-SHIPPED ORDER, OF NO MORE
      * THAN THE BALANCE STILL DUE OR THE PAPER ON HAND. STOCK IS DRAWN
      * DOWN BY WHAT ACTUALLY WENT OUT; WHATEVER IS LEFT IS BACKORDERED.
      * AN ORDER FOR NO QUANTITY (A CREDIT OR A SERVICE) IS SIMPLY
      * MARKED SHIPPED, AS NOTHING LEAVES THE STOCK ROOM.
        HA-SHIP-ORDER.
            IF OR-IS-ON-HOLD
                DISPLAY "ORDER IS ON CREDIT HOLD, IT MUST BE "
                    "RELEASED BEFORE IT CAN BE SHIPPED"
                GO TO HA-EXIT.
            IF NOT OR-IS-OPEN AND NOT OR-IS-PART-SHIPPED
                DISPLAY "ORDER IS NOT OPEN, NOT CHANGED"
                GO TO HA-EXIT.
            IF OR-QTY NOT > 0
                MOVE "S" TO OR-ORD-STATUS
                MOVE WS-TODAY-DATE TO OR-SHIP-DATE
                REWRITE ORDER-REC
                DISPLAY "ORDER " OR-ORDNUM " MARKED SHIPPED "
                    WS-TODAY-DATE
                GO TO HA-EXIT.
            IF WS-PST-OPEN NOT = "Y"
                DISPLAY "** NO STOCK FILE, ORDER NOT SHIPPED **"
                GO TO HA-EXIT.
            COMPUTE WS-BALANCE = OR-QTY - OR-QTY-SHIPPED.
            MOVE OR-PAPER TO PST-TYPE.
            READ STOCK-FILE
                INVALID KEY
                    MOVE 0 TO PST-ON-HAND
            END-READ.
            DISPLAY "BALANCE TO SHIP " WS-BALANCE " " OR-PAPER
                ", ON HAND " PST-ON-HAND.
            IF WS-PST-STATUS NOT = "00" OR PST-ON-HAND NOT > 0
                DISPLAY "** NO " OR-PAPER " ON HAND, ORDER STAYS ON "
                    "BACKORDER **"
                GO TO HA-EXIT.
        HA1-ACCEPT-QTY.
            DISPLAY "ENTER QUANTITY SHIPPED NOW (0 TO CANCEL): ".
            ACCEPT WS-SHIP-QTY.
            IF WS-SHIP-QTY NOT NUMERIC
                DISPLAY "** QUANTITY MUST BE NUMERIC **"
                GO TO HA1-ACCEPT-QTY.
            IF WS-SHIP-QTY = 0
                DISPLAY "NO SHIPMENT RECORDED"
                GO TO HA-EXIT.
            IF WS-SHIP-QTY > WS-BALANCE
                DISPLAY "** ONLY " WS-BALANCE " STILL DUE ON ORDER "
                    OR-ORDNUM " **"
                GO TO HA1-ACCEPT-QTY.
            IF WS-SHIP-QTY > PST-ON-HAND
                DISPLAY "** ONLY " PST-ON-HAND " " OR-PAPER
                    " ON HAND **"
                GO TO HA1-ACCEPT-QTY.
            SUBTRACT WS-SHIP-QTY FROM PST-ON-HAND.
            REWRITE STOCK-REC.
            ADD WS-SHIP-QTY TO OR-QTY-SHIPPED.
            SUBTRACT WS-SHIP-QTY FROM WS-BALANCE.
            MOVE WS-TODAY-DATE TO OR-SHIP-DATE.
            IF WS-BALANCE = 0
                MOVE "S" TO OR-ORD-STATUS
            ELSE
                MOVE "P" TO OR-ORD-STATUS
            END-IF.
            REWRITE ORDER-REC.
            ADD 1 TO WS-SHIPMENTS-MADE.
            MOVE "S" TO SH-TYPE.
            MOVE WS-SHIP-QTY TO SH-QTY.
            PERFORM HC-LOG-SHIPMENT THRU HC-EXIT.
            PERFORM HD-LOG-COGS THRU HD-EXIT.
            IF OR-IS-SHIPPED
                DISPLAY "ORDER " OR-ORDNUM " SHIPPED IN FULL "
                    WS-TODAY-DATE
            ELSE
                DISPLAY "ORDER " OR-ORDNUM " PART SHIPPED, "
                    WS-BALANCE " ON BACKORDER"
            END-IF.
            DISPLAY "PAPER " PST-TYPE " ON HAND NOW " PST-ON-HAND.
            IF PST-ON-HAND <= PST-REORDER-POINT
                DISPLAY "** REORDER ALERT ** PAPER " PST-TYPE
                    " ON HAND " PST-ON-HAND
                    " IS AT OR BELOW REORDER POINT "
                    PST-REORDER-POINT.
        HA-EXIT.
            EXIT.
      * THE CUSTOMER NO LONGER WANTS THE BALANCE OF A PART-SHIPPED
      * ORDER: THE ORDER IS CUT DOWN TO WHAT WAS SHIPPED, REVALUED AT
      * ITS OWN PRICES, AND IS THEN SHIPPED IN FULL, READY TO INVOICE.
        HB-CANCEL-BACKORDER.
            IF NOT OR-IS-PART-SHIPPED
                DISPLAY "ORDER HAS NO BACKORDER, NOT CHANGED"
                GO TO HB-EXIT.
            COMPUTE WS-BALANCE = OR-QTY - OR-QTY-SHIPPED.
            DISPLAY "CANCEL BACKORDER OF " WS-BALANCE " " OR-PAPER
                "? (Y/N): ".
            ACCEPT WS-ACTION.
            IF WS-ACTION NOT = "Y" AND WS-ACTION NOT = "y"
                DISPLAY "BACKORDER KEPT"
                GO TO HB-EXIT.
            MOVE OR-QTY-SHIPPED TO OR-QTY.
            COMPUTE OR-VALUE ROUNDED = OR-PRICE * OR-QTY.
            COMPUTE OR-LIST-VALUE ROUNDED = OR-LIST-PRICE * OR-QTY.
            MOVE "S" TO OR-ORD-STATUS.
            REWRITE ORDER-REC.
            MOVE "X" TO SH-TYPE.
            MOVE WS-BALANCE TO SH-QTY.
            MOVE 0 TO WS-BALANCE.
            PERFORM HC-LOG-SHIPMENT THRU HC-EXIT.
            DISPLAY "ORDER " OR-ORDNUM " CLOSED SHORT AT " OR-QTY
                ", VALUE NOW " OR-VALUE.
        HB-EXIT.
            EXIT.
        HC-LOG-SHIPMENT.
            OPEN EXTEND SHIPMENT-FILE.
            IF WS-SHP-STATUS NOT = "00"
                OPEN OUTPUT SHIPMENT-FILE
            END-IF.
            IF WS-SHP-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN shipments.dat, STATUS "
                    WS-SHP-STATUS ", SHIPMENT NOT LOGGED **"
                GO TO HC-EXIT.
            MOVE OR-ORDNUM TO SH-ORDNUM.
            MOVE WS-TODAY-DATE TO SH-DATE.
            MOVE OR-CUST TO SH-CUST.
            MOVE OR-PAPER TO SH-PAPER.
            MOVE OR-QTY-SHIPPED TO SH-SHIPPED-TO-DATE.
            MOVE WS-BALANCE TO SH-BACKORDER.
            WRITE SHIPMENT-REC.
            CLOSE SHIPMENT-FILE.
        HC-EXIT.
            EXIT.
      * PAPER RECEIVED BEFORE COSTS WERE AVERAGED HAS NO AVERAGE COST
      * YET AND IS COSTED AT THE LAST PRICE PAID FOR IT.
        HD-LOG-COGS.
            MOVE SPACES TO COGS-REC.
            MOVE WS-TODAY-DATE TO CG-DATE.
            MOVE OR-ORDNUM TO CG-ORDNUM.
            MOVE OR-PAPER TO CG-PAPER.
            MOVE WS-SHIP-QTY TO CG-QTY.
            MOVE 0 TO CG-UNIT-COST.
            IF PST-AVG-COST NUMERIC
                MOVE PST-AVG-COST TO CG-UNIT-COST.
            IF CG-UNIT-COST = 0 AND PST-LAST-COST NUMERIC
                MOVE PST-LAST-COST TO CG-UNIT-COST.
            COMPUTE CG-COST ROUNDED = CG-QTY * CG-UNIT-COST.
            OPEN EXTEND COGS-FILE.
            IF WS-CGS-STATUS NOT = "00"
                OPEN OUTPUT COGS-FILE
            END-IF.
            IF WS-CGS-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN cogs.dat, STATUS "
                    WS-CGS-STATUS ", COST OF SALES NOT LOGGED **"
                GO TO HD-EXIT.
            WRITE COGS-REC.
            CLOSE COGS-FILE.
            DISPLAY "COST OF SALES " CG-COST " AT " CG-UNIT-COST
                " A UNIT".
        HD-EXIT.
            EXIT.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            MOVE 0 TO WS-MODE-OK.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT ENFORCED **"
                MOVE "Y" TO WS-OPER-FOUND
                MOVE 1 TO WS-MODE-OK
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-SUPERVISOR-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
                INSPECT OP-MODES TALLYING WS-MODE-OK FOR ALL "C"
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
        NN-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "INVOICES RAISED THIS SESSION: " WS-INVOICES-RAISED.
            DISPLAY "CREDIT HOLDS RELEASED THIS SESSION: "
                WS-RELEASED-COUNT.
            DISPLAY "SHIPMENTS RECORDED THIS SESSION: "
                WS-SHIPMENTS-MADE.
            IF WS-PST-OPEN = "Y"
                CLOSE STOCK-FILE
            END-IF.
            CLOSE ORDER-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
