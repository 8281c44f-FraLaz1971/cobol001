      * THIS PROGRAM POSTS INCOMING PAPER DELIVERIES TO THE PERPETUAL
      * STOCK FILE READ BY SC8, ADDING THE RECEIVED QUANTITY TO THE
      * ON-HAND BALANCE PER PAPER TYPE AND LETTING THE OPERATOR SET
      * THE REORDER POINT FOR A NEW TYPE. EVERY DELIVERY IS RECEIVED
      * AGAINST AN OPEN LINE OF A PURCHASE ORDER ON PURCHORD.DAT AND
      * MAY NOT EXCEED THE QUANTITY STILL OUTSTANDING ON IT; THE LINE
      * IS MARKED PART RECEIVED OR, ONCE IN FULL, CLOSED. THE LINE'S
      * SUPPLIER BECOMES THE PAPER TYPE'S SUPPLIER. THE UNIT COST OF
      * EACH DELIVERY IS TAKEN FROM THE OPERATOR, DEFAULTING TO THE PO
      * PRICE, AND BECOMES THE PAPER TYPE'S LAST COST, WHICH SC8 USES
      * TO RAISE THE NEXT PO ON A REORDER ALERT; IT IS ALSO AVERAGED
      * INTO THE WEIGHTED-AVERAGE COST OF THE STOCK ON HAND, AT WHICH
      * ORDSTAT COSTS THE SHIPMENTS AND STKVAL VALUES THE SHELF.
      * AFTER EACH RECEIPT THE SC8 ORDERS STILL WAITING FOR THE PAPER
      * ARE LISTED, OLDEST FIRST, WITH HOW MUCH OF EACH THE STOCK NOW
      * ON HAND CAN FILL, SO THE BACKORDERS CAN BE SHIPPED IN ORDSTAT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PST-TYPE
            FILE STATUS IS WS-PST-STATUS.
            SELECT PO-FILE ASSIGN TO "purchord.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-KEY
            FILE STATUS IS WS-PO-STATUS.
            SELECT ORDER-FILE ASSIGN "sc8orders.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS OR-ORDNUM
            FILE STATUS IS WS-ORD-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD STOCK-FILE.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
        FD ORDER-FILE.
        01 ORDER-REC.
            03 OR-ORDNUM PIC 9(6).
            03 OR-COLOR PIC X(15).
            03 OR-SIZE  PIC 9(3).
            03 OR-NUM   PIC 9(3).
            03 OR-PAPER PIC X(6).
            03 OR-QTY   PIC S9(6).
            03 OR-PRICE PIC 9(4)V99.
            03 OR-VALUE PIC 9(7)V99.
            03 OR-BTYPE PIC X(5).
            03 OR-TOTAL PIC 9(6)V99.
            03 OR-CUST  PIC 9(6).
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
        WORKING-STORAGE SECTION.
        01 WS-PST-STATUS      PIC XX.
        01 WS-PO-STATUS       PIC XX.
        01 WS-TODAY           PIC 9(8).
        01 WS-RCPT-PO         PIC 9(6).
        01 WS-RCPT-LINE       PIC 9(2).
        01 WS-OUTSTANDING     PIC 9(7).
        01 WS-OPEN-LINES      PIC 9(3).
        01 WS-RECEIPT-QTY     PIC 9(7).
        01 WS-RECEIPT-COST    PIC 9(4)V99.
        01 WS-RECEIPT-VALUE   PIC 9(9)V99.
        01 WS-RECEIPTS-POSTED PIC 9(4) VALUE 0.
        01 WS-ORD-STATUS      PIC XX.
        01 WS-TO-ALLOCATE     PIC S9(7).
        01 WS-BALANCE         PIC 9(6).
        01 WS-FILLABLE        PIC 9(6).
        01 WS-BACKORDERS      PIC 9(4).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "NO PURCHASE ORDERS ON FILE, RAISE THEM WITH "
                    "POMAINT"
                STOP RUN.
            OPEN I-O STOCK-FILE.
            IF WS-PST-STATUS = "35"
                OPEN OUTPUT STOCK-FILE
                CLOSE STOCK-FILE
                OPEN I-O STOCK-FILE
            IF WS-PST-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN papstock.dat, STATUS "
                    WS-PST-STATUS
                CLOSE PO-FILE
                STOP RUN.
        BB-RECEIPT.
            DISPLAY "ENTER PO NUMBER (0 TO STOP): ".
            ACCEPT WS-RCPT-PO.
            IF WS-RCPT-PO NOT NUMERIC
                DISPLAY "** PO NUMBER MUST BE NUMERIC **"
                GO TO BB-RECEIPT.
            IF WS-RCPT-PO = 0
                GO TO CC-END.
            PERFORM DA-LIST-OPEN-LINES THRU DA-EXIT.
            IF WS-OPEN-LINES = 0
                DISPLAY "** PO " WS-RCPT-PO " HAS NO OPEN LINES **"
                GO TO BB-RECEIPT.
            DISPLAY "ENTER PO LINE RECEIVED: ".
            ACCEPT WS-RCPT-LINE.
            IF WS-RCPT-LINE NOT NUMERIC
                DISPLAY "** PO LINE MUST BE NUMERIC **"
                GO TO BB-RECEIPT.
            MOVE WS-RCPT-PO TO PO-NUMBER.
            MOVE WS-RCPT-LINE TO PO-LINE.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "** NO PO " WS-RCPT-PO " LINE "
                        WS-RCPT-LINE " **"
                    GO TO BB-RECEIPT
            END-READ.
            IF NOT PO-IS-OUTSTANDING
                DISPLAY "** PO " PO-NUMBER " LINE " PO-LINE
                    " IS NOT OPEN, STATUS " PO-STATUS " **"
                GO TO BB-RECEIPT.
            COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED.
        BC-ACCEPT-QTY.
            DISPLAY "ENTER QUANTITY OF " PO-PAPER " RECEIVED (1 TO "
                WS-OUTSTANDING "): ".
            ACCEPT WS-RECEIPT-QTY.
            IF WS-RECEIPT-QTY NOT NUMERIC OR WS-RECEIPT-QTY = 0
                DISPLAY "** QUANTITY MUST BE GREATER THAN ZERO **"
                GO TO BC-ACCEPT-QTY.
            IF WS-RECEIPT-QTY > WS-OUTSTANDING
                DISPLAY "** ONLY " WS-OUTSTANDING " OUTSTANDING ON PO "
                    PO-NUMBER " LINE " PO-LINE ", RECEIPT REFUSED **"
                GO TO BC-ACCEPT-QTY.
        BD-ACCEPT-COST.
            DISPLAY "ENTER UNIT COST RECEIVED (0 = PO PRICE " PO-PRICE
                "): ".
            ACCEPT WS-RECEIPT-COST.
            IF WS-RECEIPT-COST NOT NUMERIC
                DISPLAY "** UNIT COST MUST BE NUMERIC **"
                GO TO BD-ACCEPT-COST.
            IF WS-RECEIPT-COST = 0
                MOVE PO-PRICE TO WS-RECEIPT-COST.
            ADD WS-RECEIPT-QTY TO PO-QTY-RECEIVED.
            MOVE WS-TODAY TO PO-LAST-RECEIPT.
            IF PO-QTY-RECEIVED = PO-QTY-ORDERED
                MOVE "C" TO PO-STATUS
            ELSE
                MOVE "P" TO PO-STATUS
            END-IF.
            REWRITE PO-REC
                INVALID KEY
                    DISPLAY "** COULD NOT UPDATE PO " PO-NUMBER
                        " LINE " PO-LINE ", RECEIPT NOT POSTED **"
                    GO TO BB-RECEIPT
            END-REWRITE.
            MOVE PO-PAPER TO PST-TYPE.
            READ STOCK-FILE
                INVALID KEY
                    MOVE PO-PAPER TO PST-TYPE
                    MOVE 0 TO PST-ON-HAND
                    DISPLAY "NEW PAPER TYPE, ENTER REORDER POINT: "
                    ACCEPT PST-REORDER-POINT
                    MOVE PO-QTY-ORDERED TO PST-REORDER-QTY
                    MOVE PO-VEND-CODE TO PST-VEND-CODE
                    MOVE WS-RECEIPT-COST TO PST-LAST-COST
                    MOVE 0 TO PST-AVG-COST
                    WRITE STOCK-REC
            END-READ.
            PERFORM DB-AVERAGE-COST THRU DB-EXIT.
            ADD WS-RECEIPT-QTY TO PST-ON-HAND.
            MOVE PO-VEND-CODE TO PST-VEND-CODE.
            MOVE WS-RECEIPT-COST TO PST-LAST-COST.
            IF PST-REORDER-QTY NOT NUMERIC OR PST-REORDER-QTY = 0
                MOVE PO-QTY-ORDERED TO PST-REORDER-QTY.
            REWRITE STOCK-REC.
            ADD 1 TO WS-RECEIPTS-POSTED.
            DISPLAY "PO " PO-NUMBER " LINE " PO-LINE " NOW STATUS "
                PO-STATUS ", RECEIVED " PO-QTY-RECEIVED " OF "
                PO-QTY-ORDERED.
            COMPUTE WS-RECEIPT-VALUE ROUNDED =
                WS-RECEIPT-QTY * WS-RECEIPT-COST.
            DISPLAY "RECEIPT VALUE " WS-RECEIPT-VALUE " AT "
                WS-RECEIPT-COST " A UNIT".
            DISPLAY "PAPER " PST-TYPE " ON HAND NOW " PST-ON-HAND
                " AT AVERAGE COST " PST-AVG-COST.
            PERFORM EA-LIST-BACKORDERS THRU EA-EXIT.
            GO TO BB-RECEIPT.
        DA-LIST-OPEN-LINES.
            MOVE 0 TO WS-OPEN-LINES.
            MOVE WS-RCPT-PO TO PO-NUMBER.
            MOVE 0 TO PO-LINE.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO DA-EXIT
            END-START.
        DA1-LINE-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO DA-EXIT.
            IF PO-NUMBER NOT = WS-RCPT-PO
                GO TO DA-EXIT.
            IF NOT PO-IS-OUTSTANDING
                GO TO DA1-LINE-NEXT.
            ADD 1 TO WS-OPEN-LINES.
            COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED.
            DISPLAY "LINE " PO-LINE " " PO-PAPER " FROM " PO-VEND-CODE
                " ORDERED " PO-QTY-ORDERED " OUTSTANDING "
                WS-OUTSTANDING " DUE " PO-DUE-DATE.
            GO TO DA1-LINE-NEXT.
        DA-EXIT.
            EXIT.
      * THE AVERAGE COST IS RECOMPUTED BEFORE THE DELIVERY IS ADDED TO
      * THE STOCK ON HAND: THE VALUE ALREADY ON THE SHELF PLUS THE
      * VALUE RECEIVED, OVER THE QUANTITY THERE WILL THEN BE. WITH
      * NOTHING ON HAND, OR THE SHELF OVERDRAWN, THE DELIVERY SETS THE
      * AVERAGE AT ITS OWN COST. STOCK ON THE SHELF WITH NO AVERAGE
      * COST (PAPER TAKEN ON BEFORE COSTS WERE KEPT) IS NOT WORTH
      * NOTHING: IT IS TAKEN AT THE LAST COST PAID FOR THE PAPER, OR,
      * WHEN THERE IS NONE EITHER, AT THIS DELIVERY'S COST, BEFORE THE
      * DELIVERY IS WEIGHTED IN.
        DB-AVERAGE-COST.
            IF PST-AVG-COST NOT NUMERIC
                MOVE 0 TO PST-AVG-COST.
            IF PST-LAST-COST NOT NUMERIC
                MOVE 0 TO PST-LAST-COST.
            IF PST-ON-HAND NOT > 0
                MOVE WS-RECEIPT-COST TO PST-AVG-COST
                GO TO DB-EXIT.
            IF PST-AVG-COST = 0
                IF PST-LAST-COST > 0
                    MOVE PST-LAST-COST TO PST-AVG-COST
                ELSE
                    MOVE WS-RECEIPT-COST TO PST-AVG-COST
                END-IF
            END-IF.
            COMPUTE PST-AVG-COST ROUNDED =
                (PST-ON-HAND * PST-AVG-COST
                 + WS-RECEIPT-QTY * WS-RECEIPT-COST)
                / (PST-ON-HAND + WS-RECEIPT-QTY).
        DB-EXIT.
            EXIT.
      * THE STOCK ON HAND IS ALLOTTED TO THE ORDERS WAITING FOR THE
      * PAPER IN ORDER-NUMBER SEQUENCE, SO THE OLDEST ARE FILLED FIRST.
      * ORDERS ON CREDIT HOLD CANNOT SHIP AND ARE PASSED OVER.
        EA-LIST-BACKORDERS.
            MOVE 0 TO WS-BACKORDERS.
            MOVE PST-ON-HAND TO WS-TO-ALLOCATE.
            OPEN INPUT ORDER-FILE.
            IF WS-ORD-STATUS NOT = "00"
                GO TO EA-EXIT.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY IS NOT LESS THAN OR-ORDNUM
                INVALID KEY
                    GO TO EA2-DONE
            END-START.
        EA1-ORDER-NEXT.
            IF WS-TO-ALLOCATE NOT > 0
                GO TO EA2-DONE.
            READ ORDER-FILE NEXT RECORD AT END GO TO EA2-DONE.
            IF OR-PAPER NOT = PST-TYPE OR OR-QTY NOT > 0
                GO TO EA1-ORDER-NEXT.
            IF NOT OR-IS-OPEN AND NOT OR-IS-PART-SHIPPED
                GO TO EA1-ORDER-NEXT.
            COMPUTE WS-BALANCE = OR-QTY - OR-QTY-SHIPPED.
            IF WS-BALANCE = 0
                GO TO EA1-ORDER-NEXT.
            IF WS-BACKORDERS = 0
                DISPLAY "ORDERS WAITING FOR " PST-TYPE
                    " THAT CAN NOW BE FILLED:".
            ADD 1 TO WS-BACKORDERS.
            IF WS-BALANCE > WS-TO-ALLOCATE
                MOVE WS-TO-ALLOCATE TO WS-FILLABLE
            ELSE
                MOVE WS-BALANCE TO WS-FILLABLE
            END-IF.
            SUBTRACT WS-FILLABLE FROM WS-TO-ALLOCATE.
            DISPLAY "ORDER " OR-ORDNUM " CUSTOMER " OR-CUST
                " DATED " OR-DATE " STILL DUE " WS-BALANCE
                " CAN FILL " WS-FILLABLE.
            GO TO EA1-ORDER-NEXT.
        EA2-DONE.
            CLOSE ORDER-FILE.
            IF WS-BACKORDERS = 0
                DISPLAY "NO ORDERS WAITING FOR " PST-TYPE.
        EA-EXIT.
            EXIT.
        CC-END.
            DISPLAY "RECEIPTS POSTED: " WS-RECEIPTS-POSTED.
            CLOSE STOCK-FILE.
            CLOSE PO-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
