            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQCKP-STATUS.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT STOCK-FILE ASSIGN TO "papstock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PST-TYPE
            FILE STATUS IS WS-PST-STATUS.
            SELECT PO-FILE ASSIGN TO "purchord.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-KEY
            FILE STATUS IS WS-PO-STATUS.
            SELECT PRICE-MASTER ASSIGN TO "prcmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-KEY
            FILE STATUS IS WS-PM-STATUS.
            SELECT TIER-FILE ASSIGN TO "disctier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DT-TIER
            FILE STATUS IS WS-DT-STATUS.
            SELECT CUST-TIER-FILE ASSIGN TO "custtier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CTR-CUST
            FILE STATUS IS WS-CTR-STATUS.
            SELECT RECEIVABLE-FILE ASSIGN "receivables.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RCV-STATUS.
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
        FD SEQ-CKP-FILE.
        01 SEQ-CKP-REC.
            03 CKP-LAST-SEQ PIC 9(6).
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD STOCK-FILE.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
        FD PRICE-MASTER.
        01 PRICE-MASTER-REC.
            COPY "prcmast.cpy".
        FD TIER-FILE.
        01 TIER-REC.
            COPY "disctier.cpy".
        FD CUST-TIER-FILE.
        01 CUST-TIER-REC.
            COPY "custtier.cpy".
        FD RECEIVABLE-FILE.
        01 RECEIVABLE-REC.
            COPY "rcvitem.cpy".
        WORKING-STORAGE SECTION.
        01 REC0.
          03 A-COLOR PIC X(15) VALUE "black".
          03 WS-TOTAL  PIC 9(6)V99 VALUE 0.
          03 A-PAPER   PIC X(6) VALUE "A4".
          03 A-QTY     PIC S9(6) VALUE 0.
        01 WS-PAPER-TABLE.
            03 WS-PAPER-DEFAULT OCCURS 3 TIMES.
                05 WS-PP-TYPE  PIC X(6).
                05 WS-PP-QTY-ORDERED PIC 9(7).
                05 WS-PP-REORDER-POINT PIC 9(5).
        01 WS-PAPER-IDX   PIC 9.
        01 WS-DEFAULT-REORDER  PIC 9(5) VALUE 2000.
        01 WS-NEW-REORDER-POINT PIC 9(5).
        01 WS-ORDER-PRICE PIC 9(4)V99 VALUE 0.
        01 WS-ORDER-VALUE PIC 9(7)V99 VALUE 0.
        01 WS-LIST-PRICE  PIC 9(4)V99 VALUE 0.
        01 WS-LIST-VALUE  PIC 9(7)V99 VALUE 0.
        01 WS-DISC-PCT    PIC 9(2)V99 VALUE 0.
        01 WS-DISCOUNT-GIVEN PIC 9(8)V99 VALUE 0.
        01 WS-PM-STATUS     PIC XX.
        01 WS-PM-OPEN       PIC X VALUE "N".
        01 WS-DT-STATUS     PIC XX.
        01 WS-CTR-STATUS    PIC XX.
        01 WS-TIER-OPEN     PIC X VALUE "N".
        01 WS-CTR-OPEN      PIC X VALUE "N".
        01 WS-RCV-STATUS    PIC XX.
        01 WS-EXPOSURE      PIC S9(9)V99 VALUE 0.
        01 WS-CREDIT-ACTION PIC X VALUE "A".
        01 WS-HOLD-COUNT    PIC 9(4) VALUE 0.
        01 WS-REFUSED-COUNT PIC 9(4) VALUE 0.
        01 WS-QTY-THRESHOLD PIC S9(6) VALUE -1.
        01 WS-QTY-UPPER     PIC S9(6) VALUE 999.
        01 WS-QTY-VALID     PIC X.
        01 WS-PST-STATUS    PIC XX.
        01 WS-PST-OPEN      PIC X VALUE "N".
        01 WS-STOCK-EXCEPTIONS PIC 9(4) VALUE 0.
        01 WS-UNSHIPPED     PIC S9(9) VALUE 0.
        01 WS-AVAILABLE     PIC S9(9) VALUE 0.
        01 WS-PO-STATUS     PIC XX.
        01 WS-PO-OPEN       PIC X VALUE "N".
        01 WS-LAST-PO       PIC 9(6) VALUE 0.
        01 WS-PO-COVERED    PIC X.
        01 WS-LEAD-DAYS     PIC 9(3) VALUE 14.
        01 WS-POS-RAISED    PIC 9(4) VALUE 0.
        01 WS-CUST-COUNT    PIC 9(6) VALUE 0.
        01 WS-CUST-TABLE.
            03 WS-CT-ENTRY OCCURS 500 TIMES.
                05 WS-CT-NUM     PIC 9(6).
                05 WS-CT-STATUS  PIC X.
        01 WS-CT-IDX        PIC 9(3).
        01 WS-CUST-FOUND    PIC X.
        01 WS-ORDER-CUST    PIC 9(6) VALUE 0.
       	PROCEDURE DIVISION.
        AA-START.
        MOVE "A4    " TO WS-PP-TYPE(1).
        MOVE "A3    " TO WS-PP-TYPE(2).
        MOVE "LETTER" TO WS-PP-TYPE(3).
        MOVE 0 TO WS-PP-QTY-ORDERED(1) WS-PP-QTY-ORDERED(2)
            WS-PP-QTY-ORDERED(3).
        MOVE 5000 TO WS-PP-REORDER-POINT(1).
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            PERFORM CA-COUNT-CUSTOMERS THRU CA-EXIT.
            PERFORM CB-OPEN-STOCK-FILE.
            PERFORM CE-OPEN-PO-FILE THRU CE-EXIT.
            PERFORM CF-OPEN-PRICING.
            PERFORM CC-READ-SEQ-CHECKPOINT.
            OPEN I-O ORDER-FILE.
            IF WS-ORD-STATUS = "35"
                OPEN OUTPUT ORDER-FILE
                CLOSE ORDER-FILE
                OPEN I-O ORDER-FILE
            END-IF.
            IF WS-ORD-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN sc8orders.dat, STATUS "
                    WS-ORD-STATUS
                PERFORM CG-CLOSE-MASTERS
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        PARA-BRANCH.
		  DISPLAY "PLEASE ENTER THE COLOR (none TO END)".
          ACCEPT A-COLOR.
          IF A-COLOR = "none" GO TO PARA-END.
            MOVE 0 TO WS-LIST-PRICE WS-LIST-VALUE WS-DISC-PCT.
            MOVE "A" TO WS-CREDIT-ACTION.
        BE-CUST-EDIT.
            DISPLAY "PLEASE ENTER CUSTOMER NUMBER".
            ACCEPT WS-ORDER-CUST.
                UNTIL WS-CT-IDX > WS-CUST-COUNT
                IF WS-CT-NUM(WS-CT-IDX) = WS-ORDER-CUST
                    MOVE "Y" TO WS-CUST-FOUND
                    IF WS-CT-STATUS(WS-CT-IDX) = "I"
                        MOVE "I" TO WS-CUST-FOUND
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-CUST-FOUND = "N"
                DISPLAY "** UNKNOWN CUSTOMER NUMBER "
                    WS-ORDER-CUST " **"
                GO TO BE-CUST-EDIT.
            IF WS-CUST-FOUND = "I"
                DISPLAY "** CUSTOMER " WS-ORDER-CUST " IS INACTIVE, "
                    "NO ORDERS TAKEN **"
                GO TO BE-CUST-EDIT.
        BA-SIZE-EDIT.
		  DISPLAY "PLEASE ENTER THE SIZE (1-999)".
          ACCEPT A-SIZE.
		  DISPLAY "A-PAPER IS " A-PAPER.
		  DISPLAY "A-QTY IS " A-QTY.
          MOVE 0 TO WS-ORDER-PRICE.
          PERFORM DC-FIND-LIST-PRICE THRU DC-EXIT.
          IF WS-LIST-PRICE = 0
              DISPLAY "** UNKNOWN PAPER TYPE, NO PRICE AVAILABLE **"
              MOVE 0 TO WS-ORDER-VALUE
              PERFORM BD-WRITE-ORDER
          ELSE
              PERFORM DG-PRICE-ORDER THRU DG-EXIT.
        PARA-M.
		  DISPLAY "EXECUTING PARA-M".
		  DISPLAY "C-NUM = " C-NUM.
		  DISPLAY "B-TYPE = " B-TYPE.
          DISPLAY "WS-TOTAL = " WS-TOTAL.
          GO TO PARA-BRANCH.
      * A PRICED ORDER IS CHECKED AGAINST THE CUSTOMER'S CREDIT LIMIT
      * BEFORE ITS STOCK IS CHECKED: A REFUSED ORDER IS NOT WRITTEN AT
      * ALL, AND ONE CAPTURED ON CREDIT HOLD IS WRITTEN WITH STATUS H
      * FOR A SUPERVISOR TO RELEASE IN ORDSTAT.
        DG-PRICE-ORDER.
          PERFORM DD-FIND-DISCOUNT THRU DD-EXIT.
          COMPUTE WS-LIST-VALUE = WS-LIST-PRICE * A-QTY
              ON SIZE ERROR
                  DISPLAY "** ORDER VALUE OVERFLOW, CAPPING **"
                  MOVE 9999999.99 TO WS-LIST-VALUE
          END-COMPUTE.
          COMPUTE WS-ORDER-PRICE ROUNDED =
              WS-LIST-PRICE * (100 - WS-DISC-PCT) / 100.
          COMPUTE WS-ORDER-VALUE ROUNDED =
              WS-LIST-VALUE * (100 - WS-DISC-PCT) / 100.
          DISPLAY "LIST PRICE PER UNIT IS " WS-LIST-PRICE
              " LESS " WS-DISC-PCT "%".
          DISPLAY "PRICE PER UNIT IS " WS-ORDER-PRICE.
          DISPLAY "ORDER VALUE IS " WS-ORDER-VALUE.
          PERFORM DF-CHECK-CREDIT THRU DF-EXIT.
          IF WS-CREDIT-ACTION = "R"
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "** ORDER REFUSED ON CREDIT, NOT CAPTURED **"
              GO TO DG-EXIT.
          MOVE WS-DEFAULT-REORDER TO WS-NEW-REORDER-POINT.
          PERFORM VARYING WS-PAPER-IDX FROM 1 BY 1
              UNTIL WS-PAPER-IDX > 3
              IF A-PAPER = WS-PP-TYPE(WS-PAPER-IDX)
                  MOVE WS-PP-REORDER-POINT(WS-PAPER-IDX)
                      TO WS-NEW-REORDER-POINT
                  ADD A-QTY TO WS-PP-QTY-ORDERED(WS-PAPER-IDX)
              END-IF
          END-PERFORM.
          IF A-QTY > 0
              PERFORM DA-CHECK-STOCK THRU DA-EXIT
          END-IF.
          ADD WS-LIST-VALUE TO WS-DISCOUNT-GIVEN.
          SUBTRACT WS-ORDER-VALUE FROM WS-DISCOUNT-GIVEN.
          ADD WS-ORDER-VALUE TO WS-TOTAL.
          PERFORM BD-WRITE-ORDER.
        DG-EXIT.
            EXIT.
      * THE CUSTOMER'S EXPOSURE IS THIS ORDER PLUS EVERY ORDER NOT YET
      * INVOICED (OPEN, SHIPPED IN PART OR FULL, OR ON HOLD) AND THE
      * NET BALANCE OWED ON RECEIVABLES.DAT, AFTER THE CASH APPLIED
      * TO IT. NO LIMIT SET MEANS NO CHECK.
        DF-CHECK-CREDIT.
            MOVE "A" TO WS-CREDIT-ACTION.
            IF WS-CTR-OPEN NOT = "Y"
                GO TO DF-EXIT.
            MOVE WS-ORDER-CUST TO CTR-CUST.
            READ CUST-TIER-FILE
                INVALID KEY
                    GO TO DF-EXIT
            END-READ.
            IF CTR-CREDIT-LIMIT = 0
                GO TO DF-EXIT.
            MOVE WS-ORDER-VALUE TO WS-EXPOSURE.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY IS NOT LESS THAN OR-ORDNUM
                INVALID KEY
                    GO TO DF2-RECEIVABLES
            END-START.
        DF1-ORDER-NEXT.
            READ ORDER-FILE NEXT RECORD AT END GO TO DF2-RECEIVABLES.
            IF OR-CUST = WS-ORDER-CUST AND NOT OR-IS-INVOICED
                ADD OR-VALUE TO WS-EXPOSURE.
            GO TO DF1-ORDER-NEXT.
        DF2-RECEIVABLES.
            OPEN INPUT RECEIVABLE-FILE.
            IF WS-RCV-STATUS NOT = "00"
                GO TO DF4-COMPARE.
        DF3-RCV-NEXT.
            READ RECEIVABLE-FILE AT END GO TO DF3A-RCV-DONE.
            IF RCV-ACCOUNT NOT = WS-ORDER-CUST
                GO TO DF3-RCV-NEXT.
            SUBTRACT RCV-AMOUNT FROM WS-EXPOSURE.
            IF RCV-APPLIED IS NUMERIC
                SUBTRACT RCV-APPLIED FROM WS-EXPOSURE.
            GO TO DF3-RCV-NEXT.
        DF3A-RCV-DONE.
            CLOSE RECEIVABLE-FILE.
        DF4-COMPARE.
            IF WS-EXPOSURE NOT > CTR-CREDIT-LIMIT
                GO TO DF-EXIT.
            DISPLAY "** CREDIT LIMIT EXCEEDED ** CUSTOMER "
                WS-ORDER-CUST " LIMIT " CTR-CREDIT-LIMIT
                " OUTSTANDING WITH THIS ORDER " WS-EXPOSURE.
        DF5-ASK.
            DISPLAY "CAPTURE ON CREDIT HOLD (H) OR REFUSE (R)? ".
            ACCEPT WS-CREDIT-ACTION.
            IF WS-CREDIT-ACTION = "h"
                MOVE "H" TO WS-CREDIT-ACTION.
            IF WS-CREDIT-ACTION = "r"
                MOVE "R" TO WS-CREDIT-ACTION.
            IF WS-CREDIT-ACTION NOT = "H" AND WS-CREDIT-ACTION NOT = "R"
                GO TO DF5-ASK.
        DF-EXIT.
            EXIT.
        BD-WRITE-ORDER.
          ADD 1 TO WS-ORD-SEQ.
          MOVE WS-ORD-SEQ TO OR-ORDNUM.
          MOVE A-QTY TO OR-QTY.
          MOVE WS-ORDER-PRICE TO OR-PRICE.
          MOVE WS-ORDER-VALUE TO OR-VALUE.
            MOVE WS-LIST-PRICE TO OR-LIST-PRICE.
            MOVE WS-DISC-PCT TO OR-DISC-PCT.
            MOVE WS-LIST-VALUE TO OR-LIST-VALUE.
          MOVE B-TYPE TO OR-BTYPE.
          MOVE WS-TOTAL TO OR-TOTAL.
            MOVE WS-ORDER-CUST TO OR-CUST.
            MOVE WS-RUN-DATE TO OR-DATE.
          MOVE "O" TO OR-ORD-STATUS.
            IF WS-CREDIT-ACTION = "H"
                MOVE "H" TO OR-ORD-STATUS
                ADD 1 TO WS-HOLD-COUNT.
            MOVE SPACES TO OR-RELEASED-BY.
          MOVE 0 TO OR-SHIP-DATE.
          MOVE 0 TO OR-INV-DATE.
            MOVE 0 TO OR-INV-NUM.
            MOVE 0 TO OR-QTY-SHIPPED.
          MOVE FUNCTION CHAR(11) TO OR-LF.
          WRITE ORDER-REC
              INVALID KEY
                  DISPLAY "** DUPLICATE ORDER NUMBER " OR-ORDNUM
                      " **"
          END-WRITE.
            IF OR-IS-ON-HOLD
                DISPLAY "ORDER " OR-ORDNUM " CAPTURED ON CREDIT HOLD"
            ELSE
                DISPLAY "ORDER " OR-ORDNUM " CAPTURED AS OPEN"
            END-IF.
        CB-OPEN-STOCK-FILE.
            OPEN I-O STOCK-FILE.
            IF WS-PST-STATUS = "35"
                OPEN OUTPUT STOCK-FILE
                CLOSE STOCK-FILE
                OPEN I-O STOCK-FILE
                DISPLAY "** CANNOT OPEN PAPER STOCK FILE, STATUS "
                    WS-PST-STATUS ", STOCK NOT TRACKED **"
            END-IF.
      * STOCK IS DRAWN DOWN BY ORDSTAT AS EACH SHIPMENT GOES OUT, NOT
      * HERE. THE ORDER IS CHECKED AGAINST THE STOCK LEFT ONCE EVERY
      * ORDER OF THE TYPE STILL TO SHIP IS FILLED: WHAT CANNOT BE
      * FILLED WILL GO ON BACKORDER, AND A BALANCE AT OR BELOW THE
      * REORDER POINT RAISES THE REORDER AS BEFORE.
        DA-CHECK-STOCK.
            IF WS-PST-OPEN NOT = "Y"
                GO TO DA-EXIT.
            MOVE 0 TO WS-UNSHIPPED.
            MOVE 0 TO OR-ORDNUM.
            START ORDER-FILE KEY IS NOT LESS THAN OR-ORDNUM
                INVALID KEY
                    GO TO DA2-STOCK
            END-START.
        DA1-ORDER-NEXT.
            READ ORDER-FILE NEXT RECORD AT END GO TO DA2-STOCK.
            IF OR-PAPER = A-PAPER AND OR-QTY > 0
               AND (OR-IS-OPEN OR OR-IS-PART-SHIPPED OR OR-IS-ON-HOLD)
                ADD OR-QTY TO WS-UNSHIPPED
                SUBTRACT OR-QTY-SHIPPED FROM WS-UNSHIPPED.
            GO TO DA1-ORDER-NEXT.
        DA2-STOCK.
            MOVE A-PAPER TO PST-TYPE.
            READ STOCK-FILE
                INVALID KEY
                    MOVE A-PAPER TO PST-TYPE
                    MOVE 0 TO PST-ON-HAND
                    MOVE WS-NEW-REORDER-POINT TO PST-REORDER-POINT
                    MOVE SPACES TO PST-VEND-CODE
                    MOVE 0 TO PST-REORDER-QTY
                    MOVE 0 TO PST-LAST-COST
                    MOVE 0 TO PST-AVG-COST
                    WRITE STOCK-REC
            END-READ.
            COMPUTE WS-AVAILABLE = PST-ON-HAND - WS-UNSHIPPED.
            IF A-QTY > WS-AVAILABLE
                ADD 1 TO WS-STOCK-EXCEPTIONS
                DISPLAY "** STOCK EXCEPTION ** ORDER FOR " A-QTY
                    " " A-PAPER " EXCEEDS STOCK AVAILABLE "
                    WS-AVAILABLE ", BALANCE WILL BE BACKORDERED"
            END-IF.
            SUBTRACT A-QTY FROM WS-AVAILABLE.
            DISPLAY "PAPER " A-PAPER " ON HAND " PST-ON-HAND
                " AVAILABLE AFTER THIS ORDER " WS-AVAILABLE.
            IF WS-AVAILABLE <= PST-REORDER-POINT
                DISPLAY "** REORDER ALERT ** PAPER " A-PAPER
                    " AVAILABLE " WS-AVAILABLE
                    " IS AT OR BELOW REORDER POINT "
                    PST-REORDER-POINT
                PERFORM DB-RAISE-REORDER-PO THRU DB-EXIT
            END-IF.
        DA-EXIT.
            EXIT.
      * A REORDER ALERT RAISES A PO ON PURCHORD.DAT FOR THE PAPER
      * TYPE'S SUPPLIER, REORDER QUANTITY (THE REORDER POINT IF NONE
      * IS SET) AND LAST COST, AS STKRCPT LAST RECORDED THEM, DUE IN
      * THE STANDARD LEAD TIME. NO PO IS RAISED WHILE ANOTHER IS STILL
      * OPEN FOR THE TYPE, OR FOR A TYPE NEVER YET RECEIVED FROM A
      * SUPPLIER; THAT ONE IS RAISED BY HAND IN POMAINT.
        DB-RAISE-REORDER-PO.
            IF WS-PO-OPEN NOT = "Y"
                GO TO DB-EXIT.
            MOVE "N" TO WS-PO-COVERED.
            MOVE LOW-VALUES TO PO-KEY.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO DB2-RAISE
            END-START.
        DB1-PO-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO DB2-RAISE.
            IF PO-PAPER = A-PAPER AND PO-IS-OUTSTANDING
                MOVE "Y" TO WS-PO-COVERED
                DISPLAY "PO " PO-NUMBER " LINE " PO-LINE
                    " IS ALREADY OPEN FOR PAPER " A-PAPER
                GO TO DB-EXIT.
            GO TO DB1-PO-NEXT.
        DB2-RAISE.
            IF PST-VEND-CODE = SPACES
                DISPLAY "** NO SUPPLIER ON FILE FOR PAPER " A-PAPER
                    ", RAISE THE PO IN POMAINT **"
                GO TO DB-EXIT.
            MOVE SPACES TO PO-REC.
            ADD 1 TO WS-LAST-PO.
            MOVE WS-LAST-PO TO PO-NUMBER.
            MOVE 1 TO PO-LINE.
            MOVE PST-VEND-CODE TO PO-VEND-CODE.
            MOVE A-PAPER TO PO-PAPER.
            IF PST-REORDER-QTY > 0
                MOVE PST-REORDER-QTY TO PO-QTY-ORDERED
            ELSE
                MOVE PST-REORDER-POINT TO PO-QTY-ORDERED
            END-IF.
            MOVE 0 TO PO-QTY-RECEIVED.
            MOVE 0 TO PO-QTY-INVOICED.
            MOVE PST-LAST-COST TO PO-PRICE.
            MOVE WS-RUN-DATE TO PO-ORDER-DATE.
            COMPUTE PO-DUE-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + WS-LEAD-DAYS).
            MOVE 0 TO PO-LAST-RECEIPT.
            MOVE "O" TO PO-STATUS.
            MOVE "A" TO PO-SOURCE.
            WRITE PO-REC
                INVALID KEY
                    DISPLAY "** DUPLICATE PO NUMBER " PO-NUMBER " **"
                    GO TO DB-EXIT
            END-WRITE.
            ADD 1 TO WS-POS-RAISED.
            DISPLAY "PO " PO-NUMBER " RAISED FOR " PO-QTY-ORDERED " "
                A-PAPER " FROM " PO-VEND-CODE " DUE " PO-DUE-DATE.
        DB-EXIT.
            EXIT.
        CC-READ-SEQ-CHECKPOINT.
            OPEN INPUT SEQ-CKP-FILE.
            IF WS-SEQCKP-STATUS = "00"
                WRITE SEQ-CKP-REC
                CLOSE SEQ-CKP-FILE
            END-IF.
        CE-OPEN-PO-FILE.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS NOT = "00"
                OPEN OUTPUT PO-FILE
                CLOSE PO-FILE
                OPEN I-O PO-FILE
            END-IF.
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN PURCHASE ORDER FILE, STATUS "
                    WS-PO-STATUS ", NO POS RAISED **"
                GO TO CE-EXIT.
            MOVE "Y" TO WS-PO-OPEN.
            MOVE LOW-VALUES TO PO-KEY.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO CE-EXIT
            END-START.
        CE1-PO-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO CE-EXIT.
            MOVE PO-NUMBER TO WS-LAST-PO.
            GO TO CE1-PO-NEXT.
        CE-EXIT.
            EXIT.
      * THE PRICE MASTER, DISCOUNT TIERS AND CUSTOMER TERMS ARE READ
      * ONLY HERE; THEY ARE KEPT BY PRCMAINT AND TIERMNT. WITHOUT THE
      * PRICE MASTER NO ORDER CAN BE PRICED; WITHOUT THE TIERS EVERY
      * CUSTOMER PAYS LIST PRICE, AND WITHOUT THE CUSTOMER TERMS NO
      * CREDIT LIMIT IS CHECKED.
        CF-OPEN-PRICING.
            OPEN INPUT PRICE-MASTER.
            IF WS-PM-STATUS = "00"
                MOVE "Y" TO WS-PM-OPEN
            ELSE
                DISPLAY "** NO PRICE MASTER, STATUS " WS-PM-STATUS
                    ", ORDERS CANNOT BE PRICED **"
            END-IF.
            OPEN INPUT CUST-TIER-FILE.
            IF WS-CTR-STATUS = "00"
                MOVE "Y" TO WS-CTR-OPEN
                OPEN INPUT TIER-FILE
                IF WS-DT-STATUS = "00"
                    MOVE "Y" TO WS-TIER-OPEN
                END-IF
            END-IF.
            IF WS-TIER-OPEN NOT = "Y"
                DISPLAY "NO CUSTOMER DISCOUNT TIERS, LIST PRICE "
                    "APPLIES".
            IF WS-CTR-OPEN NOT = "Y"
                DISPLAY "NO CUSTOMER TERMS FILE, CREDIT LIMITS NOT "
                    "CHECKED".
      * THE LIST PRICE IN FORCE ON THE ORDER DATE IS THE ONE WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER IT. WS-LIST-PRICE IS LEFT ZERO
      * IF THE PAPER HAS NO PRICE IN FORCE.
        DC-FIND-LIST-PRICE.
            MOVE 0 TO WS-LIST-PRICE.
            IF WS-PM-OPEN NOT = "Y"
                GO TO DC-EXIT.
            MOVE A-PAPER TO PM-PAPER.
            MOVE 0 TO PM-EFF-DATE.
            START PRICE-MASTER KEY IS NOT LESS THAN PM-KEY
                INVALID KEY
                    GO TO DC-EXIT
            END-START.
        DC1-PRICE-NEXT.
            READ PRICE-MASTER NEXT RECORD AT END GO TO DC-EXIT.
            IF PM-PAPER NOT = A-PAPER OR PM-EFF-DATE > WS-RUN-DATE
                GO TO DC-EXIT.
            MOVE PM-LIST-PRICE TO WS-LIST-PRICE.
            GO TO DC1-PRICE-NEXT.
        DC-EXIT.
            EXIT.
      * THE CUSTOMER'S DISCOUNT IS THE PERCENTAGE OF THE TIER IT IS
      * PLACED IN ON CUSTTIER.DAT; NONE IF IT IS NOT PLACED IN ONE.
        DD-FIND-DISCOUNT.
            MOVE 0 TO WS-DISC-PCT.
            IF WS-TIER-OPEN NOT = "Y"
                GO TO DD-EXIT.
            MOVE WS-ORDER-CUST TO CTR-CUST.
            READ CUST-TIER-FILE
                INVALID KEY
                    GO TO DD-EXIT
            END-READ.
            IF CTR-NO-TIER
                GO TO DD-EXIT.
            MOVE CTR-TIER TO DT-TIER.
            READ TIER-FILE
                INVALID KEY
                    DISPLAY "** TIER " CTR-TIER " OF CUSTOMER "
                        WS-ORDER-CUST " NOT ON FILE, LIST PRICE **"
                    GO TO DD-EXIT
            END-READ.
            MOVE DT-PERCENT TO WS-DISC-PCT.
        DD-EXIT.
            EXIT.
        CA-COUNT-CUSTOMERS.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS NOT = "00"
            ELSE
                ADD 1 TO WS-CUST-COUNT
                MOVE CUST-NUM TO WS-CT-NUM(WS-CUST-COUNT)
                MOVE CUST-STATUS TO WS-CT-STATUS(WS-CUST-COUNT)
            END-IF.
            GO TO CA1-CUST-READ.
        CA2-CUST-DONE.
        PARA-END.
            DISPLAY "STOCK EXCEPTIONS THIS SESSION: "
                WS-STOCK-EXCEPTIONS.
            DISPLAY "PURCHASE ORDERS RAISED THIS SESSION: "
                WS-POS-RAISED.
            DISPLAY "CUSTOMER DISCOUNT GIVEN THIS SESSION: "
                WS-DISCOUNT-GIVEN.
            DISPLAY "ORDERS CAPTURED ON CREDIT HOLD: " WS-HOLD-COUNT.
            DISPLAY "ORDERS REFUSED ON CREDIT: " WS-REFUSED-COUNT.
          DISPLAY "PROGRAM IS ENDED: EXITING".
            PERFORM CG-CLOSE-MASTERS.
          CLOSE ORDER-FILE.
          PERFORM CD-WRITE-SEQ-CHECKPOINT.
		STOP RUN.
        CG-CLOSE-MASTERS.
            IF WS-PST-OPEN = "Y"
                CLOSE STOCK-FILE
            END-IF.
            IF WS-PO-OPEN = "Y"
                CLOSE PO-FILE
            END-IF.
            IF WS-PM-OPEN = "Y"
                CLOSE PRICE-MASTER
            END-IF.
            IF WS-TIER-OPEN = "Y"
                CLOSE TIER-FILE
            END-IF.
            IF WS-CTR-OPEN = "Y"
                CLOSE CUST-TIER-FILE
            END-IF.

