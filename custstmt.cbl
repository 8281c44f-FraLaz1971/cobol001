      * THIS PROGRAM LISTS EACH CUSTOMER'S SC8 ORDERS AND TOTAL ORDER
      * VALUE FOR A REQUESTED DATE RANGE, FROM THE CUSTOMER NUMBER
      * AND ORDER DATE NOW CARRIED ON SC8ORDERS.DAT, SO BILLING CAN
      * COME STRAIGHT FROM THE SYSTEM. EACH ORDER SHOWS THE LIST PRICE
      * AGAINST THE PRICE CHARGED AFTER THE CUSTOMER'S DISCOUNT, AND
      * EACH CUSTOMER'S TOTAL THE VALUE AT LIST AGAINST THAT CHARGED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
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
        01 WS-ORD-STATUS       PIC XX.
                05 WS-CS-CUST   PIC 9(6).
                05 WS-CS-COUNT  PIC 9(5).
                05 WS-CS-VALUE  PIC 9(9)V99.
                05 WS-CS-LIST   PIC 9(9)V99.
        01 WS-CUST-COUNT       PIC 9(3) VALUE 0.
        01 WS-CS-IDX           PIC 9(3).
        01 WS-CS-FOUND         PIC X.
                " DATE " OR-DATE " PAPER " OR-PAPER
                " QTY " OR-QTY " VALUE " OR-VALUE
                " STATUS " OR-ORD-STATUS.
            DISPLAY "    LIST PRICE " OR-LIST-PRICE " LESS "
                OR-DISC-PCT "% CHARGED " OR-PRICE
                " VALUE AT LIST " OR-LIST-VALUE.
            PERFORM DA-ACCUM-CUSTOMER.
            GO TO BB-READ.
        DA-ACCUM-CUSTOMER.
                IF WS-CS-CUST(WS-CS-IDX) = OR-CUST
                    ADD 1 TO WS-CS-COUNT(WS-CS-IDX)
                    ADD OR-VALUE TO WS-CS-VALUE(WS-CS-IDX)
                    ADD OR-LIST-VALUE TO WS-CS-LIST(WS-CS-IDX)
                    MOVE "Y" TO WS-CS-FOUND
                END-IF
            END-PERFORM.
                    MOVE OR-CUST TO WS-CS-CUST(WS-CUST-COUNT)
                    MOVE 1 TO WS-CS-COUNT(WS-CUST-COUNT)
                    MOVE OR-VALUE TO WS-CS-VALUE(WS-CUST-COUNT)
                    MOVE OR-LIST-VALUE TO WS-CS-LIST(WS-CUST-COUNT)
                END-IF
            END-IF.
        CC-SUMMARY.
                DISPLAY "CUSTOMER " WS-CS-CUST(WS-CS-IDX)
                    " ORDERS " WS-CS-COUNT(WS-CS-IDX)
                    " TOTAL VALUE " WS-CS-VALUE(WS-CS-IDX)
                    " AT LIST " WS-CS-LIST(WS-CS-IDX)
            END-PERFORM.
            DISPLAY "ORDER RECORDS READ: " WS-RECORDS-READ.
            CLOSE ORDER-FILE.
