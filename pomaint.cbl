        IDENTIFICATION DIVISION.
        PROGRAM-ID. POMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE PURCHASE-ORDER FILE PURCHORD.DAT,
      * KEYED BY PO NUMBER AND LINE. AN OPERATOR CAN RAISE A NEW PO OR
      * ADD A LINE TO AN OPEN ONE, CHANGE THE QUANTITY, PRICE OR DUE
      * DATE OF A LINE NOT YET RECEIVED IN FULL, CANCEL A LINE (ONE
      * ALREADY PART RECEIVED IS CLOSED SHORT INSTEAD) AND LIST ONE PO
      * OR THEM ALL. THE SUPPLIER MUST BE AN ACTIVE VENDOR ON
      * VENDMAST.DAT. SC8 RAISES POS ON THIS FILE ITSELF WHEN A PAPER
      * TYPE FALLS TO ITS REORDER POINT, AND STKRCPT RECEIVES AGAINST
      * THEM.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PO-FILE
            ASSIGN TO "purchord.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-KEY
            FILE STATUS IS WS-PO-STATUS.
            SELECT VENDOR-MASTER ASSIGN TO "vendmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS VM-CODE
            FILE STATUS IS WS-VM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
        FD VENDOR-MASTER.
        01 VENDOR-MASTER-REC.
            03 VM-CODE             PIC X(6).
            03 VM-NAME             PIC X(20).
            03 VM-TERMS-DAYS       PIC 9(3).
            03 VM-ACTIVE           PIC X.
                88 VM-IS-ACTIVE       VALUE "Y".
            03 VM-TAX-ID           PIC X(11).
            03 VM-REPORTABLE       PIC X.
        WORKING-STORAGE SECTION.
        01 WS-PO-STATUS           PIC XX.
        01 WS-VM-STATUS           PIC XX.
        01 WS-VM-OPEN             PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-PO            PIC 9(6).
        01 WS-MAINT-LINE          PIC 9(2).
        01 WS-TODAY               PIC 9(8).
        01 WS-LEAD-DAYS           PIC 9(3) VALUE 14.
        01 WS-LAST-PO             PIC 9(6) VALUE 0.
        01 WS-LAST-LINE           PIC 9(2).
        01 WS-PO-VENDOR           PIC X(6).
        01 WS-WORK-VENDOR         PIC X(6).
        01 WS-WORK-PAPER          PIC X(6).
        01 WS-WORK-QTY            PIC 9(7).
        01 WS-WORK-PRICE          PIC 9(4)V99.
        01 WS-WORK-DATE           PIC 9(8).
        01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
            03 WS-WORK-YEAR       PIC 9(4).
            03 WS-WORK-MONTH      PIC 99.
            03 WS-WORK-DAY        PIC 99.
        01 WS-DATE-OK             PIC X.
        01 WS-CHANGE-MODE         PIC X VALUE "N".
        01 WS-CONFIRM             PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS NOT = "00"
                OPEN OUTPUT PO-FILE
                CLOSE PO-FILE
                OPEN I-O PO-FILE
            END-IF.
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN purchord.dat, STATUS "
                    WS-PO-STATUS
                STOP RUN.
            OPEN INPUT VENDOR-MASTER.
            IF WS-VM-STATUS = "00"
                MOVE "Y" TO WS-VM-OPEN
            ELSE
                DISPLAY "NO VENDOR MASTER, SUPPLIERS NOT VALIDATED"
            END-IF.
            PERFORM BA-FIND-LAST-PO THRU BA-EXIT.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), CANCEL (X), LIST (L) OR "
                "STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "A" OR WS-MAINT-ACTION = "a"
                PERFORM EA-ADD-LINE THRU EA-EXIT
                GO TO BB-MAINTAIN.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-ORDERS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            IF WS-MAINT-ACTION NOT = "C" AND WS-MAINT-ACTION NOT = "c"
               AND WS-MAINT-ACTION NOT = "X"
               AND WS-MAINT-ACTION NOT = "x"
                DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER PO NUMBER: ".
            ACCEPT WS-MAINT-PO.
            DISPLAY "ENTER PO LINE: ".
            ACCEPT WS-MAINT-LINE.
            IF WS-MAINT-PO NOT NUMERIC OR WS-MAINT-LINE NOT NUMERIC
                DISPLAY "** PO NUMBER AND LINE MUST BE NUMERIC **"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-PO TO PO-NUMBER.
            MOVE WS-MAINT-LINE TO PO-LINE.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "NO PO " WS-MAINT-PO " LINE " WS-MAINT-LINE
                    GO TO BB-MAINTAIN
            END-READ.
            IF NOT PO-IS-OUTSTANDING
                DISPLAY "** PO " PO-NUMBER " LINE " PO-LINE
                    " IS NO LONGER OPEN, STATUS " PO-STATUS " **"
                GO TO BB-MAINTAIN.
            IF WS-MAINT-ACTION = "C" OR WS-MAINT-ACTION = "c"
                PERFORM EB-CHANGE-LINE THRU EB-EXIT
            ELSE
                PERFORM EC-CANCEL-LINE THRU EC-EXIT
            END-IF.
            GO TO BB-MAINTAIN.
      * NEW PO NUMBERS CARRY ON FROM THE HIGHEST ON FILE, WHETHER IT
      * WAS KEYED HERE OR RAISED BY SC8.
        BA-FIND-LAST-PO.
            MOVE 0 TO WS-LAST-PO.
            MOVE LOW-VALUES TO PO-KEY.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO BA-EXIT
            END-START.
        BA1-PO-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO BA-EXIT.
            MOVE PO-NUMBER TO WS-LAST-PO.
            GO TO BA1-PO-NEXT.
        BA-EXIT.
            EXIT.
      * THE LAST LINE OF THE PO IN WS-MAINT-PO, 0 IF IT HAS NONE; THE
      * SUPPLIER OF ITS LINES IS LEFT IN WS-PO-VENDOR.
        BC-FIND-LAST-LINE.
            MOVE 0 TO WS-LAST-LINE.
            MOVE SPACES TO WS-PO-VENDOR.
            MOVE WS-MAINT-PO TO PO-NUMBER.
            MOVE 0 TO PO-LINE.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO BC-EXIT
            END-START.
        BC1-LINE-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO BC-EXIT.
            IF PO-NUMBER NOT = WS-MAINT-PO
                GO TO BC-EXIT.
            MOVE PO-LINE TO WS-LAST-LINE.
            MOVE PO-VEND-CODE TO WS-PO-VENDOR.
            GO TO BC1-LINE-NEXT.
        BC-EXIT.
            EXIT.
        DB-LIST-ORDERS.
            DISPLAY "ENTER PO NUMBER (0 = ALL): ".
            ACCEPT WS-MAINT-PO.
            IF WS-MAINT-PO NOT NUMERIC
                MOVE 0 TO WS-MAINT-PO.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE WS-MAINT-PO TO PO-NUMBER.
            MOVE 0 TO PO-LINE.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO DB2-LIST-DONE
            END-START.
        DB1-LIST-NEXT.
            READ PO-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            IF WS-MAINT-PO NOT = 0 AND PO-NUMBER NOT = WS-MAINT-PO
                GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY PO-NUMBER "/" PO-LINE " " PO-VEND-CODE " "
                PO-PAPER " ORDERED " PO-QTY-ORDERED " RECEIVED "
                PO-QTY-RECEIVED " PRICE " PO-PRICE " DUE "
                PO-DUE-DATE " STATUS " PO-STATUS " SOURCE " PO-SOURCE.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "PO LINES LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
      * PO NUMBER 0 RAISES A NEW PO FOR A SUPPLIER; AN EXISTING PO
      * NUMBER ADDS THE NEXT LINE TO IT FOR THE SAME SUPPLIER.
        EA-ADD-LINE.
            MOVE "N" TO WS-CHANGE-MODE.
            DISPLAY "ENTER PO NUMBER (0 = NEW PO): ".
            ACCEPT WS-MAINT-PO.
            IF WS-MAINT-PO NOT NUMERIC
                DISPLAY "** PO NUMBER MUST BE NUMERIC **"
                GO TO EA-EXIT.
            IF WS-MAINT-PO = 0
                GO TO EA1-NEW-PO.
            PERFORM BC-FIND-LAST-LINE THRU BC-EXIT.
            IF WS-LAST-LINE = 0
                DISPLAY "NO PO " WS-MAINT-PO
                GO TO EA-EXIT.
            IF WS-LAST-LINE >= 99
                DISPLAY "** PO " WS-MAINT-PO " ALREADY HAS 99 LINES **"
                GO TO EA-EXIT.
            MOVE WS-PO-VENDOR TO WS-WORK-VENDOR.
            DISPLAY "ADDING A LINE TO PO " WS-MAINT-PO " FOR SUPPLIER "
                WS-WORK-VENDOR.
            GO TO EA2-LINE-DETAIL.
        EA1-NEW-PO.
            PERFORM ED-ACCEPT-VENDOR THRU ED-EXIT.
            ADD 1 TO WS-LAST-PO.
            MOVE WS-LAST-PO TO WS-MAINT-PO.
            MOVE 0 TO WS-LAST-LINE.
        EA2-LINE-DETAIL.
            MOVE SPACES TO PO-REC.
            MOVE WS-MAINT-PO TO PO-NUMBER.
            COMPUTE PO-LINE = WS-LAST-LINE + 1.
            MOVE WS-WORK-VENDOR TO PO-VEND-CODE.
        EA3-ACCEPT-PAPER.
            DISPLAY "ENTER PAPER TYPE: ".
            MOVE SPACES TO WS-WORK-PAPER.
            ACCEPT WS-WORK-PAPER.
            IF WS-WORK-PAPER = SPACES
                DISPLAY "** PAPER TYPE MUST NOT BE BLANK **"
                GO TO EA3-ACCEPT-PAPER.
            MOVE WS-WORK-PAPER TO PO-PAPER.
            MOVE 0 TO PO-QTY-RECEIVED.
            MOVE 0 TO PO-QTY-INVOICED.
            MOVE 0 TO PO-QTY-ORDERED.
            PERFORM EE-ACCEPT-TERMS THRU EE-EXIT.
            MOVE WS-TODAY TO PO-ORDER-DATE.
            MOVE 0 TO PO-LAST-RECEIPT.
            MOVE "O" TO PO-STATUS.
            MOVE "M" TO PO-SOURCE.
            WRITE PO-REC
                INVALID KEY
                    DISPLAY "** PO " PO-NUMBER " LINE " PO-LINE
                        " IS ALREADY ON FILE **"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "PO " PO-NUMBER " LINE " PO-LINE " RAISED: "
                PO-QTY-ORDERED " " PO-PAPER " FROM " PO-VEND-CODE
                " DUE " PO-DUE-DATE.
        EA-EXIT.
            EXIT.
        EB-CHANGE-LINE.
            DISPLAY "CURRENT: " PO-VEND-CODE " " PO-PAPER " ORDERED "
                PO-QTY-ORDERED " RECEIVED " PO-QTY-RECEIVED " PRICE "
                PO-PRICE " DUE " PO-DUE-DATE.
            MOVE "Y" TO WS-CHANGE-MODE.
            PERFORM EE-ACCEPT-TERMS THRU EE-EXIT.
            IF PO-QTY-RECEIVED = PO-QTY-ORDERED
                MOVE "C" TO PO-STATUS.
            REWRITE PO-REC
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE PO " WS-MAINT-PO
                        " LINE " WS-MAINT-LINE
                NOT INVALID KEY
                    DISPLAY "PO " WS-MAINT-PO " LINE " WS-MAINT-LINE
                        " UPDATED, STATUS " PO-STATUS
            END-REWRITE.
        EB-EXIT.
            EXIT.
      * A LINE NOTHING HAS BEEN RECEIVED AGAINST IS CANCELLED; ONE
      * ALREADY PART RECEIVED IS CLOSED SHORT SO THE RECEIPTS STAND.
        EC-CANCEL-LINE.
            IF PO-QTY-RECEIVED = 0
                DISPLAY "CANCEL PO " PO-NUMBER " LINE " PO-LINE " "
                    PO-QTY-ORDERED " " PO-PAPER "? (Y/N): "
            ELSE
                DISPLAY "PO " PO-NUMBER " LINE " PO-LINE " HAS "
                    PO-QTY-RECEIVED " OF " PO-QTY-ORDERED
                    " RECEIVED. CLOSE IT SHORT? (Y/N): "
            END-IF.
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PO LINE NOT CHANGED"
                GO TO EC-EXIT.
            IF PO-QTY-RECEIVED = 0
                MOVE "X" TO PO-STATUS
            ELSE
                MOVE "C" TO PO-STATUS
            END-IF.
            REWRITE PO-REC
                INVALID KEY
                    DISPLAY "** COULD NOT UPDATE PO " WS-MAINT-PO
                        " LINE " WS-MAINT-LINE " **"
                    GO TO EC-EXIT
            END-REWRITE.
            DISPLAY "PO " WS-MAINT-PO " LINE " WS-MAINT-LINE
                " NOW STATUS " PO-STATUS.
        EC-EXIT.
            EXIT.
        ED-ACCEPT-VENDOR.
            DISPLAY "ENTER SUPPLIER VENDOR CODE: ".
            MOVE SPACES TO WS-WORK-VENDOR.
            ACCEPT WS-WORK-VENDOR.
            IF WS-WORK-VENDOR = SPACES
                DISPLAY "** SUPPLIER MUST NOT BE BLANK **"
                GO TO ED-ACCEPT-VENDOR.
            IF WS-VM-OPEN NOT = "Y"
                GO TO ED-EXIT.
            MOVE WS-WORK-VENDOR TO VM-CODE.
            READ VENDOR-MASTER
                INVALID KEY
                    DISPLAY "** VENDOR " WS-WORK-VENDOR " IS NOT ON "
                        "THE VENDOR MASTER **"
                    GO TO ED-ACCEPT-VENDOR
            END-READ.
            IF NOT VM-IS-ACTIVE
                DISPLAY "** VENDOR " WS-WORK-VENDOR " IS INACTIVE **"
                GO TO ED-ACCEPT-VENDOR.
            DISPLAY "SUPPLIER: " VM-NAME.
        ED-EXIT.
            EXIT.
      * ON A CHANGE, 0 KEEPS THE CURRENT VALUE; THE QUANTITY ORDERED
      * MAY NOT BE CUT BELOW WHAT HAS ALREADY BEEN RECEIVED.
        EE-ACCEPT-TERMS.
            IF WS-CHANGE-MODE = "Y"
                DISPLAY "ENTER QUANTITY ORDERED (0 = NO CHANGE): "
            ELSE
                DISPLAY "ENTER QUANTITY ORDERED: ".
            ACCEPT WS-WORK-QTY.
            IF WS-WORK-QTY NOT NUMERIC
                DISPLAY "** QUANTITY MUST BE NUMERIC **"
                GO TO EE-ACCEPT-TERMS.
            IF WS-WORK-QTY = 0 AND WS-CHANGE-MODE = "N"
                DISPLAY "** QUANTITY MUST BE GREATER THAN ZERO **"
                GO TO EE-ACCEPT-TERMS.
            IF WS-WORK-QTY > 0 AND WS-WORK-QTY < PO-QTY-RECEIVED
                DISPLAY "** " PO-QTY-RECEIVED " HAVE ALREADY BEEN "
                    "RECEIVED **"
                GO TO EE-ACCEPT-TERMS.
            IF WS-WORK-QTY > 0
                MOVE WS-WORK-QTY TO PO-QTY-ORDERED.
        EE1-ACCEPT-PRICE.
            IF WS-CHANGE-MODE = "Y"
                DISPLAY "ENTER UNIT PRICE (0 = NO CHANGE): "
            ELSE
                DISPLAY "ENTER UNIT PRICE: ".
            ACCEPT WS-WORK-PRICE.
            IF WS-WORK-PRICE NOT NUMERIC
                DISPLAY "** PRICE MUST BE NUMERIC **"
                GO TO EE1-ACCEPT-PRICE.
            IF WS-WORK-PRICE = 0 AND WS-CHANGE-MODE = "N"
                DISPLAY "** PRICE MUST BE GREATER THAN ZERO **"
                GO TO EE1-ACCEPT-PRICE.
            IF WS-WORK-PRICE > 0
                MOVE WS-WORK-PRICE TO PO-PRICE.
        EE2-ACCEPT-DUE.
            IF WS-CHANGE-MODE = "Y"
                DISPLAY "ENTER DELIVERY DUE DATE YYYYMMDD "
                    "(0 = NO CHANGE): "
            ELSE
                DISPLAY "ENTER DELIVERY DUE DATE YYYYMMDD (0 = IN "
                    WS-LEAD-DAYS " DAYS): ".
            ACCEPT WS-WORK-DATE.
            IF WS-WORK-DATE IS NUMERIC AND WS-WORK-DATE = 0
                IF WS-CHANGE-MODE = "N"
                    COMPUTE PO-DUE-DATE = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-TODAY)
                        + WS-LEAD-DAYS)
                END-IF
                GO TO EE-EXIT.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO EE2-ACCEPT-DUE.
            MOVE WS-WORK-DATE TO PO-DUE-DATE.
        EE-EXIT.
            EXIT.
        EF-CHECK-DATE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-WORK-DATE NOT NUMERIC
                OR WS-WORK-YEAR < 1900
                OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-WORK-DATE " IS NOT A VALID DATE **"
            END-IF.
        EF-EXIT.
            EXIT.
        CC-END.
            CLOSE PO-FILE.
            IF WS-VM-OPEN = "Y"
                CLOSE VENDOR-MASTER.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
