        IDENTIFICATION DIVISION.
        PROGRAM-ID. ORDCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME RECORD-LAYOUT CONVERSION OF SC8ORDERS.DAT: THE
      * ORIGINAL 99-BYTE ORDER RECORD KEEPS ITS FIRST 98 BYTES, UP TO
      * THE INVOICE DATE, AND GAINS THE LIST PRICE, THE CUSTOMER
      * DISCOUNT PERCENT AND THE VALUE AT LIST PRICE, THE INVOICE
      * NUMBER ORDSTAT GIVES THE ORDER WHEN IT IS INVOICED, THE
      * SUPERVISOR WHO RELEASED IT FROM CREDIT HOLD AND THE QUANTITY
      * SHIPPED TO DATE, AHEAD OF THE LAST BYTE. ORDERS TAKEN BEFORE
      * THE PRICE MASTER WERE CHARGED AT LIST, SO THE LIST PRICE AND
      * VALUE ARE CARRIED FROM THE PRICE AND VALUE CHARGED, THE
      * DISCOUNT AND INVOICE NUMBER AS ZERO AND THE RELEASER AS BLANK.
      * AN ORDER ALREADY SHIPPED OR INVOICED WAS SHIPPED IN FULL; AN
      * OPEN ONE HAS SHIPPED NOTHING YET. THE FILE IS UNLOADED TO A
      * WORK FILE UNDER THE OLD LAYOUT, REBUILT UNDER THE NEW LAYOUT,
      * AND THE RECORD COUNTS BEFORE AND AFTER ARE PROVED EQUAL, AS
      * LAYCONV DOES. RUN THIS ONCE, AFTER TAKING A COPY OF THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-ORDER ASSIGN "sc8orders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OOR-ORDNUM
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-ORDER ASSIGN "sc8orders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NOR-ORDNUM
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "ordconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-ORDER.
        01 OLD-ORDER-REC.
            03 OOR-ORDNUM          PIC 9(6).
            03 FILLER              PIC X(93).
        FD NEW-ORDER.
        01 NEW-ORDER-REC.
            03 NOR-ORDNUM          PIC 9(6).
            03 NOR-COLOR           PIC X(15).
            03 NOR-SIZE            PIC 9(3).
            03 NOR-NUM             PIC 9(3).
            03 NOR-PAPER           PIC X(6).
            03 NOR-QTY             PIC S9(6).
            03 NOR-PRICE           PIC 9(4)V99.
            03 NOR-VALUE           PIC 9(7)V99.
            03 NOR-BTYPE           PIC X(5).
            03 NOR-TOTAL           PIC 9(6)V99.
            03 NOR-CUST            PIC 9(6).
            03 NOR-DATE            PIC 9(8).
            03 NOR-ORD-STATUS      PIC X.
                88 NOR-IS-OPEN     VALUE "O".
            03 NOR-SHIP-DATE       PIC 9(8).
            03 NOR-INV-DATE        PIC 9(8).
            03 NOR-LIST-PRICE      PIC 9(4)V99.
            03 NOR-DISC-PCT        PIC 9(2)V99.
            03 NOR-LIST-VALUE      PIC 9(7)V99.
            03 NOR-INV-NUM         PIC 9(6).
            03 NOR-RELEASED-BY     PIC X(8).
            03 NOR-QTY-SHIPPED     PIC 9(6).
            03 NOR-LF              PIC X.
        FD WORK-FILE.
        01 WORK-REC                PIC X(99).
        WORKING-STORAGE SECTION.
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-UNLOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-RELOAD-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== SC8 ORDER FILE LAYOUT CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "sc8orders.dat.".
            DISPLAY "CONVERT sc8orders.dat? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY "sc8orders.dat SKIPPED"
                GO TO ZZ-END.
            OPEN INPUT OLD-ORDER.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY "sc8orders.dat NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO ZZ-END.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-ORDER NEXT RECORD AT END GO TO BA2-RELOAD.
            MOVE OLD-ORDER-REC TO WORK-REC.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-ORDER.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-ORDER.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE WORK-REC(1:98) TO NEW-ORDER-REC(1:98).
            MOVE NOR-PRICE TO NOR-LIST-PRICE.
            MOVE 0 TO NOR-DISC-PCT.
            MOVE NOR-VALUE TO NOR-LIST-VALUE.
            MOVE 0 TO NOR-INV-NUM.
            MOVE SPACES TO NOR-RELEASED-BY.
            IF NOR-IS-OPEN OR NOR-QTY NOT > 0
                MOVE 0 TO NOR-QTY-SHIPPED
            ELSE
                MOVE NOR-QTY TO NOR-QTY-SHIPPED
            END-IF.
            MOVE WORK-REC(99:1) TO NOR-LF.
            WRITE NEW-ORDER-REC.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-ORDER.
            IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                DISPLAY "sc8orders.dat CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER"
            ELSE
                DISPLAY "** COUNT MISMATCH ** sc8orders.dat"
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
