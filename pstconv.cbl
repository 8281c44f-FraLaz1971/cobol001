        IDENTIFICATION DIVISION.
        PROGRAM-ID. PSTCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME RECORD-LAYOUT CONVERSION OF PAPSTOCK.DAT FROM THE
      * ORIGINAL 18-BYTE STOCK RECORD (PAPER TYPE, ON HAND AND REORDER
      * POINT) TO THE LAYOUT OF PAPSTK.CPY, WHICH ADDS THE VENDOR, THE
      * REORDER QUANTITY, THE LAST COST AND THE WEIGHTED-AVERAGE UNIT
      * COST. NONE OF THESE WERE KEPT BEFORE, SO THE VENDOR IS LEFT
      * BLANK AND THE QUANTITY AND COSTS ARE ZERO UNTIL STKRCPT
      * RECORDS THE NEXT DELIVERY OF THE PAPER AGAINST A PURCHASE
      * ORDER.
      * THE FILE IS UNLOADED TO A WORK FILE UNDER THE OLD LAYOUT,
      * REBUILT UNDER THE NEW LAYOUT, AND THE RECORD COUNTS BEFORE AND
      * AFTER ARE PROVED EQUAL, AS LAYCONV DOES. RUN THIS ONCE, AFTER
      * TAKING A COPY OF THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-STOCK ASSIGN "papstock.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OPS-TYPE
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-STOCK ASSIGN "papstock.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PST-TYPE
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "pstconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-STOCK.
        01 OLD-STOCK-REC.
            03 OPS-TYPE            PIC X(6).
            03 FILLER              PIC X(12).
        FD NEW-STOCK.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD WORK-FILE.
        01 WORK-REC.
            03 WRK-TYPE            PIC X(6).
            03 WRK-ON-HAND         PIC S9(7).
            03 WRK-REORDER-POINT   PIC 9(5).
        WORKING-STORAGE SECTION.
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-UNLOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-RELOAD-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== PAPER STOCK FILE LAYOUT CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "papstock.dat.".
            DISPLAY "CONVERT papstock.dat? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY "papstock.dat SKIPPED"
                GO TO ZZ-END.
            OPEN INPUT OLD-STOCK.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY "papstock.dat NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO ZZ-END.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-STOCK NEXT RECORD AT END GO TO BA2-RELOAD.
            MOVE OLD-STOCK-REC TO WORK-REC.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-STOCK.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-STOCK.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE WRK-TYPE TO PST-TYPE.
            MOVE WRK-ON-HAND TO PST-ON-HAND.
            MOVE WRK-REORDER-POINT TO PST-REORDER-POINT.
            MOVE SPACES TO PST-VEND-CODE.
            MOVE 0 TO PST-REORDER-QTY PST-LAST-COST PST-AVG-COST.
            WRITE STOCK-REC.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-STOCK.
            IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                DISPLAY "papstock.dat CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER"
            ELSE
                DISPLAY "** COUNT MISMATCH ** papstock.dat"
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
