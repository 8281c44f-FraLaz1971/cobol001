        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME CONVERSION OF CUSTOMERS.DAT FROM THE LINE-SEQUENTIAL
      * FILE OF NUMBER, NAME AND DATE OF BIRTH TO THE INDEXED CUSTOMER
      * MASTER OF CUSTMAST.CPY, KEYED BY CUSTOMER NUMBER AND MAINTAINED
      * FROM NOW ON BY CUSTMNT. EVERY CUSTOMER IS CARRIED OVER AS
      * ACTIVE FROM TODAY, WITH THE ADDRESS AND CONTACT LEFT BLANK FOR
      * CUSTMNT TO FILL IN. A CUSTOMER NUMBER FOUND TWICE IS REPORTED
      * AND ONLY ITS FIRST RECORD KEPT. THE FILE IS UNLOADED TO A WORK
      * FILE UNDER THE OLD LAYOUT, REBUILT UNDER THE NEW LAYOUT, AND
      * THE RECORD COUNTS BEFORE AND AFTER ARE PROVED EQUAL, AS LAYCONV
      * DOES. PLGMIG READS THE OLD FILE BY POSITION, SO IF IT HAS NOT
      * YET BEEN RUN IT MUST BE RUN FIRST. RUN THIS ONCE, AFTER TAKING
      * A COPY OF THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-CUSTOMER ASSIGN "customers.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-CUSTOMER ASSIGN "customers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-NUM
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "custconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-CUSTOMER.
        01 OLD-CUSTOMER-REC.
            03 OCU-NUM             PIC 9(6).
            03 FILLER              PIC X.
            03 OCU-NAME            PIC X(20).
            03 FILLER              PIC X.
            03 OCU-DOB             PIC 9(8).
        FD NEW-CUSTOMER.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD WORK-FILE.
        01 WORK-REC.
            03 WRK-NUM             PIC 9(6).
            03 WRK-NAME            PIC X(20).
            03 WRK-DOB             PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-UNLOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-RELOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-DUPLICATE-COUNT  PIC 9(6) VALUE 0.
        01 WS-PROVED-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "===== CUSTOMER MASTER CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "customers.dat, AND AFTER PLGMIG.".
            DISPLAY "CONVERT customers.dat? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY "customers.dat SKIPPED"
                GO TO ZZ-END.
            OPEN INPUT OLD-CUSTOMER.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY "customers.dat NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO ZZ-END.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-CUSTOMER AT END GO TO BA2-RELOAD.
            MOVE OCU-NUM TO WRK-NUM.
            MOVE OCU-NAME TO WRK-NAME.
            MOVE OCU-DOB TO WRK-DOB.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-CUSTOMER.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-CUSTOMER.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE SPACES TO CUSTOMER-REC.
            MOVE WRK-NUM TO CUST-NUM.
            MOVE WRK-NAME TO CUST-NAME.
            MOVE WRK-DOB TO CUST-DOB.
            MOVE "A" TO CUST-STATUS.
            MOVE WS-TODAY-DATE TO CUST-STATUS-DATE.
            WRITE CUSTOMER-REC
                INVALID KEY
                    ADD 1 TO WS-DUPLICATE-COUNT
                    DISPLAY "** DUPLICATE CUSTOMER " WRK-NUM " "
                        WRK-NAME " NOT LOADED **"
                    GO TO BA3-LOAD-ONE
            END-WRITE.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-CUSTOMER.
            COMPUTE WS-PROVED-COUNT =
                WS-RELOAD-COUNT + WS-DUPLICATE-COUNT.
            IF WS-UNLOAD-COUNT = WS-PROVED-COUNT
                DISPLAY "customers.dat CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER + "
                    WS-DUPLICATE-COUNT " DUPLICATES"
            ELSE
                DISPLAY "** COUNT MISMATCH ** customers.dat"
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
            IF WS-DUPLICATE-COUNT > 0
               AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
