        IDENTIFICATION DIVISION.
        PROGRAM-ID. VMCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME RECORD-LAYOUT CONVERSION OF VENDMAST.DAT: THE 30-BYTE
      * VENDOR RECORD (CODE, NAME, TERMS, ACTIVE FLAG) GAINS THE TAX ID,
      * CARRIED AS BLANK, AND THE REPORTABLE FLAG, CARRIED AS "N", FOR
      * VENDMNT TO FILL IN BEFORE VENDTAX IS FIRST RUN. THE FILE IS
      * UNLOADED TO A WORK FILE UNDER THE OLD LAYOUT, REBUILT UNDER THE
      * NEW LAYOUT, AND THE RECORD COUNTS BEFORE AND AFTER ARE PROVED
      * EQUAL, AS LAYCONV DOES. RUN THIS ONCE, AFTER TAKING A COPY OF
      * THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-VENDOR ASSIGN "vendmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OVM-CODE
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-VENDOR ASSIGN "vendmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NVM-CODE
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "vmconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-VENDOR.
        01 OLD-VENDOR-REC.
            03 OVM-CODE            PIC X(6).
            03 OVM-NAME            PIC X(20).
            03 OVM-TERMS-DAYS      PIC 9(3).
            03 OVM-ACTIVE          PIC X.
        FD NEW-VENDOR.
        01 NEW-VENDOR-REC.
            03 NVM-CODE            PIC X(6).
            03 NVM-NAME            PIC X(20).
            03 NVM-TERMS-DAYS      PIC 9(3).
            03 NVM-ACTIVE          PIC X.
            03 NVM-TAX-ID          PIC X(11).
            03 NVM-REPORTABLE      PIC X.
        FD WORK-FILE.
        01 WORK-REC                PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-UNLOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-RELOAD-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== VENDOR MASTER LAYOUT CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "vendmast.dat.".
            DISPLAY "CONVERT vendmast.dat? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY "vendmast.dat SKIPPED"
                GO TO ZZ-END.
            OPEN INPUT OLD-VENDOR.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY "vendmast.dat NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO ZZ-END.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-VENDOR NEXT RECORD AT END GO TO BA2-RELOAD.
            MOVE SPACES TO WORK-REC.
            MOVE OLD-VENDOR-REC TO WORK-REC.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-VENDOR.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-VENDOR.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE WORK-REC(1:6) TO NVM-CODE.
            MOVE WORK-REC(7:20) TO NVM-NAME.
            MOVE WORK-REC(27:3) TO NVM-TERMS-DAYS(1:3).
            MOVE WORK-REC(30:1) TO NVM-ACTIVE.
            MOVE SPACES TO NVM-TAX-ID.
            MOVE "N" TO NVM-REPORTABLE.
            WRITE NEW-VENDOR-REC.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-VENDOR.
            IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                DISPLAY "vendmast.dat CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER"
            ELSE
                DISPLAY "** COUNT MISMATCH ** vendmast.dat"
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
