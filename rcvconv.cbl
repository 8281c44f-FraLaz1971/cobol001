        IDENTIFICATION DIVISION.
        PROGRAM-ID. RCVCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME RECORD-LAYOUT CONVERSION OF RECEIVABLES.DAT: THE
      * 20-BYTE ITEM (ACCOUNT, WHOLE-UNIT AMOUNT, DATE) BECOMES THE
      * RCVITEM.CPY LAYOUT, WITH THE AMOUNT WIDENED TO CARRY CENTS AND
      * THE DUE DATE, INVOICE NUMBER AND ORDER NUMBER ADDED FOR ITEMS
      * RAISED BY ORDSTAT. A KEYED-IN ITEM IS TAKEN AS DUE ON ITS OWN
      * DATE, WITH NO INVOICE OR ORDER. THE FILE IS UNLOADED TO A WORK
      * FILE UNDER THE OLD LAYOUT, REBUILT UNDER THE NEW LAYOUT, AND
      * THE RECORD COUNTS BEFORE AND AFTER ARE PROVED EQUAL, AS LAYCONV
      * DOES. RUN THIS ONCE, AFTER TAKING A COPY OF THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-RECEIVABLE ASSIGN "receivables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-RECEIVABLE ASSIGN "receivables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "rcvconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-RECEIVABLE.
        01 OLD-RECEIVABLE-REC.
            03 ORC-ACCOUNT         PIC 9(6).
            03 FILLER              PIC X.
            03 ORC-AMOUNT          PIC S9(4).
            03 FILLER              PIC X.
            03 ORC-DATE            PIC 9(8).
        FD NEW-RECEIVABLE.
        01 RECEIVABLE-REC.
            COPY "rcvitem.cpy".
        FD WORK-FILE.
        01 WORK-REC.
            03 WRK-ACCOUNT         PIC 9(6).
            03 WRK-AMOUNT          PIC S9(4).
            03 WRK-DATE            PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-UNLOAD-COUNT     PIC 9(6) VALUE 0.
        01 WS-RELOAD-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== RECEIVABLES LAYOUT CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "receivables.dat.".
            DISPLAY "CONVERT receivables.dat? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY "receivables.dat SKIPPED"
                GO TO ZZ-END.
            OPEN INPUT OLD-RECEIVABLE.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY "receivables.dat NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO ZZ-END.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-RECEIVABLE AT END GO TO BA2-RELOAD.
            MOVE ORC-ACCOUNT TO WRK-ACCOUNT.
            MOVE ORC-AMOUNT TO WRK-AMOUNT.
            MOVE ORC-DATE TO WRK-DATE.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-RECEIVABLE.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-RECEIVABLE.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE SPACES TO RECEIVABLE-REC.
            MOVE WRK-ACCOUNT TO RCV-ACCOUNT.
            MOVE WRK-AMOUNT TO RCV-AMOUNT.
            MOVE WRK-DATE TO RCV-DATE.
            MOVE WRK-DATE TO RCV-DUE-DATE.
            MOVE 0 TO RCV-INVOICE.
            MOVE 0 TO RCV-ORDNUM.
            WRITE RECEIVABLE-REC.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-RECEIVABLE.
            IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                DISPLAY "receivables.dat CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER"
            ELSE
                DISPLAY "** COUNT MISMATCH ** receivables.dat"
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
