        IDENTIFICATION DIVISION.
        PROGRAM-ID. PSLCONV.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * ONE-TIME RECORD-LAYOUT CONVERSION OF PAYSLIP.DAT AND
      * PAYSLIP_HISTORY.DAT FROM THE ORIGINAL 98-BYTE PAYSLIP TO THE
      * CURRENT 136-BYTE ONE. THE BENEFIT PREMIUM IS WIDENED FROM
      * 99V99 TO 9(4)V99, AND THE HOLIDAY HOURS AND PREMIUM, THE
      * RETIREMENT CONTRIBUTION, THE EXPENSE REIMBURSEMENT AND THE
      * LOAN INSTALMENTS ARE ADDED AHEAD OF THE LAST BYTE. PAYSLIPS
      * WRITTEN UNDER THE OLD LAYOUT CARRIED NONE OF THESE, SO THEY
      * ARE TAKEN AS ZERO. EACH FILE IS
      * UNLOADED TO A WORK FILE UNDER THE OLD LAYOUT, REBUILT UNDER THE
      * NEW LAYOUT, AND THE RECORD COUNTS BEFORE AND AFTER ARE PROVED
      * EQUAL, AS LAYCONV DOES. THE OPERATOR CONFIRMS EACH FILE
      * SEPARATELY. RUN THIS ONCE, AFTER TAKING A COPY OF THE FILES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-SLIP ASSIGN USING WS-FILE-NAME
              FILE STATUS IS WS-OLD-STATUS.
            SELECT NEW-SLIP ASSIGN USING WS-FILE-NAME
              FILE STATUS IS WS-NEW-STATUS.
            SELECT WORK-FILE ASSIGN "pslconv.tmp"
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OLD-SLIP.
        01 OLD-SLIP-REC            PIC X(98).
        FD NEW-SLIP.
        01 NEW-SLIP-REC.
            03 NSL-FRONT           PIC X(33).
            03 NSL-BENEFIT-PREMIUM PIC 9(4)V99.
            03 NSL-MIDDLE          PIC X(60).
            03 NSL-HOL-HOURS       PIC 999V99.
            03 NSL-HOL-PREMIUM     PIC 9(6)V99.
            03 NSL-RETIRE          PIC 9(5)V99.
            03 NSL-REIMBURSE       PIC 9(6)V99.
            03 NSL-LOAN-DEDUCT     PIC 9(6)V99.
            03 NSL-LF              PIC X.
        FD WORK-FILE.
        01 WORK-REC.
            03 WRK-FRONT           PIC X(33).
            03 WRK-BENEFIT-PREMIUM PIC 99V99.
            03 WRK-MIDDLE          PIC X(60).
            03 WRK-LF              PIC X.
        WORKING-STORAGE SECTION.
        01 WS-FILE-NAME        PIC X(40).
        01 WS-OLD-STATUS       PIC XX.
        01 WS-NEW-STATUS       PIC XX.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CONFIRM          PIC X.
        01 WS-UNLOAD-COUNT     PIC 9(6).
        01 WS-RELOAD-COUNT     PIC 9(6).
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== PAYSLIP FILE LAYOUT CONVERSION =====".
            DISPLAY "RUN THIS ONCE, AFTER TAKING A COPY OF "
                "payslip.dat AND payslip_history.dat.".
            MOVE "payslip.dat" TO WS-FILE-NAME.
            PERFORM BA-CONVERT-FILE THRU BA-EXIT.
            MOVE "payslip_history.dat" TO WS-FILE-NAME.
            PERFORM BA-CONVERT-FILE THRU BA-EXIT.
            GO TO ZZ-END.
        BA-CONVERT-FILE.
            MOVE 0 TO WS-UNLOAD-COUNT WS-RELOAD-COUNT.
            DISPLAY "CONVERT " WS-FILE-NAME "? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM = "y"
                MOVE "Y" TO WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y"
                DISPLAY WS-FILE-NAME " SKIPPED"
                GO TO BA-EXIT.
            OPEN INPUT OLD-SLIP.
            IF WS-OLD-STATUS NOT = "00"
                DISPLAY WS-FILE-NAME " NOT PRESENT, STATUS "
                    WS-OLD-STATUS ", SKIPPED"
                GO TO BA-EXIT.
            OPEN OUTPUT WORK-FILE.
        BA1-UNLOAD.
            READ OLD-SLIP AT END GO TO BA2-RELOAD.
            MOVE OLD-SLIP-REC TO WORK-REC.
            WRITE WORK-REC.
            ADD 1 TO WS-UNLOAD-COUNT.
            GO TO BA1-UNLOAD.
        BA2-RELOAD.
            CLOSE OLD-SLIP.
            CLOSE WORK-FILE.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT NEW-SLIP.
        BA3-LOAD-ONE.
            READ WORK-FILE AT END GO TO BA4-DONE.
            MOVE WRK-FRONT TO NSL-FRONT.
            IF WRK-BENEFIT-PREMIUM NUMERIC
                MOVE WRK-BENEFIT-PREMIUM TO NSL-BENEFIT-PREMIUM
            ELSE
                MOVE 0 TO NSL-BENEFIT-PREMIUM
            END-IF.
            MOVE WRK-MIDDLE TO NSL-MIDDLE.
            MOVE 0 TO NSL-HOL-HOURS NSL-HOL-PREMIUM NSL-RETIRE
                NSL-REIMBURSE NSL-LOAN-DEDUCT.
            MOVE WRK-LF TO NSL-LF.
            WRITE NEW-SLIP-REC.
            ADD 1 TO WS-RELOAD-COUNT.
            GO TO BA3-LOAD-ONE.
        BA4-DONE.
            CLOSE WORK-FILE.
            CLOSE NEW-SLIP.
            IF WS-UNLOAD-COUNT = WS-RELOAD-COUNT
                DISPLAY WS-FILE-NAME " CONVERTED: "
                    WS-UNLOAD-COUNT " RECORDS BEFORE = "
                    WS-RELOAD-COUNT " RECORDS AFTER"
            ELSE
                DISPLAY "** COUNT MISMATCH ** " WS-FILE-NAME
                    " UNLOADED " WS-UNLOAD-COUNT
                    " RELOADED " WS-RELOAD-COUNT
                    " - RESTORE FROM COPY"
                MOVE 8 TO RETURN-CODE
            END-IF.
        BA-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
