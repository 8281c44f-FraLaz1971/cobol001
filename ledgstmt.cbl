      * AND CLOSING BALANCE FROM THE VALUE-DATED CODELEDGER.DAT, AND
      * LISTS THE TRANSACTIONS THAT MOVED IT FROM THE DATED
      * VALID_HISTORY_YYYYMMDD.DAT FILES. A LOUD EXCEPTION IS RAISED
      * WHEN THE HISTORY MOVEMENT DOES NOT TIE TO THE LEDGER. FOR A
      * MONTH CLOSED BY LEDGCLOS THE CLOSING BALANCE RECORDED AT THE
      * CLOSE IS SHOWN TOO, AND ANY DIFFERENCE IS AN EXCEPTION.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LED-KEY
              FILE STATUS IS WS-LED-STATUS.
            SELECT CLOSE-FILE ASSIGN TO "ledgclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS LCL-KEY
              FILE STATUS IS WS-LCL-STATUS.
            SELECT HISTORY-FILE ASSIGN USING WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
                05 LED-CODE        PIC X.
                05 LED-DATE        PIC 9(8).
            03 LED-BALANCE         PIC S9(8).
        FD CLOSE-FILE.
        01 CLOSE-REC.
            03 LCL-KEY.
                05 LCL-MONTH       PIC 9(6).
                05 LCL-CODE        PIC X.
            03 LCL-OPENING         PIC S9(9).
            03 LCL-MOVEMENT        PIC S9(9).
            03 LCL-CLOSING         PIC S9(9).
        01 CLOSE-CTL-REC.
            03 LCC-KEY.
                05 LCC-MONTH       PIC 9(6).
                05 LCC-CODE        PIC X.
            03 LCC-CLOSED-AT       PIC X(14).
            03 LCC-CODE-COUNT      PIC 9(4).
            03 FILLER              PIC X(9).
        FD HISTORY-FILE.
        01 HISTORY-REC.
            03 HST-TYPE   PIC XX.
        WORKING-STORAGE SECTION.
        01 WS-LED-STATUS       PIC XX.
        01 WS-HIST-STATUS      PIC XX.
        01 WS-LCL-STATUS       PIC XX.
        01 WS-MONTH-CLOSED     PIC X VALUE "N".
        01 WS-HISTORY-FILE-NAME PIC X(30).
        01 WS-REPORT-MONTH     PIC 9(6).
        01 WS-MONTH-START      PIC 9(8).
            GO TO BA-LEDGER-READ.
        BB-LEDGER-DONE.
            CLOSE LEDGER-FILE.
            PERFORM HB-CHECK-MONTH-CLOSED THRU HB-EXIT.
            PERFORM CA-SCAN-HISTORY-FILES THRU CA-EXIT.
            PERFORM DA-PRINT-STATEMENTS.
            GO TO ZZ-END.
                DISPLAY "MOVEMENT PER HISTORY: "
                    WS-CS-HIST-MOVE(WS-CS-IDX)
                DISPLAY "CLOSING BALANCE:  " WS-CLOSING
                IF WS-MONTH-CLOSED = "Y"
                    PERFORM DB-COMPARE-CLOSE
                END-IF
                IF WS-CS-HIST-MOVE(WS-CS-IDX) NOT =
                    WS-CS-LEDGER-MOVE(WS-CS-IDX)
                    ADD 1 TO WS-EXCEPTION-COUNT
                        " HISTORY DOES NOT TIE TO codeledger.dat"
                END-IF
            END-PERFORM.
      * A CODE WITH NO CLOSE RECORD HAD NO LEDGER ENTRIES WHEN THE
      * MONTH WAS CLOSED, SO ITS RECORDED CLOSING BALANCE IS ZERO.
        DB-COMPARE-CLOSE.
            MOVE WS-REPORT-MONTH TO LCL-MONTH.
            MOVE WS-CS-CODE(WS-CS-IDX) TO LCL-CODE.
            READ CLOSE-FILE
                INVALID KEY
                    MOVE 0 TO LCL-CLOSING
            END-READ.
            DISPLAY "CLOSING PER MONTH-END CLOSE: " LCL-CLOSING.
            IF LCL-CLOSING NOT = WS-CLOSING
                ADD 1 TO WS-EXCEPTION-COUNT
                DISPLAY "*** CLOSED MONTH CHANGED *** CODE "
                    WS-CS-CODE(WS-CS-IDX)
                    " NO LONGER AGREES WITH ITS MONTH-END CLOSE".
        HB-CHECK-MONTH-CLOSED.
            OPEN INPUT CLOSE-FILE.
            IF WS-LCL-STATUS NOT = "00"
                GO TO HB-EXIT.
            MOVE WS-REPORT-MONTH TO LCC-MONTH.
            MOVE SPACE TO LCC-CODE.
            READ CLOSE-FILE
                INVALID KEY
                    CLOSE CLOSE-FILE
                NOT INVALID KEY
                    MOVE "Y" TO WS-MONTH-CLOSED
                    DISPLAY "MONTH " WS-REPORT-MONTH " CLOSED AT "
                        LCC-CLOSED-AT
            END-READ.
        HB-EXIT.
            EXIT.
        ZZ-END.
            IF WS-MONTH-CLOSED = "Y"
                CLOSE CLOSE-FILE.
            DISPLAY "--------------------------------------".
            DISPLAY "CODES REPORTED: " WS-CODE-COUNT.
            DISPLAY "CODES OUT OF BALANCE: " WS-EXCEPTION-COUNT.
