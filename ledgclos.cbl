        IDENTIFICATION DIVISION.
        PROGRAM-ID. LEDGCLOS.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM CLOSES A MONTH ON THE VALUE-DATED CODELEDGER.DAT.
      * FOR THE REQUESTED MONTH IT DERIVES EACH CODE'S OPENING
      * BALANCE, MOVEMENT AND CLOSING BALANCE THE SAME WAY LEDGSTMT
      * DOES, RECORDS THEM IN LEDGCLOSE.DAT AND WRITES THE MONTH'S
      * CONTROL RECORD THAT MARKS IT CLOSED. MONTHS ARE CLOSED IN
      * ORDER, ONLY ONCE, AND ONLY AFTER THEY HAVE ENDED. FROM THEN
      * ON LEDGPER RE-DATES ANY POSTING DATED IN A CLOSED MONTH FOR
      * RECORDF, RECREV AND REJREPR, SO A STATEMENT ISSUED FOR THE
      * MONTH DOES NOT CHANGE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LEDGER-FILE ASSIGN TO "codeledger.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LED-KEY
              FILE STATUS IS WS-LED-STATUS.
            SELECT CLOSE-FILE ASSIGN TO "ledgclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS LCL-KEY
              FILE STATUS IS WS-LCL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD LEDGER-FILE.
        01 LEDGER-REC.
            03 LED-KEY.
                05 LED-CODE        PIC X.
                05 LED-DATE        PIC 9(8).
            03 LED-BALANCE         PIC S9(8).
      * A BLANK CODE IS THE CONTROL RECORD THAT MARKS THE MONTH
      * CLOSED; EVERY OTHER RECORD IS ONE CODE'S BALANCES AT CLOSE.
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
        WORKING-STORAGE SECTION.
        01 WS-LED-STATUS       PIC XX.
        01 WS-LCL-STATUS       PIC XX.
        01 WS-RUN-DATE         PIC 9(8).
        01 WS-RUN-MONTH        PIC 9(6).
        01 WS-CLOSE-MONTH      PIC 9(6).
        01 WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
            03 WS-CLOSE-YYYY   PIC 9(4).
            03 WS-CLOSE-MM     PIC 99.
        01 WS-MONTH-START      PIC 9(8).
        01 WS-MONTH-END        PIC 9(8).
        01 WS-CLOSED-THRU      PIC 9(6) VALUE 0.
        01 WS-NEXT-MONTH       PIC 9(6).
        01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
            03 WS-NEXT-YYYY    PIC 9(4).
            03 WS-NEXT-MM      PIC 99.
        01 WS-CONFIRM          PIC X.
        01 WS-CODE-STATS.
            03 WS-CS-ENTRY OCCURS 40 TIMES.
                05 WS-CS-CODE      PIC X.
                05 WS-CS-OPENING   PIC S9(9).
                05 WS-CS-MOVEMENT  PIC S9(9).
        01 WS-CODE-COUNT       PIC 99 VALUE 0.
        01 WS-CS-IDX           PIC 99.
        01 WS-CLOSING          PIC S9(9).
        01 WS-TOTAL-CLOSING    PIC S9(9) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
            OPEN I-O CLOSE-FILE.
            IF WS-LCL-STATUS NOT = "00"
                OPEN OUTPUT CLOSE-FILE
                CLOSE CLOSE-FILE
                OPEN I-O CLOSE-FILE
            END-IF.
            IF WS-LCL-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN ledgclose.dat, STATUS "
                    WS-LCL-STATUS
                STOP RUN.
            PERFORM HA-FIND-CLOSED-THRU THRU HA-EXIT.
            IF WS-CLOSED-THRU > 0
                DISPLAY "MONTHS CLOSED THROUGH " WS-CLOSED-THRU
            ELSE
                DISPLAY "NO MONTH HAS BEEN CLOSED YET".
            DISPLAY "ENTER MONTH TO CLOSE YYYYMM: ".
            ACCEPT WS-CLOSE-MONTH.
            IF WS-CLOSE-MONTH NOT NUMERIC OR
               WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                DISPLAY "** INVALID MONTH " WS-CLOSE-MONTH " **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSE-MONTH >= WS-RUN-MONTH
                DISPLAY "** MONTH " WS-CLOSE-MONTH
                    " HAS NOT ENDED YET **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSED-THRU > 0 AND
               WS-CLOSE-MONTH <= WS-CLOSED-THRU
                DISPLAY "** MONTH " WS-CLOSE-MONTH
                    " IS ALREADY CLOSED **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSED-THRU > 0
                MOVE WS-CLOSED-THRU TO WS-NEXT-MONTH
                PERFORM HB-ADVANCE-MONTH
                IF WS-CLOSE-MONTH NOT = WS-NEXT-MONTH
                    DISPLAY "** MONTHS ARE CLOSED IN ORDER, NEXT TO "
                        "CLOSE IS " WS-NEXT-MONTH " **"
                    GO TO ZZ-REFUSED
                END-IF
            END-IF.
            DISPLAY "CLOSE " WS-CLOSE-MONTH
                "? POSTINGS DATED IN IT WILL BE RE-DATED (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "MONTH NOT CLOSED"
                GO TO ZZ-REFUSED.
            COMPUTE WS-MONTH-START = WS-CLOSE-MONTH * 100 + 1.
            COMPUTE WS-MONTH-END = WS-CLOSE-MONTH * 100 + 31.
            OPEN INPUT LEDGER-FILE.
            IF WS-LED-STATUS NOT = "00"
                DISPLAY "NO codeledger.dat AVAILABLE"
                GO TO ZZ-REFUSED.
        BA-LEDGER-READ.
            READ LEDGER-FILE NEXT RECORD AT END GO TO BB-LEDGER-DONE.
            IF LED-DATE > WS-MONTH-END
                GO TO BA-LEDGER-READ.
            PERFORM HC-FIND-CODE-SLOT THRU HC-EXIT.
            IF WS-CS-IDX = 0
                GO TO ZZ-REFUSED.
            IF LED-DATE < WS-MONTH-START
                ADD LED-BALANCE TO WS-CS-OPENING(WS-CS-IDX)
            ELSE
                ADD LED-BALANCE TO WS-CS-MOVEMENT(WS-CS-IDX)
            END-IF.
            GO TO BA-LEDGER-READ.
        BB-LEDGER-DONE.
            CLOSE LEDGER-FILE.
            DISPLAY "===== MONTH-END CLOSE FOR " WS-CLOSE-MONTH
                " =====".
            PERFORM CA-WRITE-CODE-CLOSE
                VARYING WS-CS-IDX FROM 1 BY 1
                UNTIL WS-CS-IDX > WS-CODE-COUNT.
            MOVE SPACES TO CLOSE-CTL-REC.
            MOVE WS-CLOSE-MONTH TO LCC-MONTH.
            MOVE SPACE TO LCC-CODE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO LCC-CLOSED-AT.
            MOVE WS-CODE-COUNT TO LCC-CODE-COUNT.
            WRITE CLOSE-CTL-REC
                INVALID KEY
                    DISPLAY "** COULD NOT MARK " WS-CLOSE-MONTH
                        " CLOSED **"
                    GO TO ZZ-REFUSED
            END-WRITE.
            DISPLAY "--------------------------------------".
            DISPLAY "CODES CLOSED: " WS-CODE-COUNT.
            DISPLAY "TOTAL CLOSING BALANCE: " WS-TOTAL-CLOSING.
            DISPLAY "MONTH " WS-CLOSE-MONTH " IS NOW CLOSED".
            GO TO ZZ-END.
        CA-WRITE-CODE-CLOSE.
            COMPUTE WS-CLOSING = WS-CS-OPENING(WS-CS-IDX)
                + WS-CS-MOVEMENT(WS-CS-IDX).
            ADD WS-CLOSING TO WS-TOTAL-CLOSING.
            MOVE WS-CLOSE-MONTH TO LCL-MONTH.
            MOVE WS-CS-CODE(WS-CS-IDX) TO LCL-CODE.
            MOVE WS-CS-OPENING(WS-CS-IDX) TO LCL-OPENING.
            MOVE WS-CS-MOVEMENT(WS-CS-IDX) TO LCL-MOVEMENT.
            MOVE WS-CLOSING TO LCL-CLOSING.
            WRITE CLOSE-REC
                INVALID KEY
                    REWRITE CLOSE-REC
            END-WRITE.
            DISPLAY "CODE " LCL-CODE " OPENING " LCL-OPENING
                " MOVEMENT " LCL-MOVEMENT " CLOSING " LCL-CLOSING.
      * THE LATEST MONTH WITH A CONTROL RECORD IS THE CLOSED-THROUGH
      * MONTH; EVERY MONTH UP TO IT IS CLOSED.
        HA-FIND-CLOSED-THRU.
            MOVE LOW-VALUES TO LCL-KEY.
            START CLOSE-FILE KEY IS NOT LESS THAN LCL-KEY
                INVALID KEY
                    GO TO HA-EXIT
            END-START.
        HA1-CLOSE-READ.
            READ CLOSE-FILE NEXT RECORD AT END GO TO HA-EXIT.
            IF LCL-CODE = SPACE AND LCL-MONTH > WS-CLOSED-THRU
                MOVE LCL-MONTH TO WS-CLOSED-THRU.
            GO TO HA1-CLOSE-READ.
        HA-EXIT.
            EXIT.
        HB-ADVANCE-MONTH.
            IF WS-NEXT-MM = 12
                ADD 1 TO WS-NEXT-YYYY
                MOVE 1 TO WS-NEXT-MM
            ELSE
                ADD 1 TO WS-NEXT-MM
            END-IF.
        HC-FIND-CODE-SLOT.
            MOVE 1 TO WS-CS-IDX.
        HC1-FIND-NEXT.
            IF WS-CS-IDX > WS-CODE-COUNT
                GO TO HC2-NEW-CODE.
            IF WS-CS-CODE(WS-CS-IDX) = LED-CODE
                GO TO HC-EXIT.
            ADD 1 TO WS-CS-IDX.
            GO TO HC1-FIND-NEXT.
        HC2-NEW-CODE.
            IF WS-CODE-COUNT >= 40
                DISPLAY "** CODE TABLE FULL AT CODE " LED-CODE
                    ", MONTH NOT CLOSED **"
                MOVE 0 TO WS-CS-IDX
                GO TO HC-EXIT.
            ADD 1 TO WS-CODE-COUNT.
            MOVE WS-CODE-COUNT TO WS-CS-IDX.
            MOVE LED-CODE TO WS-CS-CODE(WS-CS-IDX).
            MOVE 0 TO WS-CS-OPENING(WS-CS-IDX).
            MOVE 0 TO WS-CS-MOVEMENT(WS-CS-IDX).
        HC-EXIT.
            EXIT.
        ZZ-REFUSED.
            MOVE 8 TO RETURN-CODE.
        ZZ-END.
            CLOSE CLOSE-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
