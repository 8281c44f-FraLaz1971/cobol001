        IDENTIFICATION DIVISION.
        PROGRAM-ID. LOANMNT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE STAFF ADVANCE AND LOAN FILE
      * LOANS.DAT THAT PAY RECOVERS INSTALMENTS FROM. A NEW LOAN IS
      * GIVEN THE NEXT LOAN NUMBER FOR THE EID, STARTS WITH THE WHOLE
      * PRINCIPAL OUTSTANDING AND IS WRITTEN TO LOANHIST.DAT AS THE
      * ADVANCE. CHANGE ALTERS THE INSTALMENT OR STATUS ONLY (A=ACTIVE
      * S=SUSPENDED); THE BALANCE MOVES ONLY THROUGH PAY AND PAYBACK.
      * EVERY ACTION IS LOGGED WITH THE OPERATOR IN PAYMAINT.LOG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYEE
            ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EID
            FILE STATUS IS WS-EMP-STATUS.
            SELECT LOAN-FILE
            ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LN-STATUS.
            SELECT LOAN-HIST-FILE
            ASSIGN TO "loanhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LH-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "paymaint.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN "paybatch.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BLK-STATUS.
            SELECT MAINT-LOCK-FILE ASSIGN "paymaint.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MLK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X(44).
        FD LOAN-FILE.
        01 LOAN-RECORD.
            03 LN-KEY.
                05 LN-EID           PIC 9(6).
                05 LN-NUMBER        PIC 9(3).
            03 LN-PRINCIPAL          PIC 9(6)V99.
            03 LN-INSTALMENT         PIC 9(5)V99.
            03 LN-BALANCE            PIC 9(6)V99.
            03 LN-START-DATE         PIC 9(8).
            03 LN-STATUS             PIC X.
                88 LN-ACTIVE             VALUE "A".
                88 LN-SUSPENDED          VALUE "S".
                88 LN-PAID-OFF           VALUE "P".
        FD LOAN-HIST-FILE.
        01 LOAN-HIST-REC.
            03 LH-DATE               PIC 9(8).
            03 FILLER                PIC X.
            03 LH-EID                PIC 9(6).
            03 FILLER                PIC X.
            03 LH-NUMBER             PIC 9(3).
            03 FILLER                PIC X.
            03 LH-TYPE               PIC X.
            03 FILLER                PIC X.
            03 LH-AMOUNT             PIC 9(6)V99.
            03 FILLER                PIC X.
            03 LH-BALANCE            PIC 9(6)V99.
            03 FILLER                PIC X.
            03 LH-RUN-STAMP          PIC X(14).
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT        PIC X(80).
            COPY "audchain.cpy".
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            03 BLK-HOLDER PIC X(10).
            03 FILLER     PIC X.
            03 BLK-STAMP  PIC X(14).
        FD MAINT-LOCK-FILE.
        01 MAINT-LOCK-REC.
            03 MLK-HOLDER PIC X(10).
            03 FILLER     PIC X.
            03 MLK-STAMP  PIC X(14).
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-LN-STATUS           PIC XX.
        01 WS-LH-STATUS           PIC XX.
        01 WS-LH-OPEN             PIC X VALUE "N".
        01 WS-OPER-STATUS         PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "paymaint.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-BLK-STATUS          PIC XX.
        01 WS-MLK-STATUS          PIC XX.
        01 WS-LOCK-HELD           PIC X.
        01 WS-LOCK-CLEAR          PIC X.
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-EID           PIC 9(6).
        01 WS-MAINT-NUMBER        PIC 9(3).
        01 WS-EID-OK              PIC X.
        01 WS-NEXT-NUMBER         PIC 9(3) VALUE 0.
        01 WS-WORK-PRINCIPAL      PIC 9(6)V99.
        01 WS-WORK-INSTALMENT     PIC 9(5)V99.
        01 WS-WORK-STATUS         PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-TODAY               PIC 9(8).
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN I-O LOAN-FILE.
            IF WS-LN-STATUS NOT = "00"
                OPEN OUTPUT LOAN-FILE
                CLOSE LOAN-FILE
                OPEN I-O LOAN-FILE
            END-IF.
            IF WS-LN-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN loans.dat, STATUS "
                    WS-LN-STATUS
                CLOSE EMPLOYEE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN EXTEND LOAN-HIST-FILE.
            IF WS-LH-STATUS NOT = "00"
                OPEN OUTPUT LOAN-HIST-FILE
            END-IF.
            IF WS-LH-STATUS = "00"
                MOVE "Y" TO WS-LH-OPEN
            ELSE
                DISPLAY "** CANNOT OPEN loanhist.dat, STATUS "
                    WS-LH-STATUS ", ADVANCES NOT RECORDED **"
            END-IF.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), LIST ALL (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-LOANS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER EID: ".
            ACCEPT WS-MAINT-EID.
            PERFORM DA-CHECK-EID THRU DA-EXIT.
            IF WS-EID-OK = "N"
                GO TO BB-MAINTAIN.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM DC-NEXT-LOAN-NUMBER THRU DC-EXIT
                    PERFORM EA-ADD-LOAN THRU EA-EXIT
                WHEN "C" WHEN "c"
                    DISPLAY "ENTER LOAN NUMBER: "
                    ACCEPT WS-MAINT-NUMBER
                    MOVE WS-MAINT-EID TO LN-EID
                    MOVE WS-MAINT-NUMBER TO LN-NUMBER
                    READ LOAN-FILE
                        INVALID KEY
                        DISPLAY "NO LOAN " WS-MAINT-NUMBER
                            " FOR EID " WS-MAINT-EID
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-LOAN THRU EB-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DA-CHECK-EID.
            MOVE "Y" TO WS-EID-OK.
            MOVE WS-MAINT-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    MOVE "N" TO WS-EID-OK
                    DISPLAY "** EID " WS-MAINT-EID
                        " IS NOT ON employee.dat **"
            END-READ.
        DA-EXIT.
            EXIT.
        DB-LIST-LOANS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO LN-EID.
            MOVE 0 TO LN-NUMBER.
            START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
                INVALID KEY
                    DISPLAY "NO LOANS ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ LOAN-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY "EID " LN-EID " LOAN " LN-NUMBER
                " PRINCIPAL " LN-PRINCIPAL
                " INSTALMENT " LN-INSTALMENT
                " BALANCE " LN-BALANCE
                " STATUS " LN-STATUS.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "LOANS LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        DC-NEXT-LOAN-NUMBER.
            MOVE 0 TO WS-NEXT-NUMBER.
            MOVE WS-MAINT-EID TO LN-EID.
            MOVE 0 TO LN-NUMBER.
            START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
                INVALID KEY
                    GO TO DC2-NUMBER-DONE
            END-START.
        DC1-NUMBER-NEXT.
            READ LOAN-FILE NEXT RECORD AT END GO TO DC2-NUMBER-DONE.
            IF LN-EID NOT = WS-MAINT-EID
                GO TO DC2-NUMBER-DONE.
            MOVE LN-NUMBER TO WS-NEXT-NUMBER.
            GO TO DC1-NUMBER-NEXT.
        DC2-NUMBER-DONE.
            ADD 1 TO WS-NEXT-NUMBER.
        DC-EXIT.
            EXIT.
        EA-ADD-LOAN.
            IF WS-NEXT-NUMBER = 0
                DISPLAY "** EID " WS-MAINT-EID
                    " HAS USED EVERY LOAN NUMBER **"
                GO TO EA-EXIT.
            MOVE SPACES TO LOAN-RECORD.
            MOVE WS-MAINT-EID TO LN-EID.
            MOVE WS-NEXT-NUMBER TO LN-NUMBER.
            MOVE WS-NEXT-NUMBER TO WS-MAINT-NUMBER.
        EA1-ACCEPT-PRINCIPAL.
            DISPLAY "ENTER AMOUNT ADVANCED: ".
            ACCEPT WS-WORK-PRINCIPAL.
            IF WS-WORK-PRINCIPAL NOT NUMERIC
                OR WS-WORK-PRINCIPAL = 0
                DISPLAY "** AMOUNT ADVANCED MUST BE GREATER THAN "
                    "ZERO **"
                GO TO EA1-ACCEPT-PRINCIPAL.
            MOVE WS-WORK-PRINCIPAL TO LN-PRINCIPAL.
            MOVE WS-WORK-PRINCIPAL TO LN-BALANCE.
            PERFORM ED-ACCEPT-INSTALMENT THRU ED-EXIT.
            MOVE WS-TODAY TO LN-START-DATE.
            MOVE "A" TO LN-STATUS.
            WRITE LOAN-RECORD
                INVALID KEY
                    DISPLAY "LOAN " LN-NUMBER " ALREADY ON FILE "
                        "FOR EID " WS-MAINT-EID
                    GO TO EA-EXIT
            END-WRITE.
            IF WS-LH-OPEN = "Y"
                MOVE SPACES TO LOAN-HIST-REC
                MOVE WS-TODAY TO LH-DATE
                MOVE LN-EID TO LH-EID
                MOVE LN-NUMBER TO LH-NUMBER
                MOVE "A" TO LH-TYPE
                MOVE LN-PRINCIPAL TO LH-AMOUNT
                MOVE LN-BALANCE TO LH-BALANCE
                MOVE FUNCTION CURRENT-DATE(1:14) TO LH-RUN-STAMP
                WRITE LOAN-HIST-REC
            END-IF.
            DISPLAY "LOAN " LN-NUMBER " ADDED FOR EID " LN-EID
                " BALANCE " LN-BALANCE.
            PERFORM FA-LOG-ACTION.
        EA-EXIT.
            EXIT.
        EB-CHANGE-LOAN.
            DISPLAY "CURRENT: PRINCIPAL " LN-PRINCIPAL
                " INSTALMENT " LN-INSTALMENT
                " BALANCE " LN-BALANCE
                " STATUS " LN-STATUS.
            IF LN-PAID-OFF
                DISPLAY "** LOAN IS PAID OFF, NO CHANGE ALLOWED **"
                GO TO EB-EXIT.
            PERFORM ED-ACCEPT-INSTALMENT THRU ED-EXIT.
        EB1-ACCEPT-STATUS.
            DISPLAY "ENTER STATUS (A=ACTIVE S=SUSPENDED): ".
            ACCEPT WS-WORK-STATUS.
            IF WS-WORK-STATUS = "a"
                MOVE "A" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS = "s"
                MOVE "S" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS NOT = "A" AND WS-WORK-STATUS NOT = "S"
                DISPLAY "** STATUS MUST BE A OR S **"
                GO TO EB1-ACCEPT-STATUS.
            MOVE WS-WORK-STATUS TO LN-STATUS.
            REWRITE LOAN-RECORD.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
        ED-ACCEPT-INSTALMENT.
            DISPLAY "ENTER INSTALMENT PER PAY PERIOD: ".
            ACCEPT WS-WORK-INSTALMENT.
            IF WS-WORK-INSTALMENT NOT NUMERIC
                OR WS-WORK-INSTALMENT = 0
                DISPLAY "** INSTALMENT MUST BE GREATER THAN ZERO **"
                GO TO ED-ACCEPT-INSTALMENT.
            IF WS-WORK-INSTALMENT > LN-PRINCIPAL
                DISPLAY "** INSTALMENT CANNOT EXCEED THE AMOUNT "
                    "ADVANCED **"
                GO TO ED-ACCEPT-INSTALMENT.
            MOVE WS-WORK-INSTALMENT TO LN-INSTALMENT.
        ED-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=L"
                " ACTION=" WS-MAINT-ACTION
                " EID=" WS-MAINT-EID
                " LOAN=" WS-MAINT-NUMBER
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT "
                    "ENFORCED **"
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-OPERATOR-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-OPERATOR-ID
                    ", SIGN-ON REJECTED **"
                STOP RUN.
        NN-EXIT.
            EXIT.
        CC-END.
            CLOSE EMPLOYEE.
            CLOSE LOAN-FILE.
            IF WS-LH-OPEN = "Y"
                CLOSE LOAN-HIST-FILE
            END-IF.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "LOANMNT" TO MLK-HOLDER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO MLK-STAMP.
            WRITE MAINT-LOCK-REC.
            CLOSE MAINT-LOCK-FILE.
        LK-EXIT.
            EXIT.
        LK1-CHECK-OTHER.
            MOVE "N" TO WS-LOCK-HELD.
            OPEN INPUT BATCH-LOCK-FILE.
            IF WS-BLK-STATUS = "00"
                READ BATCH-LOCK-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-LOCK-HELD
                END-READ
                CLOSE BATCH-LOCK-FILE
            END-IF.
            IF WS-LOCK-HELD = "N"
                GO TO LK1-EXIT.
            DISPLAY "** BATCH LOCK HELD BY " BLK-HOLDER
                " SINCE " BLK-STAMP " **".
            DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): ".
            ACCEPT WS-LOCK-CLEAR.
            IF WS-LOCK-CLEAR = "Y" OR WS-LOCK-CLEAR = "y"
                OPEN OUTPUT BATCH-LOCK-FILE
                CLOSE BATCH-LOCK-FILE
                DISPLAY "STALE BATCH LOCK CLEARED"
            ELSE
                DISPLAY "RUN REFUSED WHILE THE BATCH LOCK IS HELD"
                STOP RUN.
        LK1-EXIT.
            EXIT.
        LK2-CHECK-OWN.
            MOVE "N" TO WS-LOCK-HELD.
            OPEN INPUT MAINT-LOCK-FILE.
            IF WS-MLK-STATUS = "00"
                READ MAINT-LOCK-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-LOCK-HELD
                END-READ
                CLOSE MAINT-LOCK-FILE
            END-IF.
            IF WS-LOCK-HELD = "N"
                GO TO LK2-EXIT.
            DISPLAY "** MAINTENANCE LOCK ALREADY HELD BY "
                MLK-HOLDER " SINCE " MLK-STAMP " **".
            DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): ".
            ACCEPT WS-LOCK-CLEAR.
            IF WS-LOCK-CLEAR NOT = "Y" AND WS-LOCK-CLEAR NOT = "y"
                DISPLAY "RUN REFUSED WHILE THE MAINTENANCE LOCK "
                    "IS HELD"
                STOP RUN.
        LK2-EXIT.
            EXIT.
        LK-RELEASE-LOCK.
            OPEN OUTPUT MAINT-LOCK-FILE.
            CLOSE MAINT-LOCK-FILE.
