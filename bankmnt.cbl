        IDENTIFICATION DIVISION.
        PROGRAM-ID. BANKMNT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE BANK-ACCOUNT MASTER BANKMAST.DAT
      * THAT PAY READS TO BUILD THE DIRECT-DEPOSIT TRANSFER FILE.
      * ADD, CHANGE, DELETE AND LIST BY EID WITH FIELD EDITS (SORT
      * CODE AND ACCOUNT NUMBER MUST BE NON-ZERO, STATUS A=ACTIVE OR
      * S=SUSPENDED), A CHECK THAT THE EID EXISTS ON EMPLOYEE.DAT,
      * AND EVERY ACTION LOGGED WITH THE OPERATOR IN PAYMAINT.LOG.
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
            SELECT BANK-FILE
            ASSIGN TO "bankmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BK-EID
            FILE STATUS IS WS-BANK-STATUS.
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
        FD BANK-FILE.
        01 BANK-RECORD.
            03 BK-EID               PIC 9(6).
            03 BK-SORT-CODE         PIC 9(6).
            03 BK-ACCOUNT-NO        PIC 9(8).
            03 BK-ACCOUNT-NAME      PIC X(18).
            03 BK-STATUS            PIC X.
                88 BK-ACTIVE            VALUE "A".
                88 BK-SUSPENDED         VALUE "S".
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
        01 WS-BANK-STATUS         PIC XX.
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
        01 WS-EID-OK              PIC X.
        01 WS-WORK-SORT-CODE      PIC 9(6).
        01 WS-WORK-ACCOUNT-NO     PIC 9(8).
        01 WS-WORK-ACCOUNT-NAME   PIC X(18).
        01 WS-WORK-STATUS         PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN I-O BANK-FILE.
            IF WS-BANK-STATUS NOT = "00"
                OPEN OUTPUT BANK-FILE
                CLOSE BANK-FILE
                OPEN I-O BANK-FILE
            END-IF.
            IF WS-BANK-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN bankmast.dat, STATUS "
                    WS-BANK-STATUS
                CLOSE EMPLOYEE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST ALL (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-ACCOUNTS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER EID: ".
            ACCEPT WS-MAINT-EID.
            PERFORM DA-CHECK-EID THRU DA-EXIT.
            IF WS-EID-OK = "N"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-EID TO BK-EID.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ACCEPT-BANK-FIELDS THRU EA-EXIT
                    WRITE BANK-RECORD
                        INVALID KEY
                        DISPLAY "EID " WS-MAINT-EID
                            " ALREADY HAS A BANK ACCOUNT"
                        NOT INVALID KEY
                        PERFORM FA-LOG-ACTION
                    END-WRITE
                WHEN "C" WHEN "c"
                    READ BANK-FILE
                        INVALID KEY
                        DISPLAY "NO BANK ACCOUNT FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "CURRENT: SORT CODE " BK-SORT-CODE
                            " ACCOUNT " BK-ACCOUNT-NO
                            " NAME " BK-ACCOUNT-NAME
                            " STATUS " BK-STATUS
                        PERFORM EA-ACCEPT-BANK-FIELDS THRU EA-EXIT
                        REWRITE BANK-RECORD
                        PERFORM FA-LOG-ACTION
                    END-READ
                WHEN "D" WHEN "d"
                    DELETE BANK-FILE
                        INVALID KEY
                        DISPLAY "NO BANK ACCOUNT FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "BANK ACCOUNT DELETED FOR EID "
                            WS-MAINT-EID
                        PERFORM FA-LOG-ACTION
                    END-DELETE
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
        DB-LIST-ACCOUNTS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO BK-EID.
            START BANK-FILE KEY IS NOT LESS THAN BK-EID
                INVALID KEY
                    DISPLAY "NO BANK ACCOUNTS ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ BANK-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY "EID " BK-EID " SORT CODE " BK-SORT-CODE
                " ACCOUNT " BK-ACCOUNT-NO " " BK-ACCOUNT-NAME
                " STATUS " BK-STATUS.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "BANK ACCOUNTS LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ACCEPT-BANK-FIELDS.
            DISPLAY "ENTER SORT CODE (6 DIGITS): ".
            ACCEPT WS-WORK-SORT-CODE.
            IF WS-WORK-SORT-CODE NOT NUMERIC
                OR WS-WORK-SORT-CODE = 0
                DISPLAY "** SORT CODE MUST BE 6 DIGITS, NOT ZERO **"
                GO TO EA-ACCEPT-BANK-FIELDS.
            MOVE WS-WORK-SORT-CODE TO BK-SORT-CODE.
        EA1-ACCEPT-ACCOUNT.
            DISPLAY "ENTER ACCOUNT NUMBER (8 DIGITS): ".
            ACCEPT WS-WORK-ACCOUNT-NO.
            IF WS-WORK-ACCOUNT-NO NOT NUMERIC
                OR WS-WORK-ACCOUNT-NO = 0
                DISPLAY "** ACCOUNT NUMBER MUST BE 8 DIGITS, NOT "
                    "ZERO **"
                GO TO EA1-ACCEPT-ACCOUNT.
            MOVE WS-WORK-ACCOUNT-NO TO BK-ACCOUNT-NO.
            DISPLAY "ENTER ACCOUNT NAME: ".
            ACCEPT WS-WORK-ACCOUNT-NAME.
            MOVE WS-WORK-ACCOUNT-NAME TO BK-ACCOUNT-NAME.
        EA2-ACCEPT-STATUS.
            DISPLAY "ENTER STATUS (A=ACTIVE S=SUSPENDED): ".
            ACCEPT WS-WORK-STATUS.
            IF WS-WORK-STATUS = "a"
                MOVE "A" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS = "s"
                MOVE "S" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS NOT = "A" AND WS-WORK-STATUS NOT = "S"
                DISPLAY "** STATUS MUST BE A OR S **"
                GO TO EA2-ACCEPT-STATUS.
            MOVE WS-WORK-STATUS TO BK-STATUS.
        EA-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=B"
                " ACTION=" WS-MAINT-ACTION
                " EID=" WS-MAINT-EID
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
            CLOSE BANK-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "BANKMNT" TO MLK-HOLDER.
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
