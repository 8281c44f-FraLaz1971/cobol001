        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHGMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE TIMESHEET CHARGE-CODE MASTER
      * CHGCODE.DAT, KEYED BY CHARGE CODE, THAT HRSMAINT CHECKS EACH
      * DAILY HOURS ENTRY AGAINST. EACH CODE NAMES A PROJECT OR A
      * PIECE OF CLIENT WORK AND CARRIES THE CLIENT IT IS BILLED TO
      * (BLANK FOR INTERNAL WORK), THE HOURLY BILL RATE AND A STATUS
      * (A = OPEN FOR CHARGING, C = CLOSED). AN OPERATOR CAN ADD,
      * CHANGE OR DELETE A CODE AND LIST THE MASTER. EVERY ACTION IS
      * LOGGED WITH THE OPERATOR IN PAYMAINT.LOG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHARGE-FILE
            ASSIGN TO "chgcode.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CHG-CODE
            FILE STATUS IS WS-CHG-STATUS.
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
        FD CHARGE-FILE.
        01 CHARGE-RECORD.
            03 CHG-CODE              PIC X(6).
            03 CHG-DESC              PIC X(20).
            03 CHG-CLIENT            PIC X(8).
            03 CHG-BILL-RATE         PIC 9(3)V99.
            03 CHG-STATUS            PIC X.
                88 CHG-ACTIVE            VALUE "A".
                88 CHG-CLOSED            VALUE "C".
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
        01 WS-CHG-STATUS          PIC XX.
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
        01 WS-MAINT-CODE          PIC X(6).
        01 WS-WORK-DESC           PIC X(20).
        01 WS-WORK-CLIENT         PIC X(8).
        01 WS-WORK-RATE           PIC 9(3)V99.
        01 WS-WORK-STATUS         PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            OPEN I-O CHARGE-FILE.
            IF WS-CHG-STATUS NOT = "00"
                OPEN OUTPUT CHARGE-FILE
                CLOSE CHARGE-FILE
                OPEN I-O CHARGE-FILE
            END-IF.
            IF WS-CHG-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN chgcode.dat, STATUS "
                    WS-CHG-STATUS
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
                PERFORM DB-LIST-CODES THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER CHARGE CODE: ".
            MOVE SPACES TO WS-MAINT-CODE.
            ACCEPT WS-MAINT-CODE.
            IF WS-MAINT-CODE = SPACES
                DISPLAY "** CHARGE CODE MUST NOT BE BLANK **"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-CODE TO CHG-CODE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-CODE THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ CHARGE-FILE
                        INVALID KEY
                        DISPLAY "NO CHARGE CODE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-CODE THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ CHARGE-FILE
                        INVALID KEY
                        DISPLAY "NO CHARGE CODE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EC-DELETE-CODE THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DB-LIST-CODES.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO CHG-CODE.
            START CHARGE-FILE KEY IS NOT LESS THAN CHG-CODE
                INVALID KEY
                    DISPLAY "NO CHARGE CODES ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ CHARGE-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY CHG-CODE " " CHG-DESC " CLIENT " CHG-CLIENT
                " RATE " CHG-BILL-RATE " STATUS " CHG-STATUS.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "CHARGE CODES LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-CODE.
            MOVE SPACES TO CHARGE-RECORD.
            MOVE WS-MAINT-CODE TO CHG-CODE.
            DISPLAY "ENTER DESCRIPTION: ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            MOVE WS-WORK-DESC TO CHG-DESC.
            DISPLAY "ENTER CLIENT (BLANK = INTERNAL): ".
            MOVE SPACES TO WS-WORK-CLIENT.
            ACCEPT WS-WORK-CLIENT.
            MOVE WS-WORK-CLIENT TO CHG-CLIENT.
            PERFORM ED-ACCEPT-RATE THRU ED-EXIT.
            MOVE "A" TO CHG-STATUS.
            WRITE CHARGE-RECORD
                INVALID KEY
                    DISPLAY "CHARGE CODE " WS-MAINT-CODE
                        " IS ALREADY ON FILE"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "CHARGE CODE ADDED: " CHG-CODE " " CHG-DESC.
            PERFORM FA-LOG-ACTION.
        EA-EXIT.
            EXIT.
        EB-CHANGE-CODE.
            DISPLAY "CURRENT: " CHG-DESC " CLIENT " CHG-CLIENT
                " RATE " CHG-BILL-RATE " STATUS " CHG-STATUS.
            DISPLAY "ENTER DESCRIPTION (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            IF WS-WORK-DESC NOT = SPACES
                MOVE WS-WORK-DESC TO CHG-DESC.
            DISPLAY "ENTER CLIENT (BLANK = NO CHANGE, * = INTERNAL): ".
            MOVE SPACES TO WS-WORK-CLIENT.
            ACCEPT WS-WORK-CLIENT.
            IF WS-WORK-CLIENT = "*"
                MOVE SPACES TO CHG-CLIENT
            ELSE
                IF WS-WORK-CLIENT NOT = SPACES
                    MOVE WS-WORK-CLIENT TO CHG-CLIENT
                END-IF
            END-IF.
            PERFORM ED-ACCEPT-RATE THRU ED-EXIT.
            PERFORM EE-ACCEPT-STATUS THRU EE-EXIT.
            REWRITE CHARGE-RECORD.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
      * DAILY ENTRIES ALREADY CHARGED TO A DELETED CODE ARE REPORTED
      * BY LABDIST AS NOT ON THE MASTER; CLOSING THE CODE (STATUS C)
      * STOPS NEW CHARGES AND KEEPS THE HISTORY PRICED.
        EC-DELETE-CODE.
            DISPLAY "DELETE " CHG-CODE " " CHG-DESC
                "? CLOSING IT KEEPS PAST HOURS PRICED (Y/N): ".
            ACCEPT WS-WORK-STATUS.
            IF WS-WORK-STATUS NOT = "Y" AND WS-WORK-STATUS NOT = "y"
                DISPLAY "CHARGE CODE NOT DELETED"
                GO TO EC-EXIT.
            DELETE CHARGE-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE CHARGE CODE "
                        WS-MAINT-CODE " **"
                    GO TO EC-EXIT
            END-DELETE.
            DISPLAY "CHARGE CODE DELETED: " WS-MAINT-CODE.
            PERFORM FA-LOG-ACTION.
        EC-EXIT.
            EXIT.
      * A ZERO BILL RATE MARKS WORK THAT IS NOT INVOICED EVEN WHEN
      * IT IS DONE FOR A CLIENT.
        ED-ACCEPT-RATE.
            DISPLAY "ENTER HOURLY BILL RATE (0 = NOT BILLED): ".
            ACCEPT WS-WORK-RATE.
            IF WS-WORK-RATE NOT NUMERIC
                DISPLAY "** BILL RATE MUST BE NUMERIC **"
                GO TO ED-ACCEPT-RATE.
            MOVE WS-WORK-RATE TO CHG-BILL-RATE.
        ED-EXIT.
            EXIT.
        EE-ACCEPT-STATUS.
            DISPLAY "ENTER STATUS A (OPEN) OR C (CLOSED): ".
            ACCEPT WS-WORK-STATUS.
            IF WS-WORK-STATUS = "a"
                MOVE "A" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS = "c"
                MOVE "C" TO WS-WORK-STATUS.
            IF WS-WORK-STATUS NOT = "A" AND WS-WORK-STATUS NOT = "C"
                DISPLAY "** STATUS MUST BE A OR C **"
                GO TO EE-ACCEPT-STATUS.
            MOVE WS-WORK-STATUS TO CHG-STATUS.
        EE-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=J"
                " ACTION=" WS-MAINT-ACTION
                " CODE=" WS-MAINT-CODE
                " RATE=" CHG-BILL-RATE
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
            CLOSE CHARGE-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "CHGMAINT" TO MLK-HOLDER.
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
