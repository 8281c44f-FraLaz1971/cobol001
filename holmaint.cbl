        IDENTIFICATION DIVISION.
        PROGRAM-ID. HOLMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE PUBLIC HOLIDAY MASTER HOLIDAYS.DAT,
      * KEYED BY DATE, THAT PAY CHECKS EACH TIMESHEET DAY AGAINST.
      * EACH HOLIDAY CARRIES A NAME AND THE PREMIUM RATE AT WHICH
      * HOURS WORKED ON IT ARE PAID, AS A MULTIPLE OF THE HOURLY RATE
      * (1.50 = TIME AND A HALF, 2.00 = DOUBLE TIME). AN OPERATOR CAN
      * ADD, CHANGE OR DELETE A HOLIDAY AND LIST THE CALENDAR. EVERY
      * ACTION IS LOGGED WITH THE OPERATOR IN PAYMAINT.LOG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HOLIDAY-FILE
            ASSIGN TO "holidays.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOL-DATE
            FILE STATUS IS WS-HOL-STATUS.
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
        FD HOLIDAY-FILE.
        01 HOLIDAY-RECORD.
            03 HOL-DATE              PIC 9(8).
            03 HOL-NAME              PIC X(20).
            03 HOL-PREMIUM-RATE      PIC 9V99.
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
        01 WS-HOL-STATUS          PIC XX.
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
        01 WS-MAINT-DATE          PIC 9(8).
        01 WS-MAINT-DATE-R REDEFINES WS-MAINT-DATE.
            03 WS-MAINT-YEAR      PIC 9(4).
            03 WS-MAINT-MONTH     PIC 99.
            03 WS-MAINT-DAY       PIC 99.
        01 WS-DATE-OK             PIC X.
        01 WS-WORK-NAME           PIC X(20).
        01 WS-WORK-RATE           PIC 9V99.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            OPEN I-O HOLIDAY-FILE.
            IF WS-HOL-STATUS NOT = "00"
                OPEN OUTPUT HOLIDAY-FILE
                CLOSE HOLIDAY-FILE
                OPEN I-O HOLIDAY-FILE
            END-IF.
            IF WS-HOL-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN holidays.dat, STATUS "
                    WS-HOL-STATUS
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
                PERFORM DB-LIST-HOLIDAYS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD): ".
            ACCEPT WS-MAINT-DATE.
            PERFORM DA-CHECK-DATE THRU DA-EXIT.
            IF WS-DATE-OK = "N"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-DATE TO HOL-DATE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-HOLIDAY THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ HOLIDAY-FILE
                        INVALID KEY
                        DISPLAY "NO HOLIDAY ON " WS-MAINT-DATE
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-HOLIDAY THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ HOLIDAY-FILE
                        INVALID KEY
                        DISPLAY "NO HOLIDAY ON " WS-MAINT-DATE
                        NOT INVALID KEY
                        PERFORM EC-DELETE-HOLIDAY THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DA-CHECK-DATE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-MAINT-DATE NOT NUMERIC
                OR WS-MAINT-YEAR < 1900
                OR WS-MAINT-MONTH < 1 OR WS-MAINT-MONTH > 12
                OR WS-MAINT-DAY < 1 OR WS-MAINT-DAY > 31
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-MAINT-DATE " IS NOT A VALID DATE **"
            END-IF.
        DA-EXIT.
            EXIT.
        DB-LIST-HOLIDAYS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO HOL-DATE.
            START HOLIDAY-FILE KEY IS NOT LESS THAN HOL-DATE
                INVALID KEY
                    DISPLAY "NO HOLIDAYS ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ HOLIDAY-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY HOL-DATE " " HOL-NAME
                " PREMIUM RATE " HOL-PREMIUM-RATE.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "HOLIDAYS LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-HOLIDAY.
            MOVE SPACES TO HOLIDAY-RECORD.
            MOVE WS-MAINT-DATE TO HOL-DATE.
            DISPLAY "ENTER HOLIDAY NAME: ".
            ACCEPT WS-WORK-NAME.
            MOVE WS-WORK-NAME TO HOL-NAME.
            PERFORM ED-ACCEPT-RATE THRU ED-EXIT.
            WRITE HOLIDAY-RECORD
                INVALID KEY
                    DISPLAY "A HOLIDAY IS ALREADY ON FILE FOR "
                        WS-MAINT-DATE
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "HOLIDAY ADDED: " HOL-DATE " " HOL-NAME.
            PERFORM FA-LOG-ACTION.
        EA-EXIT.
            EXIT.
        EB-CHANGE-HOLIDAY.
            DISPLAY "CURRENT: " HOL-NAME
                " PREMIUM RATE " HOL-PREMIUM-RATE.
            DISPLAY "ENTER HOLIDAY NAME (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-NAME.
            ACCEPT WS-WORK-NAME.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO HOL-NAME.
            PERFORM ED-ACCEPT-RATE THRU ED-EXIT.
            REWRITE HOLIDAY-RECORD.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
        EC-DELETE-HOLIDAY.
            DELETE HOLIDAY-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE HOLIDAY "
                        WS-MAINT-DATE " **"
                    GO TO EC-EXIT
            END-DELETE.
            DISPLAY "HOLIDAY DELETED: " WS-MAINT-DATE " " HOL-NAME.
            PERFORM FA-LOG-ACTION.
        EC-EXIT.
            EXIT.
      * A HOLIDAY MUST PAY AT LEAST STRAIGHT TIME; 1.00 RECORDS THE
      * DAY WITHOUT ANY PREMIUM.
        ED-ACCEPT-RATE.
            DISPLAY "ENTER PREMIUM RATE (E.G. 1.50): ".
            ACCEPT WS-WORK-RATE.
            IF WS-WORK-RATE NOT NUMERIC
                OR WS-WORK-RATE < 1
                DISPLAY "** PREMIUM RATE MUST BE AT LEAST 1.00 **"
                GO TO ED-ACCEPT-RATE.
            MOVE WS-WORK-RATE TO HOL-PREMIUM-RATE.
        ED-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=P"
                " ACTION=" WS-MAINT-ACTION
                " DATE=" WS-MAINT-DATE
                " RATE=" HOL-PREMIUM-RATE
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
            CLOSE HOLIDAY-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "HOLMAINT" TO MLK-HOLDER.
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
