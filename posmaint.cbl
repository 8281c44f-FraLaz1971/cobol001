        IDENTIFICATION DIVISION.
        PROGRAM-ID. POSMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE POSITION MASTER POSMAST.DAT, KEYED
      * BY POSITION NUMBER. EACH POSITION BELONGS TO A DEPARTMENT AND
      * UNIT, CARRIES THE BUDGETED GRADE AND SALARY, AND IS EITHER
      * OPEN OR FILLED; A FILLED POSITION HOLDS THE EID OF ITS
      * INCUMBENT, WHICH IS THE LINK FROM THE EMPLOYEE TO THE
      * POSITION. NEWHIRE AND EMPAPPR FILL A POSITION WHEN THEY HIRE
      * INTO IT AND EMPAPPR OPENS IT AGAIN WHEN THE INCUMBENT LEAVES.
      * HERE AN OPERATOR CAN ADD, CHANGE OR DELETE AN OPEN POSITION,
      * FILL A POSITION WITH AN EMPLOYEE ALREADY ON THE PAYROLL,
      * VACATE A POSITION AND LIST THE MASTER. EVERY ACTION IS LOGGED
      * WITH THE OPERATOR IN PAYMAINT.LOG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT POSITION-FILE
            ASSIGN TO "posmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS POS-NUMBER
            FILE STATUS IS WS-POS-STATUS.
            SELECT EMPLOYEE
            ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EID
            FILE STATUS IS WS-EMP-STATUS.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPT-STATUS.
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
        FD POSITION-FILE.
        01 POSITION-RECORD.
            03 POS-NUMBER            PIC 9(6).
            03 POS-TITLE             PIC X(20).
            03 POS-DEPART            PIC 9(2).
            03 POS-UNIT              PIC 9(2).
            03 POS-GRADE             PIC X.
            03 POS-BUDGET-SALARY     PIC 9(5).
            03 POS-STATUS            PIC X.
                88 POS-OPEN              VALUE "O".
                88 POS-FILLED            VALUE "F".
            03 POS-EID               PIC 9(6).
            03 POS-FILL-DATE         PIC 9(8).
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE               PIC X.
            03 FILLER              PIC X(5).
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
                88 EMP-TERMINATED      VALUE "T".
            03 EMP-DEPART          PIC 9(2).
            03 EMP-UNIT            PIC 9(2).
            03 EMP-HIRE-DATE       PIC 9(8).
            03 EMP-TERM-DATE       PIC 9(8).
        FD DEPT-MASTER-FILE.
        01 DEPT-MASTER-REC.
            03 DM-DEPART           PIC 9(2).
            03 FILLER              PIC X.
            03 DM-NAME             PIC X(20).
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
        01 WS-POS-STATUS          PIC XX.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-DEPT-STATUS         PIC XX.
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
        01 WS-MAINT-POSITION      PIC 9(6).
        01 WS-MAINT-EID           PIC 9(6) VALUE 0.
        01 WS-WORK-TITLE          PIC X(20).
        01 WS-WORK-DEPART         PIC 9(2).
        01 WS-WORK-UNIT           PIC 9(2).
        01 WS-WORK-GRADE          PIC X.
        01 WS-WORK-SALARY         PIC 9(5).
        01 WS-HELD-POSITION       PIC 9(6).
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-OPEN-COUNT          PIC 9(6) VALUE 0.
        01 WS-DEPT-TABLE.
            03 WS-DM-DEPART OCCURS 50 TIMES PIC 9(2).
        01 WS-DEPT-COUNT          PIC 99 VALUE 0.
        01 WS-DM-IDX              PIC 99.
        01 WS-DEPT-VALID          PIC X.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            OPEN I-O POSITION-FILE.
            IF WS-POS-STATUS NOT = "00"
                OPEN OUTPUT POSITION-FILE
                CLOSE POSITION-FILE
                OPEN I-O POSITION-FILE
            END-IF.
            IF WS-POS-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN posmast.dat, STATUS "
                    WS-POS-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE POSITION-FILE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            PERFORM HA-LOAD-DEPT-TABLE THRU HA-EXIT.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), FILL (F), "
                "VACATE (V), LIST ALL (L) OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-POSITIONS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER POSITION NUMBER: ".
            ACCEPT WS-MAINT-POSITION.
            IF WS-MAINT-POSITION NOT NUMERIC OR WS-MAINT-POSITION = 0
                DISPLAY "** POSITION NUMBER MUST BE 1 TO 999999 **"
                GO TO BB-MAINTAIN.
            MOVE 0 TO WS-MAINT-EID.
            MOVE WS-MAINT-POSITION TO POS-NUMBER.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-POSITION THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ POSITION-FILE
                        INVALID KEY
                        DISPLAY "NO POSITION " WS-MAINT-POSITION
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-POSITION THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ POSITION-FILE
                        INVALID KEY
                        DISPLAY "NO POSITION " WS-MAINT-POSITION
                        NOT INVALID KEY
                        PERFORM EC-DELETE-POSITION THRU EC-EXIT
                    END-READ
                WHEN "F" WHEN "f"
                    PERFORM EE-FILL-POSITION THRU EE-EXIT
                WHEN "V" WHEN "v"
                    READ POSITION-FILE
                        INVALID KEY
                        DISPLAY "NO POSITION " WS-MAINT-POSITION
                        NOT INVALID KEY
                        PERFORM EF-VACATE-POSITION THRU EF-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DB-LIST-POSITIONS.
            MOVE 0 TO WS-LIST-COUNT WS-OPEN-COUNT.
            MOVE 0 TO POS-NUMBER.
            START POSITION-FILE KEY IS NOT LESS THAN POS-NUMBER
                INVALID KEY
                    DISPLAY "NO POSITIONS ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ POSITION-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            IF POS-OPEN
                ADD 1 TO WS-OPEN-COUNT
                DISPLAY POS-NUMBER " " POS-TITLE " DEPT " POS-DEPART
                    "/" POS-UNIT " GRADE " POS-GRADE
                    " BUDGET " POS-BUDGET-SALARY " OPEN"
            ELSE
                DISPLAY POS-NUMBER " " POS-TITLE " DEPT " POS-DEPART
                    "/" POS-UNIT " GRADE " POS-GRADE
                    " BUDGET " POS-BUDGET-SALARY " FILLED BY EID "
                    POS-EID " SINCE " POS-FILL-DATE
            END-IF.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "POSITIONS LISTED: " WS-LIST-COUNT
                " OPEN: " WS-OPEN-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-POSITION.
            MOVE SPACES TO POSITION-RECORD.
            MOVE WS-MAINT-POSITION TO POS-NUMBER.
            DISPLAY "ENTER POSITION TITLE: ".
            MOVE SPACES TO WS-WORK-TITLE.
            ACCEPT WS-WORK-TITLE.
            MOVE WS-WORK-TITLE TO POS-TITLE.
            PERFORM ED-ACCEPT-BUDGET THRU ED-EXIT.
            MOVE "O" TO POS-STATUS.
            MOVE 0 TO POS-EID POS-FILL-DATE.
            WRITE POSITION-RECORD
                INVALID KEY
                    DISPLAY "POSITION " WS-MAINT-POSITION
                        " IS ALREADY ON FILE"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "POSITION ADDED: " POS-NUMBER " " POS-TITLE.
            PERFORM FA-LOG-ACTION.
        EA-EXIT.
            EXIT.
        EB-CHANGE-POSITION.
            DISPLAY "CURRENT: " POS-TITLE " DEPT " POS-DEPART
                "/" POS-UNIT " GRADE " POS-GRADE
                " BUDGET " POS-BUDGET-SALARY " STATUS " POS-STATUS.
            DISPLAY "ENTER POSITION TITLE (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-TITLE.
            ACCEPT WS-WORK-TITLE.
            IF WS-WORK-TITLE NOT = SPACES
                MOVE WS-WORK-TITLE TO POS-TITLE.
            PERFORM ED-ACCEPT-BUDGET THRU ED-EXIT.
            REWRITE POSITION-RECORD.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
      * A FILLED POSITION MUST BE VACATED BEFORE IT CAN BE DELETED,
      * SO NO EMPLOYEE IS LEFT POINTING AT A POSITION THAT IS GONE.
        EC-DELETE-POSITION.
            IF POS-FILLED
                DISPLAY "** POSITION " WS-MAINT-POSITION
                    " IS FILLED BY EID " POS-EID
                    ", VACATE IT FIRST **"
                GO TO EC-EXIT.
            DELETE POSITION-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE POSITION "
                        WS-MAINT-POSITION " **"
                    GO TO EC-EXIT
            END-DELETE.
            DISPLAY "POSITION DELETED: " WS-MAINT-POSITION.
            PERFORM FA-LOG-ACTION.
        EC-EXIT.
            EXIT.
        ED-ACCEPT-BUDGET.
            DISPLAY "ENTER DEPARTMENT: ".
            ACCEPT WS-WORK-DEPART.
            IF WS-DEPT-COUNT > 0
                MOVE "N" TO WS-DEPT-VALID
                MOVE 1 TO WS-DM-IDX
                PERFORM ED3-CHECK-DEPT THRU ED3-EXIT
                IF WS-DEPT-VALID = "N"
                    DISPLAY "** DEPARTMENT " WS-WORK-DEPART
                        " NOT ON DEPARTMENT MASTER **"
                    GO TO ED-ACCEPT-BUDGET
                END-IF
            END-IF.
            MOVE WS-WORK-DEPART TO POS-DEPART.
            DISPLAY "ENTER UNIT: ".
            ACCEPT WS-WORK-UNIT.
            MOVE WS-WORK-UNIT TO POS-UNIT.
        ED1-ACCEPT-GRADE.
            DISPLAY "ENTER BUDGETED GRADE (A/B/C): ".
            ACCEPT WS-WORK-GRADE.
            IF WS-WORK-GRADE NOT = "A" AND WS-WORK-GRADE NOT = "B"
                AND WS-WORK-GRADE NOT = "C"
                DISPLAY "** GRADE MUST BE A, B OR C **"
                GO TO ED1-ACCEPT-GRADE.
            MOVE WS-WORK-GRADE TO POS-GRADE.
        ED2-ACCEPT-SALARY.
            DISPLAY "ENTER BUDGETED SALARY: ".
            ACCEPT WS-WORK-SALARY.
            IF WS-WORK-SALARY NOT NUMERIC OR WS-WORK-SALARY = 0
                DISPLAY "** BUDGETED SALARY MUST BE MORE THAN ZERO **"
                GO TO ED2-ACCEPT-SALARY.
            MOVE WS-WORK-SALARY TO POS-BUDGET-SALARY.
        ED-EXIT.
            EXIT.
        ED3-CHECK-DEPT.
            IF WS-DM-IDX > WS-DEPT-COUNT
                GO TO ED3-EXIT.
            IF WS-DM-DEPART(WS-DM-IDX) = WS-WORK-DEPART
                MOVE "Y" TO WS-DEPT-VALID
                GO TO ED3-EXIT.
            ADD 1 TO WS-DM-IDX.
            GO TO ED3-CHECK-DEPT.
        ED3-EXIT.
            EXIT.
      * FILLING BY HAND IS FOR EMPLOYEES ALREADY ON THE PAYROLL WHEN
      * POSITION CONTROL STARTS, OR MOVED BETWEEN POSITIONS. AN
      * EMPLOYEE MAY HOLD ONLY ONE POSITION.
        EE-FILL-POSITION.
            DISPLAY "ENTER EID OF THE INCUMBENT: ".
            ACCEPT WS-MAINT-EID.
            MOVE WS-MAINT-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** EID " WS-MAINT-EID
                        " IS NOT ON employee.dat **"
                    GO TO EE-EXIT
            END-READ.
            IF EMP-TERMINATED
                DISPLAY "** EID " WS-MAINT-EID " IS TERMINATED **"
                GO TO EE-EXIT.
            PERFORM EG-FIND-HELD-POSITION THRU EG-EXIT.
            IF WS-HELD-POSITION NOT = 0
                DISPLAY "** EID " WS-MAINT-EID " ALREADY HOLDS "
                    "POSITION " WS-HELD-POSITION ", VACATE IT FIRST **"
                GO TO EE-EXIT.
            MOVE WS-MAINT-POSITION TO POS-NUMBER.
            READ POSITION-FILE
                INVALID KEY
                    DISPLAY "NO POSITION " WS-MAINT-POSITION
                    GO TO EE-EXIT
            END-READ.
            IF POS-FILLED
                DISPLAY "** POSITION " WS-MAINT-POSITION
                    " IS ALREADY FILLED BY EID " POS-EID " **"
                GO TO EE-EXIT.
            IF POS-DEPART NOT = EMP-DEPART
                DISPLAY "NOTE: EID " WS-MAINT-EID " IS IN DEPARTMENT "
                    EMP-DEPART ", POSITION IS IN " POS-DEPART.
            MOVE "F" TO POS-STATUS.
            MOVE WS-MAINT-EID TO POS-EID.
            MOVE FUNCTION CURRENT-DATE(1:8) TO POS-FILL-DATE.
            REWRITE POSITION-RECORD.
            DISPLAY "POSITION " POS-NUMBER " FILLED BY EID " POS-EID
                " " NAME.
            PERFORM FA-LOG-ACTION.
        EE-EXIT.
            EXIT.
        EF-VACATE-POSITION.
            IF POS-OPEN
                DISPLAY "POSITION " WS-MAINT-POSITION " IS ALREADY OPEN"
                GO TO EF-EXIT.
            MOVE POS-EID TO WS-MAINT-EID.
            MOVE "O" TO POS-STATUS.
            MOVE 0 TO POS-EID POS-FILL-DATE.
            REWRITE POSITION-RECORD.
            DISPLAY "POSITION " POS-NUMBER " VACATED BY EID "
                WS-MAINT-EID.
            PERFORM FA-LOG-ACTION.
        EF-EXIT.
            EXIT.
        EG-FIND-HELD-POSITION.
            MOVE 0 TO WS-HELD-POSITION.
            MOVE 0 TO POS-NUMBER.
            START POSITION-FILE KEY IS NOT LESS THAN POS-NUMBER
                INVALID KEY
                    GO TO EG-EXIT
            END-START.
        EG1-NEXT.
            READ POSITION-FILE NEXT RECORD AT END GO TO EG-EXIT.
            IF POS-FILLED AND POS-EID = WS-MAINT-EID
                MOVE POS-NUMBER TO WS-HELD-POSITION
                GO TO EG-EXIT.
            GO TO EG1-NEXT.
        EG-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=O"
                " ACTION=" WS-MAINT-ACTION
                " POSITION=" WS-MAINT-POSITION
                " EID=" WS-MAINT-EID
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        HA-LOAD-DEPT-TABLE.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "NO DEPARTMENT MASTER, DEPARTMENT EDITS "
                    "SKIPPED"
                GO TO HA-EXIT.
        HA1-DEPT-READ.
            READ DEPT-MASTER-FILE AT END GO TO HA2-DEPT-DONE.
            IF WS-DEPT-COUNT >= 50
                DISPLAY "** WARNING ** DEPARTMENT TABLE FULL, "
                    "DISCARDING DEPART: " DM-DEPART
            ELSE
                ADD 1 TO WS-DEPT-COUNT
                MOVE DM-DEPART TO WS-DM-DEPART(WS-DEPT-COUNT)
            END-IF.
            GO TO HA1-DEPT-READ.
        HA2-DEPT-DONE.
            CLOSE DEPT-MASTER-FILE.
        HA-EXIT.
            EXIT.
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
            CLOSE POSITION-FILE.
            CLOSE EMPLOYEE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "POSMAINT" TO MLK-HOLDER.
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
