      * (NON-BLANK NAME, NON-ZERO SALARY, GRADE A/B/C). ACCEPTED
      * EMPLOYEES ARE WRITTEN WITH STATUS "A"; REJECTS GO TO AN
      * EXCEPTION FILE WITH THE REASON, AND EVERY ADD IS RECORDED IN
      * EMPLOYEE_AUDIT.LOG. WHEN THE POSITION MASTER POSMAST.DAT IS
      * PRESENT EVERY HIRE MUST NAME AN OPEN POSITION IN ITS OWN
      * DEPARTMENT; THE POSITION IS MARKED FILLED BY THE NEW EID.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPT-STATUS.
            SELECT POSITION-FILE
            ASSIGN TO "posmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS POS-NUMBER
            FILE STATUS IS WS-POS-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN "paybatch.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BLK-STATUS.
            03 NH-UNIT             PIC 9(2).
            03 FILLER              PIC X.
            03 NH-HIRE-DATE        PIC 9(8).
            03 FILLER              PIC X.
            03 NH-POSITION         PIC 9(6).
        FD REJECT-FILE.
        01 REJECT-REC              PIC X(70).
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT       PIC X(80).
            COPY "audchain.cpy".
        FD DEPT-MASTER-FILE.
        01 DEPT-MASTER-REC.
            03 DM-DEPART           PIC 9(2).
            03 FILLER              PIC X.
            03 DM-NAME             PIC X(20).
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
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            03 BLK-HOLDER PIC X(10).
        01 WS-LOCK-CLEAR          PIC X.
        01 WS-REJ-STATUS          PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "employee_audit.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-RUN-TIMESTAMP       PIC X(21).
        01 WS-REJECT-REASON       PIC X(24).
        01 WS-VALID-RECORD        PIC X VALUE "Y".
        01 WS-DEPT-COUNT          PIC 99 VALUE 0.
        01 WS-DM-IDX              PIC 99.
        01 WS-DEPT-VALID          PIC X.
        01 WS-POS-STATUS          PIC XX.
        01 WS-POS-OPEN            PIC X VALUE "N".
        PROCEDURE DIVISION.
        AA-START.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
                STOP RUN.
            OPEN OUTPUT REJECT-FILE.
            PERFORM HA-LOAD-DEPT-TABLE THRU HA-EXIT.
            OPEN I-O POSITION-FILE.
            IF WS-POS-STATUS = "00"
                MOVE "Y" TO WS-POS-OPEN
            ELSE
                DISPLAY "NO POSITION MASTER, POSITION EDITS SKIPPED"
            END-IF.
            PERFORM GC-OPEN-AUDIT-FILE.
            MOVE SPACES TO AUDIT-REC.
            STRING "RUN START " WS-RUN-TIMESTAMP " MODE=NEWHIRE"
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        BB-READ.
            READ NEWHIRE-FILE AT END GO TO CC-END.
                    MOVE "UNKNOWN DEPARTMENT" TO WS-REJECT-REASON
                END-IF
            END-IF.
            IF WS-VALID-RECORD = "Y" AND WS-POS-OPEN = "Y"
                PERFORM HB-CHECK-POSITION THRU HB-EXIT.
            IF WS-VALID-RECORD = "N"
                PERFORM EA-WRITE-REJECT
                GO TO BB-READ.
                    GO TO BB-READ
            END-WRITE.
            ADD 1 TO WS-RECORDS-LOADED.
            IF WS-POS-OPEN = "Y"
                MOVE "F" TO POS-STATUS
                MOVE NH-EID TO POS-EID
                MOVE EMP-HIRE-DATE TO POS-FILL-DATE
                REWRITE POSITION-RECORD
            END-IF.
            DISPLAY "HIRED EID " NH-EID " NAME " NH-NAME.
            MOVE SPACES TO AUDIT-REC.
            STRING "HIRED EID=" NH-EID " NAME=" NH-NAME
                " GRADE=" NH-GRADE " SALARY=" NH-SALARY
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
            GO TO BB-READ.
        EA-WRITE-REJECT.
            CLOSE DEPT-MASTER-FILE.
        HA-EXIT.
            EXIT.
      * THE POSITION RECORD READ HERE STAYS IN THE BUFFER SO IT CAN
      * BE REWRITTEN AS FILLED ONCE THE EMPLOYEE IS ON FILE.
        HB-CHECK-POSITION.
            IF NH-POSITION NOT NUMERIC OR NH-POSITION = 0
                MOVE "N" TO WS-VALID-RECORD
                MOVE "NO POSITION" TO WS-REJECT-REASON
                GO TO HB-EXIT.
            MOVE NH-POSITION TO POS-NUMBER.
            READ POSITION-FILE
                INVALID KEY
                    MOVE "N" TO WS-VALID-RECORD
                    MOVE "UNKNOWN POSITION" TO WS-REJECT-REASON
                    GO TO HB-EXIT
            END-READ.
            IF POS-FILLED
                MOVE "N" TO WS-VALID-RECORD
                MOVE "POSITION ALREADY FILLED" TO WS-REJECT-REASON
                GO TO HB-EXIT.
            IF POS-DEPART NOT = NH-DEPART OR POS-UNIT NOT = NH-UNIT
                MOVE "N" TO WS-VALID-RECORD
                MOVE "POSITION IN OTHER DEPT" TO WS-REJECT-REASON.
        HB-EXIT.
            EXIT.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                " LOADED=" WS-RECORDS-LOADED
                " EXCEPTIONS=" WS-RECORDS-REJECTED
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
            CLOSE AUDIT-FILE.
            CLOSE NEWHIRE-FILE.
            CLOSE REJECT-FILE.
            CLOSE EMPLOYEE.
            IF WS-POS-OPEN = "Y"
                CLOSE POSITION-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
