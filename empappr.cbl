      * PENDING ADD/CHANGE/DELETE/TERMINATE QUEUED BY EMPLOYEE-DATA
      * IN EMPPEND.DAT AND APPLIES OR REJECTS IT. THE MAKER MAY NOT
      * APPROVE THEIR OWN CHANGE, AND BOTH IDENTITIES AND THE
      * DECISION ARE LOGGED IN EMPLOYEE_AUDIT.LOG. WHEN THE POSITION
      * MASTER POSMAST.DAT IS PRESENT AN ADD MUST NAME AN OPEN
      * POSITION IN ITS DEPARTMENT, WHICH IS THEN MARKED FILLED; A
      * TERMINATION OR DELETE OPENS THE EMPLOYEE'S POSITION AGAIN.
      * EVERY APPLIED CHANGE IS ALSO WRITTEN AS AN AMENDMENT TO
      * MT01AMD.DAT SO THAT PERSUPD CARRIES IT INTO THE PERSONNEL
      * MASTER PERSMAST.DAT THE SAME NIGHT: AN ADD AS AN ADD, A CHANGE
      * AS A CHANGE, A TERMINATION OR DELETE AS A DELETE AND A CHANGE
      * BACK FROM TERMINATED AS AN ADD. A CHANGE THAT CANNOT BE PUT
      * INTO THE PERSMAST LAYOUT IS LISTED IN PERSMAP_EXC.DAT FOR THE
      * AMENDMENT TO BE KEYED BY HAND.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT SALHIST-FILE ASSIGN "salhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SALHIST-STATUS.
            SELECT POSITION-FILE
            ASSIGN TO "posmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS POS-NUMBER
            FILE STATUS IS WS-POS-STATUS.
            SELECT AMEND-FILE ASSIGN "mt01amd.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AMD-STATUS.
            SELECT MAP-EXC-FILE ASSIGN "persmap_exc.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MXC-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE               PIC X.
            03 EMP-PAY-BASIS       PIC X.
                88 EMP-HOURLY          VALUE "H" SPACE.
                88 EMP-SALARIED        VALUE "S".
            03 EMP-HOURLY-RATE     PIC 99V99.
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
                88 PND-APPROVED           VALUE "A".
                88 PND-REJECTED           VALUE "R".
            03 PND-CHECKER             PIC X(8).
            03 PND-PAY-BASIS           PIC X.
            03 PND-HOURLY-RATE         PIC 99V99.
            03 PND-POSITION            PIC 9(6).
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT       PIC X(80).
            COPY "audchain.cpy".
        FD SALHIST-FILE.
        01 SALHIST-REC.
            03 SH-EID                  PIC 9(6).
            03 SH-OLD-GRADE            PIC X.
            03 FILLER                  PIC X.
            03 SH-NEW-GRADE            PIC X.
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
        FD AMEND-FILE.
        01 AMEND-REC.
            03 AMD-ACTION   PIC X.
            03 AMD-PERS-NUM PIC 9(6).
            03 AMD-NAME     PIC X(20).
            03 AMD-DEPART   PIC 9(2).
            03 AMD-YEAR-SERV PIC 9(2).
            03 AMD-DATE-JOIN PIC 9(6).
            03 AMD-GRADE    PIC X(3).
        FD MAP-EXC-FILE.
        01 MAP-EXC-REC             PIC X(80).
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                   PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-PND-STATUS          PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "employee_audit.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-SALHIST-STATUS      PIC XX.
        01 WS-CHECKER-ID          PIC X(8).
        01 WS-DECISION            PIC X.
        01 WS-PENDING-SEEN        PIC 9(6) VALUE 0.
        01 WS-APPLIED-COUNT       PIC 9(6) VALUE 0.
        01 WS-REJECTED-COUNT      PIC 9(6) VALUE 0.
        01 WS-POS-STATUS          PIC XX.
        01 WS-POS-OPEN            PIC X VALUE "N".
        01 WS-AMD-STATUS          PIC XX.
        01 WS-MXC-STATUS          PIC XX.
        01 WS-OLD-EMP-STATUS      PIC X.
        01 WS-MAP-REASON          PIC X(26).
        01 WS-SERVICE-YEARS       PIC S9(5).
        01 WS-JOIN-CENTURY        PIC 99.
        01 WS-AMENDS-WRITTEN      PIC 9(6) VALUE 0.
        01 WS-UNMAPPED-COUNT      PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
                CLOSE EMPLOYEE
                OPEN I-O EMPLOYEE
            END-IF.
            OPEN I-O POSITION-FILE.
            IF WS-POS-STATUS = "00"
                MOVE "Y" TO WS-POS-OPEN
            ELSE
                DISPLAY "NO POSITION MASTER, POSITION EDITS SKIPPED"
            END-IF.
            PERFORM GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AMEND-FILE.
            IF WS-AMD-STATUS NOT = "00"
                OPEN OUTPUT AMEND-FILE
            END-IF.
            OPEN EXTEND MAP-EXC-FILE.
            IF WS-MXC-STATUS NOT = "00"
                OPEN OUTPUT MAP-EXC-FILE
            END-IF.
            MOVE 0 TO PND-SEQ.
            START PENDING-FILE KEY NOT LESS PND-SEQ
                INVALID KEY
                DISPLAY "  NAME " PND-NAME " AGE " PND-AGE
                    " GRADE " PND-GRADE " SALARY " PND-SALARY
                    " STATUS " PND-EMP-STATUS
                DISPLAY "  PAY BASIS " PND-PAY-BASIS
                    " HOURLY RATE " PND-HOURLY-RATE
            END-IF.
            IF PND-ACTION = "A"
                DISPLAY "  DEPT " PND-DEPART "/" PND-UNIT
                    " POSITION " PND-POSITION
            END-IF.
            IF PND-MAKER = WS-CHECKER-ID
                DISPLAY "** YOU MADE THIS CHANGE, ANOTHER OPERATOR "
            GO TO BB-REVIEW.
        DA-APPLY-CHANGE.
            MOVE "Y" TO WS-APPLY-OK.
            IF PND-ACTION = "A" AND WS-POS-OPEN = "Y"
                PERFORM DB-CHECK-POSITION THRU DB-EXIT
                IF WS-APPLY-OK = "N"
                    GO TO DA-EXIT
                END-IF
            END-IF.
            EVALUATE PND-ACTION
                WHEN "A"
                    MOVE SPACES TO EMPLOYEE-RECORD
                    MOVE PND-AGE TO AGE
                    MOVE PND-GRADE TO GRADE
                    MOVE PND-SALARY TO SALARY
                    MOVE PND-PAY-BASIS TO EMP-PAY-BASIS
                    MOVE PND-HOURLY-RATE TO EMP-HOURLY-RATE
                    MOVE "A" TO EMP-STATUS
                    MOVE PND-DEPART TO EMP-DEPART
                    MOVE PND-UNIT TO EMP-UNIT
                        MOVE "N" TO WS-APPLY-OK
                    END-READ
                    IF WS-APPLY-OK = "Y"
                        MOVE EMP-STATUS TO WS-OLD-EMP-STATUS
                        MOVE SALARY TO WS-OLD-SALARY
                        MOVE GRADE TO WS-OLD-GRADE
                        MOVE PND-NAME TO NAME
                        MOVE PND-AGE TO AGE
                        MOVE PND-GRADE TO GRADE
                        MOVE PND-SALARY TO SALARY
                        MOVE PND-PAY-BASIS TO EMP-PAY-BASIS
                        MOVE PND-HOURLY-RATE TO EMP-HOURLY-RATE
                        MOVE PND-EMP-STATUS TO EMP-STATUS
                        MOVE PND-DEPART TO EMP-DEPART
                        MOVE PND-UNIT TO EMP-UNIT
                        MOVE "N" TO WS-APPLY-OK
                    END-READ
                    IF WS-APPLY-OK = "Y"
                        MOVE EMP-STATUS TO WS-OLD-EMP-STATUS
                        MOVE "T" TO EMP-STATUS
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO EMP-TERM-DATE
                    DISPLAY "UNKNOWN PENDING ACTION " PND-ACTION
                    MOVE "N" TO WS-APPLY-OK
            END-EVALUATE.
            IF WS-APPLY-OK = "Y" AND WS-POS-OPEN = "Y"
                PERFORM DC-UPDATE-POSITION THRU DC-EXIT.
            IF WS-APPLY-OK = "Y"
                PERFORM DD-WRITE-AMENDMENT THRU DD-EXIT.
            IF WS-APPLY-OK = "Y"
                MOVE "A" TO PND-STATE
                MOVE WS-CHECKER-ID TO PND-CHECKER
            END-IF.
        DA-EXIT.
            EXIT.
      * THE POSITION RECORD READ HERE STAYS IN THE BUFFER SO THAT
      * DC-UPDATE-POSITION CAN REWRITE IT AS FILLED AFTER THE ADD.
        DB-CHECK-POSITION.
            IF PND-POSITION NOT NUMERIC OR PND-POSITION = 0
                DISPLAY "EID " PND-EID " HAS NO POSITION, NOT APPLIED"
                MOVE "N" TO WS-APPLY-OK
                GO TO DB-EXIT.
            MOVE PND-POSITION TO POS-NUMBER.
            READ POSITION-FILE
                INVALID KEY
                    DISPLAY "POSITION " PND-POSITION " NOT FOUND, "
                        "NOT APPLIED"
                    MOVE "N" TO WS-APPLY-OK
                    GO TO DB-EXIT
            END-READ.
            IF POS-FILLED
                DISPLAY "POSITION " PND-POSITION " ALREADY FILLED BY "
                    "EID " POS-EID ", NOT APPLIED"
                MOVE "N" TO WS-APPLY-OK
                GO TO DB-EXIT.
            IF POS-DEPART NOT = PND-DEPART OR POS-UNIT NOT = PND-UNIT
                DISPLAY "POSITION " PND-POSITION " BELONGS TO DEPT "
                    POS-DEPART "/" POS-UNIT ", NOT APPLIED"
                MOVE "N" TO WS-APPLY-OK.
        DB-EXIT.
            EXIT.
      * AN ADD FILLS ITS POSITION; ANY CHANGE THAT TAKES THE EMPLOYEE
      * OFF THE ACTIVE PAYROLL OPENS WHATEVER POSITION THEY HELD.
        DC-UPDATE-POSITION.
            IF PND-ACTION = "A"
                MOVE "F" TO POS-STATUS
                MOVE PND-EID TO POS-EID
                MOVE EMP-HIRE-DATE TO POS-FILL-DATE
                REWRITE POSITION-RECORD
                GO TO DC-EXIT.
            IF PND-ACTION NOT = "T" AND PND-ACTION NOT = "D"
                AND (PND-ACTION NOT = "C" OR PND-EMP-STATUS NOT = "T")
                GO TO DC-EXIT.
            MOVE 0 TO POS-NUMBER.
            START POSITION-FILE KEY NOT LESS POS-NUMBER
                INVALID KEY
                    GO TO DC-EXIT
            END-START.
        DC1-NEXT.
            READ POSITION-FILE NEXT RECORD AT END GO TO DC-EXIT.
            IF NOT POS-FILLED OR POS-EID NOT = PND-EID
                GO TO DC1-NEXT.
            MOVE "O" TO POS-STATUS.
            MOVE 0 TO POS-EID POS-FILL-DATE.
            REWRITE POSITION-RECORD.
            DISPLAY "POSITION " POS-NUMBER " IS NOW OPEN".
        DC-EXIT.
            EXIT.
      * PERSMAST HOLDS NO STATUS, SO AN EMPLOYEE LEAVES IT WHEN
      * TERMINATED AND IS ADDED BACK IF THE TERMINATION IS UNDONE.
      * A CHANGE CARRIES THE WHOLE RECORD, AS PERSUPD REPLACES EVERY
      * FIELD. YEARS OF SERVICE ARE COUNTED TO TODAY AND THE JOIN DATE
      * IS THE HIRE DATE AS YYMMDD, WHICH WR01 READS AS 20YY WHEN YY
      * IS NOT AFTER THIS YEAR AND AS 19YY OTHERWISE.
        DD-WRITE-AMENDMENT.
            MOVE SPACES TO AMEND-REC.
            MOVE PND-EID TO AMD-PERS-NUM.
            MOVE 0 TO AMD-DEPART AMD-YEAR-SERV AMD-DATE-JOIN.
            EVALUATE PND-ACTION
                WHEN "A"
                    MOVE "A" TO AMD-ACTION
                WHEN "D"
                    MOVE "D" TO AMD-ACTION
                WHEN "T"
                    IF WS-OLD-EMP-STATUS = "T"
                        GO TO DD-EXIT
                    END-IF
                    MOVE "D" TO AMD-ACTION
                WHEN "C"
                    IF EMP-TERMINATED
                        IF WS-OLD-EMP-STATUS = "T"
                            GO TO DD-EXIT
                        END-IF
                        MOVE "D" TO AMD-ACTION
                    ELSE
                        IF WS-OLD-EMP-STATUS = "T"
                            MOVE "A" TO AMD-ACTION
                        ELSE
                            MOVE "C" TO AMD-ACTION
                        END-IF
                    END-IF
            END-EVALUATE.
            IF AMD-ACTION = "D"
                GO TO DD1-WRITE.
            MOVE SPACES TO WS-MAP-REASON.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            IF NAME = SPACES
                MOVE "NO NAME" TO WS-MAP-REASON.
            IF EMP-DEPART NOT NUMERIC
                MOVE "DEPARTMENT NOT NUMERIC" TO WS-MAP-REASON.
            IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = 0
                MOVE "NO HIRE DATE FOR DATE-JOIN" TO WS-MAP-REASON.
            IF WS-MAP-REASON NOT = SPACES
                GO TO DD2-UNMAPPED.
            IF EMP-HIRE-DATE(3:2) > WS-TODAY-DATE(3:2)
                MOVE 19 TO WS-JOIN-CENTURY
            ELSE
                MOVE 20 TO WS-JOIN-CENTURY
            END-IF.
            IF EMP-HIRE-DATE(1:2) NOT = WS-JOIN-CENTURY
                MOVE "HIRE YEAR OUTSIDE YY RANGE" TO WS-MAP-REASON
                GO TO DD2-UNMAPPED.
            COMPUTE WS-SERVICE-YEARS =
                (WS-TODAY-DATE - EMP-HIRE-DATE) / 10000.
            IF WS-SERVICE-YEARS < 0
                MOVE 0 TO WS-SERVICE-YEARS.
            IF WS-SERVICE-YEARS > 99
                MOVE "SERVICE OVER 99 YEARS" TO WS-MAP-REASON
                GO TO DD2-UNMAPPED.
            MOVE NAME TO AMD-NAME.
            MOVE EMP-DEPART TO AMD-DEPART.
            MOVE WS-SERVICE-YEARS TO AMD-YEAR-SERV.
            MOVE EMP-HIRE-DATE(3:6) TO AMD-DATE-JOIN.
            MOVE GRADE TO AMD-GRADE.
        DD1-WRITE.
            WRITE AMEND-REC.
            ADD 1 TO WS-AMENDS-WRITTEN.
            GO TO DD-EXIT.
        DD2-UNMAPPED.
            ADD 1 TO WS-UNMAPPED-COUNT.
            DISPLAY "** EID " PND-EID " NOT SENT TO PERSMAST: "
                WS-MAP-REASON " **".
            MOVE SPACES TO MAP-EXC-REC.
            STRING "DATE=" WS-TODAY-DATE
                " SEQ=" PND-SEQ " ACTION=" AMD-ACTION
                " EID=" PND-EID " REASON=" WS-MAP-REASON
                DELIMITED BY SIZE INTO MAP-EXC-REC.
            WRITE MAP-EXC-REC.
        DD-EXIT.
            EXIT.
        EA-LOG-DECISION.
            MOVE SPACES TO AUDIT-REC.
            STRING "REVIEWED SEQ=" PND-SEQ " ACTION=" PND-ACTION
                " EID=" PND-EID " MAKER=" PND-MAKER
                " CHECKER=" WS-CHECKER-ID " STATE=" PND-STATE
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        II-WRITE-SALHIST.
            OPEN EXTEND SALHIST-FILE.
            DISPLAY "PENDING CHANGES REVIEWED: " WS-PENDING-SEEN.
            DISPLAY "CHANGES APPLIED: " WS-APPLIED-COUNT.
            DISPLAY "CHANGES REJECTED: " WS-REJECTED-COUNT.
            DISPLAY "PERSMAST AMENDMENTS WRITTEN: " WS-AMENDS-WRITTEN.
            DISPLAY "CHANGES NOT MAPPED TO PERSMAST: "
                WS-UNMAPPED-COUNT.
            CLOSE PENDING-FILE.
            CLOSE AMEND-FILE.
            CLOSE MAP-EXC-FILE.
            CLOSE EMPLOYEE.
            IF WS-POS-OPEN = "Y"
                CLOSE POSITION-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
