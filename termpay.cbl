      * APPLIED, THE YTD BALANCES ARE POSTED, AND THE EMPLOYEE'S
      * SATELLITE RECORDS (TIMESHEETS, ACCRUAL, DEDUCTIONS,
      * GARNISHMENT, SHIFT, BANKED LEAVE AND HELD PAY) ARE CLOSED
      * OUT. OPEN BENEFIT ENROLMENTS ARE ENDED AT THE TERMINATION
      * DATE. STAFF EXPENSE CLAIMS STILL QUEUED ON REIMBQ.DAT ARE
      * REPAID ON THE FINAL PAYSLIP, AFTER TAX, AND MARKED PAID.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DED-EID
            FILE STATUS IS WS-DED-STATUS.
            SELECT PLAN-FILE
            ASSIGN TO "benplan.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BP-PLAN-CODE
            FILE STATUS IS WS-BP-STATUS.
            SELECT ENROL-FILE
            ASSIGN TO "benenrol.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BE-KEY
            FILE STATUS IS WS-BE-STATUS.
            SELECT GARNISH-FILE
            ASSIGN TO "garnish.dat"
            ORGANIZATION IS INDEXED
            SELECT PS-HISTORY-FILE
            ASSIGN TO "payslip_history.dat"
            FILE STATUS IS WS-PSH-STATUS.
            SELECT REIMB-FILE
            ASSIGN TO "reimbq.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-KEY
            FILE STATUS IS WS-RQ-STATUS.
            SELECT QTD-FILE
            ASSIGN TO "payqtd.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QTD-EID
            FILE STATUS IS WS-QTD-STATUS.
            SELECT REMIT-FILE
            ASSIGN TO "taxremit.dat"
            ORGANIZATION IS INDEXED
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
            03 YTD-NET              PIC 9(8)V99.
            03 YTD-DEDUCT           PIC 9(8)V99.
            03 YTD-GARNISH          PIC 9(8)V99.
        FD QTD-FILE.
        01 QTD-RECORD.
            03 QTD-EID              PIC 9(6).
            03 QTD-QUARTER          PIC 9(5).
            03 QTD-GROSS            PIC 9(8)V99.
            03 QTD-TAX              PIC 9(8)V99.
            03 QTD-DEDUCT           PIC 9(8)V99.
            03 QTD-PRIOR-QUARTER    PIC 9(5).
            03 QTD-PRIOR-GROSS      PIC 9(8)V99.
            03 QTD-PRIOR-TAX        PIC 9(8)V99.
            03 QTD-PRIOR-DEDUCT     PIC 9(8)V99.
        FD ACCRUAL-FILE.
        01 ACCRUAL-RECORD.
            03 ACR-EID              PIC 9(6).
            03 DED-UNION-DUES        PIC 99V99.
            03 DED-BENEFIT-PREMIUM   PIC 99V99.
            03 DED-PARKING           PIC 99V99.
        FD PLAN-FILE.
        01 PLAN-RECORD.
            03 BP-PLAN-CODE          PIC X(4).
            03 BP-PLAN-NAME          PIC X(20).
            03 BP-TIER-COST OCCURS 4 TIMES.
                05 BP-EE-COST        PIC 9(4)V99.
                05 BP-ER-COST        PIC 9(4)V99.
        FD ENROL-FILE.
        01 ENROL-RECORD.
            03 BE-KEY.
                05 BE-EID            PIC 9(6).
                05 BE-PLAN-CODE      PIC X(4).
            03 BE-TIER               PIC X.
            03 BE-EFFECTIVE-DATE     PIC 9(8).
            03 BE-END-DATE           PIC 9(8).
        FD GARNISH-FILE.
        01 GARNISH-RECORD.
            03 GAR-EID               PIC 9(6).
            03 PS-INSURE             PIC 99V99.
            03 PS-BONUS              PIC 99V99.
            03 PS-UNION-DUES         PIC 99V99.
            03 PS-BENEFIT-PREMIUM    PIC 9(4)V99.
            03 PS-PARKING            PIC 99V99.
            03 PS-GARNISHMENT        PIC 9(6)V99.
            03 PS-SHIFT-PREMIUM      PIC 9(6)V99.
            03 PS-VAC-HOURS          PIC 999V99.
            03 PS-AWARD              PIC 9(5)V99.
            03 PS-PERIOD             PIC 9(4).
            03 PS-HOL-HOURS          PIC 999V99.
            03 PS-HOL-PREMIUM        PIC 9(6)V99.
            03 PS-RETIRE             PIC 9(5)V99.
            03 PS-REIMBURSE          PIC 9(6)V99.
            03 PS-LOAN-DEDUCT        PIC 9(6)V99.
            03 PS-LF                 PIC X.
        FD REIMB-FILE.
        01 REIMB-REC.
            COPY "reimbq.cpy".
        FD REMIT-FILE.
        01 REMIT-RECORD.
            03 TR-MONTH              PIC 9(6).
        01 WS-BAL-STATUS          PIC XX.
        01 WS-ACR-STATUS          PIC XX.
        01 WS-DED-STATUS          PIC XX.
        01 WS-BP-STATUS           PIC XX.
        01 WS-BE-STATUS           PIC XX.
        01 WS-BENEFIT-PREMIUM     PIC 9(4)V99 VALUE 0.
        01 WS-BEN-EE-PERIOD       PIC 9(4)V99 VALUE 0.
        01 WS-BEN-TIER-IDX        PIC 9 VALUE 0.
        01 WS-GAR-STATUS          PIC XX.
        01 WS-SFT-STATUS          PIC XX.
        01 WS-HOURS-STATUS        PIC XX.
        01 WS-LV-STATUS           PIC XX.
        01 WS-HELD-STATUS         PIC XX.
        01 WS-PSH-STATUS          PIC XX.
        01 WS-RQ-STATUS           PIC XX.
        01 WS-REIMBURSE           PIC 9(6)V99 VALUE 0.
        01 WS-REM-STATUS          PIC XX.
        01 WS-QTD-STATUS          PIC XX.
        01 WS-RUN-QUARTER         PIC 9(5).
        01 WS-QTR-YEAR            PIC 9(4).
        01 WS-QTR-MONTH           PIC 99.
        01 WS-QTR-NUM             PIC 9.
        01 WS-BLK-STATUS          PIC XX.
        01 WS-MLK-STATUS          PIC XX.
        01 WS-LOCK-HELD           PIC X.
        01 GROSS-PAY              PIC 9(6)V99 VALUE 0.
        01 TAX                    PIC 9(6)V99 VALUE 0.
        01 NET-PAY                PIC S9(6)V99 VALUE 0.
        01 WS-OTHER-DEDUCTIONS    PIC 9(4)V99 VALUE 0.
        01 WS-GARNISHMENT         PIC 9(6)V99 VALUE 0.
        01 WS-GARNISH-CAP         PIC 9(6)V99 VALUE 0.
        01 WS-GARNISH-REMAINING   PIC 9(6)V99 VALUE 0.
                CLOSE EMPLOYEE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            IF EMP-HOURLY AND EMP-HOURLY-RATE NUMERIC
                AND EMP-HOURLY-RATE > 0
                MOVE EMP-HOURLY-RATE TO HOUR-RATE
            ELSE
                COMPUTE HOUR-RATE ROUNDED = SALARY / 2080
            END-IF.
            PERFORM BA-PAY-OUT-VACATION THRU BA-EXIT.
            PERFORM BB-FINAL-DEDUCTIONS THRU BB-EXIT.
            PERFORM EA-CALC-TAX.
                GIVING NET-PAY.
            PERFORM BC-FINAL-GARNISHMENT THRU BC-EXIT.
            SUBTRACT WS-GARNISHMENT FROM NET-PAY.
            PERFORM BE-FINAL-CLAIMS THRU BE-EXIT.
            ADD WS-REIMBURSE TO NET-PAY.
            DISPLAY "FINAL GROSS: " GROSS-PAY " TAX: " TAX
                " NET: " NET-PAY.
            PERFORM CA-POST-YTD.
            PERFORM CD-POST-QTD THRU CD-EXIT.
            PERFORM CC-POST-TAX-REMITTANCE THRU CC-EXIT.
            PERFORM CB-WRITE-FINAL-PAYSLIP.
            PERFORM DA-CLOSE-SATELLITES.
            IF WS-DED-STATUS NOT = "00"
                MOVE 0 TO DED-UNION-DUES DED-BENEFIT-PREMIUM
                    DED-PARKING
                GO TO BB1-ADD-DEDUCTIONS.
            MOVE WS-SETTLE-EID TO DED-EID.
            READ DEDUCTION-FILE
                INVALID KEY
                    MOVE 0 TO DED-UNION-DUES DED-BENEFIT-PREMIUM
                        DED-PARKING
            END-READ.
            CLOSE DEDUCTION-FILE.
        BB1-ADD-DEDUCTIONS.
            PERFORM BD-FINAL-BENEFITS THRU BD-EXIT.
            ADD DED-UNION-DUES WS-BENEFIT-PREMIUM DED-PARKING
                GIVING WS-OTHER-DEDUCTIONS.
            DISPLAY "FINAL-PERIOD DEDUCTIONS: "
                WS-OTHER-DEDUCTIONS.
        BB-EXIT.
            EXIT.
      * THE FINAL PERIOD IS CHARGED ONE WEEK OF EACH ENROLMENT STILL IN
      * FORCE ON THE TERMINATION DATE, AS PAY CHARGES A WEEKLY PERIOD.
        BD-FINAL-BENEFITS.
            MOVE 0 TO WS-BENEFIT-PREMIUM.
            OPEN INPUT PLAN-FILE.
            IF WS-BP-STATUS NOT = "00"
                GO TO BD-EXIT.
            OPEN INPUT ENROL-FILE.
            IF WS-BE-STATUS NOT = "00"
                CLOSE PLAN-FILE
                GO TO BD-EXIT.
            MOVE WS-SETTLE-EID TO BE-EID.
            MOVE SPACES TO BE-PLAN-CODE.
            START ENROL-FILE KEY IS NOT LESS THAN BE-KEY
                INVALID KEY
                    GO TO BD2-CLOSE
            END-START.
        BD1-NEXT-ENROLMENT.
            READ ENROL-FILE NEXT RECORD AT END GO TO BD2-CLOSE.
            IF BE-EID NOT = WS-SETTLE-EID
                GO TO BD2-CLOSE.
            IF BE-EFFECTIVE-DATE > EMP-TERM-DATE
                GO TO BD1-NEXT-ENROLMENT.
            IF BE-END-DATE NOT = 0 AND BE-END-DATE < EMP-TERM-DATE
                GO TO BD1-NEXT-ENROLMENT.
            EVALUATE BE-TIER
                WHEN "E" MOVE 1 TO WS-BEN-TIER-IDX
                WHEN "S" MOVE 2 TO WS-BEN-TIER-IDX
                WHEN "C" MOVE 3 TO WS-BEN-TIER-IDX
                WHEN "F" MOVE 4 TO WS-BEN-TIER-IDX
                WHEN OTHER
                    GO TO BD1-NEXT-ENROLMENT
            END-EVALUATE.
            MOVE BE-PLAN-CODE TO BP-PLAN-CODE.
            READ PLAN-FILE
                INVALID KEY
                    GO TO BD1-NEXT-ENROLMENT
            END-READ.
            COMPUTE WS-BEN-EE-PERIOD ROUNDED =
                BP-EE-COST(WS-BEN-TIER-IDX) * 12 / 52.
            ADD WS-BEN-EE-PERIOD TO WS-BENEFIT-PREMIUM.
            GO TO BD1-NEXT-ENROLMENT.
        BD2-CLOSE.
            CLOSE ENROL-FILE.
            CLOSE PLAN-FILE.
        BD-EXIT.
            EXIT.
        BC-FINAL-GARNISHMENT.
            MOVE 0 TO WS-GARNISHMENT.
            OPEN I-O GARNISH-FILE.
            CLOSE GARNISH-FILE.
        BC-EXIT.
            EXIT.
        BE-FINAL-CLAIMS.
            MOVE 0 TO WS-REIMBURSE.
            OPEN I-O REIMB-FILE.
            IF WS-RQ-STATUS NOT = "00"
                GO TO BE-EXIT.
            MOVE WS-SETTLE-EID TO RQ-EID.
            MOVE 0 TO RQ-SEQ.
            START REIMB-FILE KEY IS NOT LESS THAN RQ-KEY
                INVALID KEY
                    GO TO BE2-CLOSE
            END-START.
        BE1-NEXT-CLAIM.
            READ REIMB-FILE NEXT RECORD AT END GO TO BE2-CLOSE.
            IF RQ-EID NOT = WS-SETTLE-EID
                GO TO BE2-CLOSE.
            IF NOT RQ-QUEUED
                GO TO BE1-NEXT-CLAIM.
            ADD RQ-AMOUNT TO WS-REIMBURSE.
            MOVE "P" TO RQ-STATE.
            MOVE 9999 TO RQ-PAID-PERIOD.
            MOVE SPACES TO RQ-PAY-RUN.
            STRING "TERM" WS-RUN-DATE
                DELIMITED BY SIZE INTO RQ-PAY-RUN.
            REWRITE REIMB-REC.
            DISPLAY "EXPENSE CLAIM " RQ-SEQ " REIMBURSED: " RQ-AMOUNT.
            GO TO BE1-NEXT-CLAIM.
        BE2-CLOSE.
            CLOSE REIMB-FILE.
        BE-EXIT.
            EXIT.
        EA-CALC-TAX.
            MOVE 0 TO TAX.
            MOVE 0 TO WS-PREV-LIMIT.
            CLOSE REMIT-FILE.
        CC-EXIT.
            EXIT.
      * THE SETTLEMENT IS PART OF THE QUARTER'S WAGES AND TAX, SO IT
      * GOES TO THE QUARTER-TO-DATE FILE THE SAME WAY PAY POSTS IT.
        CD-POST-QTD.
            MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR.
            MOVE WS-RUN-DATE(5:2) TO WS-QTR-MONTH.
            COMPUTE WS-QTR-NUM = (WS-QTR-MONTH + 2) / 3.
            COMPUTE WS-RUN-QUARTER = WS-QTR-YEAR * 10 + WS-QTR-NUM.
            OPEN I-O QTD-FILE.
            IF WS-QTD-STATUS NOT = "00"
                OPEN OUTPUT QTD-FILE
                CLOSE QTD-FILE
                OPEN I-O QTD-FILE
            END-IF.
            IF WS-QTD-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN QUARTER-TO-DATE FILE, STATUS "
                    WS-QTD-STATUS " **"
                GO TO CD-EXIT.
            MOVE WS-SETTLE-EID TO QTD-EID.
            READ QTD-FILE
                INVALID KEY
                    MOVE 0 TO QTD-GROSS QTD-TAX QTD-DEDUCT
                        QTD-PRIOR-QUARTER QTD-PRIOR-GROSS
                        QTD-PRIOR-TAX QTD-PRIOR-DEDUCT
                    MOVE WS-RUN-QUARTER TO QTD-QUARTER
            END-READ.
            IF QTD-QUARTER NOT = WS-RUN-QUARTER
                MOVE QTD-QUARTER TO QTD-PRIOR-QUARTER
                MOVE QTD-GROSS TO QTD-PRIOR-GROSS
                MOVE QTD-TAX TO QTD-PRIOR-TAX
                MOVE QTD-DEDUCT TO QTD-PRIOR-DEDUCT
                MOVE 0 TO QTD-GROSS QTD-TAX QTD-DEDUCT
                MOVE WS-RUN-QUARTER TO QTD-QUARTER
            END-IF.
            ADD GROSS-PAY TO QTD-GROSS.
            ADD TAX TO QTD-TAX.
            ADD WS-OTHER-DEDUCTIONS TO QTD-DEDUCT.
            IF WS-QTD-STATUS = "00"
                REWRITE QTD-RECORD
            ELSE
                WRITE QTD-RECORD
            END-IF.
            CLOSE QTD-FILE.
            DISPLAY "QTD BALANCES POSTED FOR QUARTER " WS-RUN-QUARTER.
        CD-EXIT.
            EXIT.
        CB-WRITE-FINAL-PAYSLIP.
            OPEN EXTEND PS-HISTORY-FILE.
            IF WS-PSH-STATUS NOT = "00"
            MOVE 0 TO PS-HOURS.
            MOVE 0 TO PS-INSURE PS-BONUS.
            MOVE DED-UNION-DUES TO PS-UNION-DUES.
            MOVE WS-BENEFIT-PREMIUM TO PS-BENEFIT-PREMIUM.
            MOVE DED-PARKING TO PS-PARKING.
            MOVE WS-GARNISHMENT TO PS-GARNISHMENT.
            MOVE 0 TO PS-SHIFT-PREMIUM.
            MOVE WS-VAC-HOURS TO PS-VAC-HOURS.
            MOVE 0 TO PS-AWARD.
            MOVE 9999 TO PS-PERIOD.
            MOVE 0 TO PS-HOL-HOURS PS-HOL-PREMIUM PS-RETIRE.
            MOVE WS-REIMBURSE TO PS-REIMBURSE.
            MOVE 0 TO PS-LOAN-DEDUCT.
            MOVE FUNCTION CHAR(11) TO PS-LF.
            WRITE PAYSLIP-RECORD.
            CLOSE PS-HISTORY-FILE.
                CLOSE HELD-FILE
            END-IF.
            PERFORM DB-DELETE-TIMESHEETS THRU DB-EXIT.
            PERFORM DC-END-ENROLMENTS THRU DC-EXIT.
        DB-DELETE-TIMESHEETS.
            OPEN I-O HOURS-FILE.
            IF WS-HOURS-STATUS NOT = "00"
            CLOSE HOURS-FILE.
        DB-EXIT.
            EXIT.
      * ENROLMENTS ARE ENDED, NOT DELETED, SO THE INSURER'S BILL FOR
      * THE MONTHS ALREADY COVERED STILL RECONCILES.
        DC-END-ENROLMENTS.
            OPEN I-O ENROL-FILE.
            IF WS-BE-STATUS NOT = "00"
                GO TO DC-EXIT.
            MOVE WS-SETTLE-EID TO BE-EID.
            MOVE SPACES TO BE-PLAN-CODE.
            START ENROL-FILE KEY IS NOT LESS THAN BE-KEY
                INVALID KEY
                    GO TO DC-CLOSE
            END-START.
        DC1-NEXT.
            READ ENROL-FILE NEXT RECORD AT END GO TO DC-CLOSE.
            IF BE-EID NOT = WS-SETTLE-EID
                GO TO DC-CLOSE.
            IF BE-END-DATE = 0 OR BE-END-DATE > EMP-TERM-DATE
                MOVE EMP-TERM-DATE TO BE-END-DATE
                REWRITE ENROL-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-RECORDS-CLOSED
                END-REWRITE
            END-IF.
            GO TO DC1-NEXT.
        DC-CLOSE.
            CLOSE ENROL-FILE.
        DC-EXIT.
            EXIT.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
