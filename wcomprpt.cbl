        IDENTIFICATION DIVISION.
        PROGRAM-ID. WCOMPRPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM WORKS OUT THE WORKERS' COMPENSATION PREMIUM DUE
      * ON PAYROLL. GROSS PAY IS TAKEN FROM PAYSLIP_HISTORY.DAT FOR
      * ONE PAY PERIOD, OR FOR EVERY PERIOD ENDING IN A CALENDAR YEAR
      * FOR THE ANNUAL AUDIT, AND ROLLED UP BY THE EMPLOYEE'S
      * DEPARTMENT (EMP-DEPART ON EMPLOYEE.DAT). EACH DEPARTMENT
      * CARRIES A RISK CLASS AND A RATE PER 100 OF PAYROLL ON
      * DEPTMAST.DAT; THE PREMIUM IS WORKED OUT PER DEPARTMENT AND
      * TOTALLED BY RISK CLASS. PAY THAT CANNOT BE PLACED IN A RATED
      * DEPARTMENT IS LISTED AS UNCLASSIFIED SO THE TOTALS STILL
      * AGREE WITH THE PAY REGISTER. THE REPORT IS WRITTEN TO
      * WCOMP_REPORT.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PS-HISTORY-FILE
              ASSIGN TO "payslip_history.dat"
              FILE STATUS IS WS-PSH-STATUS.
            SELECT EMPLOYEE
              ASSIGN TO "employee.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EID
              FILE STATUS IS WS-EMP-STATUS.
            SELECT CALENDAR-FILE
              ASSIGN TO "paycal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PC-PERIOD-NUM
              FILE STATUS IS WS-CAL-STATUS.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPT-STATUS.
            SELECT REPORT-FILE ASSIGN "wcomp_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PS-HISTORY-FILE.
        01 PAYSLIP-RECORD.
            03 PS-EID               PIC 9(6).
            03 PS-NAME               PIC X(6).
            03 PS-HOUR-RATE          PIC 99V99.
            03 PS-HOURS              PIC 999V99.
            03 PS-INSURE             PIC 99V99.
            03 PS-BONUS              PIC 99V99.
            03 PS-UNION-DUES         PIC 99V99.
            03 PS-BENEFIT-PREMIUM    PIC 9(4)V99.
            03 PS-PARKING            PIC 99V99.
            03 PS-GARNISHMENT        PIC 9(6)V99.
            03 PS-SHIFT-PREMIUM      PIC 9(6)V99.
            03 PS-GROSS-PAY          PIC S9(6)V99.
            03 PS-TAX                PIC S9(6)V99.
            03 PS-NET-PAY            PIC S9(6)V99.
            03 PS-VAC-HOURS          PIC 999V99.
            03 PS-AWARD              PIC 9(5)V99.
            03 PS-PERIOD             PIC 9(4).
            03 PS-HOL-HOURS          PIC 999V99.
            03 PS-HOL-PREMIUM        PIC 9(6)V99.
            03 PS-RETIRE             PIC 9(5)V99.
            03 PS-REIMBURSE          PIC 9(6)V99.
            03 PS-LOAN-DEDUCT        PIC 9(6)V99.
            03 PS-LF                 PIC X.
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
        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
            03 PC-PERIOD-NUM         PIC 9(4).
            03 PC-TYPE               PIC X.
            03 PC-START-DATE         PIC 9(8).
            03 PC-END-DATE           PIC 9(8).
            03 PC-STATUS             PIC X.
                88 PC-OPEN               VALUE "O".
                88 PC-CLOSED             VALUE "C".
        FD DEPT-MASTER-FILE.
        01 DEPT-MASTER-REC.
            03 DM-DEPART           PIC 9(2).
            03 FILLER              PIC X.
            03 DM-NAME             PIC X(20).
            03 FILLER              PIC X.
            03 DM-RISK-CLASS       PIC X(4).
            03 FILLER              PIC X.
            03 DM-WC-RATE          PIC 99V999.
            03 DM-WC-RATE-X REDEFINES DM-WC-RATE PIC X(5).
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PSH-STATUS          PIC XX.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-CAL-STATUS          PIC XX.
        01 WS-DEPT-STATUS         PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
        01 WS-REPORT-MODE         PIC X.
            88 WS-PERIOD-REPORT       VALUE "P".
            88 WS-YEAR-REPORT         VALUE "Y".
        01 WS-REPORT-PERIOD       PIC 9(4) VALUE 0.
        01 WS-REPORT-YEAR         PIC 9(4) VALUE 0.
        01 WS-CAL-OPEN            PIC X VALUE "N".
        01 WS-LAST-PERIOD         PIC 9(4) VALUE 0.
        01 WS-LAST-PERIOD-OK      PIC X VALUE "N".
        01 WS-DEPT-TABLE.
            03 WS-DM-ENTRY OCCURS 50 TIMES.
                05 WS-DM-DEPART   PIC 9(2).
                05 WS-DM-NAME     PIC X(20).
                05 WS-DM-CLASS    PIC X(4).
                05 WS-DM-RATE     PIC 99V999.
                05 WS-DM-COUNT    PIC 9(6).
                05 WS-DM-GROSS    PIC S9(9)V99.
                05 WS-DM-PREMIUM  PIC S9(8)V99.
        01 WS-DM-COUNT-USED       PIC 99 VALUE 0.
        01 WS-DM-IDX              PIC 99.
        01 WS-DM-FOUND            PIC 99 VALUE 0.
        01 WS-CLASS-TABLE.
            03 WS-CL-ENTRY OCCURS 50 TIMES.
                05 WS-CL-CLASS    PIC X(4).
                05 WS-CL-DEPTS    PIC 99.
                05 WS-CL-GROSS    PIC S9(9)V99.
                05 WS-CL-PREMIUM  PIC S9(8)V99.
        01 WS-CL-COUNT-USED       PIC 99 VALUE 0.
        01 WS-CL-IDX              PIC 99.
        01 WS-CL-FOUND            PIC 99 VALUE 0.
        01 WS-UNCLASS-COUNT       PIC 9(6) VALUE 0.
        01 WS-UNCLASS-GROSS       PIC S9(9)V99 VALUE 0.
        01 WS-RECORDS-READ        PIC 9(6) VALUE 0.
        01 WS-RECORDS-USED        PIC 9(6) VALUE 0.
        01 WS-NO-CALENDAR         PIC 9(6) VALUE 0.
        01 WS-TOT-GROSS           PIC S9(9)V99 VALUE 0.
        01 WS-TOT-PREMIUM         PIC S9(8)V99 VALUE 0.
        01 WS-ED-GROSS            PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-ED-PREMIUM          PIC -ZZ,ZZZ,ZZ9.99.
        01 WS-ED-RATE             PIC Z9.999.
        01 WS-ED-COUNT            PIC ZZZ,ZZ9.
        01 WS-SCOPE-TEXT          PIC X(24).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "REPORT ONE PERIOD (P) OR YEAR TO DATE (Y)? ".
            ACCEPT WS-REPORT-MODE.
            IF WS-REPORT-MODE = "p"
                MOVE "P" TO WS-REPORT-MODE.
            IF WS-REPORT-MODE = "y"
                MOVE "Y" TO WS-REPORT-MODE.
            IF NOT WS-PERIOD-REPORT AND NOT WS-YEAR-REPORT
                DISPLAY "** REPORT MUST BE P OR Y **"
                GO TO ZZ-END.
            IF WS-PERIOD-REPORT
                DISPLAY "ENTER PAY PERIOD NUMBER: "
                ACCEPT WS-REPORT-PERIOD
                MOVE SPACES TO WS-SCOPE-TEXT
                STRING "PAY PERIOD " WS-REPORT-PERIOD
                    DELIMITED BY SIZE INTO WS-SCOPE-TEXT
            ELSE
                DISPLAY "ENTER YEAR YYYY (0 = CURRENT YEAR): "
                ACCEPT WS-REPORT-YEAR
                IF WS-REPORT-YEAR = 0
                    MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR
                END-IF
                MOVE SPACES TO WS-SCOPE-TEXT
                STRING "YEAR TO DATE " WS-REPORT-YEAR
                    DELIMITED BY SIZE INTO WS-SCOPE-TEXT
            END-IF.
            OPEN INPUT PS-HISTORY-FILE.
            IF WS-PSH-STATUS NOT = "00"
                DISPLAY "NO PAYSLIP HISTORY AVAILABLE"
                GO TO ZZ-END.
            IF WS-YEAR-REPORT
                OPEN INPUT CALENDAR-FILE
                IF WS-CAL-STATUS NOT = "00"
                    DISPLAY "NO PAY CALENDAR, CANNOT PLACE PERIODS "
                        "IN A YEAR"
                    CLOSE PS-HISTORY-FILE
                    GO TO ZZ-END
                END-IF
                MOVE "Y" TO WS-CAL-OPEN
            END-IF.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE PS-HISTORY-FILE
                GO TO ZZ-END.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE wcomp_report.txt, STATUS "
                    WS-RPT-STATUS
                CLOSE PS-HISTORY-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END.
            PERFORM HA-LOAD-DEPT-MASTER THRU HA-EXIT.
        BB-READ.
            READ PS-HISTORY-FILE AT END GO TO CC-SUMMARY.
            ADD 1 TO WS-RECORDS-READ.
            IF WS-PERIOD-REPORT
                IF PS-PERIOD NOT = WS-REPORT-PERIOD
                    GO TO BB-READ
                END-IF
            ELSE
                PERFORM DA-CHECK-PERIOD-YEAR THRU DA-EXIT
                IF WS-LAST-PERIOD-OK NOT = "Y"
                    GO TO BB-READ
                END-IF
            END-IF.
            ADD 1 TO WS-RECORDS-USED.
            ADD PS-GROSS-PAY TO WS-TOT-GROSS.
            MOVE PS-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** NO EMPLOYEE MASTER FOR EID " PS-EID
                        ", PAY LISTED AS UNCLASSIFIED **"
                    ADD 1 TO WS-UNCLASS-COUNT
                    ADD PS-GROSS-PAY TO WS-UNCLASS-GROSS
                    GO TO BB-READ
            END-READ.
            MOVE 0 TO WS-DM-FOUND.
            MOVE 1 TO WS-DM-IDX.
            PERFORM DB-FIND-DEPT THRU DB-EXIT.
            IF WS-DM-FOUND = 0
                ADD 1 TO WS-UNCLASS-COUNT
                ADD PS-GROSS-PAY TO WS-UNCLASS-GROSS
                GO TO BB-READ.
            ADD 1 TO WS-DM-COUNT(WS-DM-FOUND).
            ADD PS-GROSS-PAY TO WS-DM-GROSS(WS-DM-FOUND).
            GO TO BB-READ.
      * A PAYSLIP BELONGS TO THE YEAR ITS PAY PERIOD ENDS IN. THE
      * HISTORY IS IN PERIOD ORDER, SO THE LAST ANSWER IS KEPT.
        DA-CHECK-PERIOD-YEAR.
            IF PS-PERIOD = WS-LAST-PERIOD
                GO TO DA-EXIT.
            MOVE PS-PERIOD TO WS-LAST-PERIOD.
            MOVE "N" TO WS-LAST-PERIOD-OK.
            MOVE PS-PERIOD TO PC-PERIOD-NUM.
            READ CALENDAR-FILE
                INVALID KEY
                    ADD 1 TO WS-NO-CALENDAR
                    DISPLAY "** PERIOD " PS-PERIOD
                        " IS NOT ON paycal.dat, LEFT OUT **"
                    GO TO DA-EXIT
            END-READ.
            IF PC-END-DATE(1:4) = WS-REPORT-YEAR
                MOVE "Y" TO WS-LAST-PERIOD-OK.
        DA-EXIT.
            EXIT.
        DB-FIND-DEPT.
            IF WS-DM-IDX > WS-DM-COUNT-USED
                GO TO DB-EXIT.
            IF WS-DM-DEPART(WS-DM-IDX) = EMP-DEPART
                MOVE WS-DM-IDX TO WS-DM-FOUND
                GO TO DB-EXIT.
            ADD 1 TO WS-DM-IDX.
            GO TO DB-FIND-DEPT.
        DB-EXIT.
            EXIT.
      * A DEPARTMENT WITH NO RISK CLASS OR NO USABLE RATE IS LEFT OFF
      * THE TABLE, SO ITS PAY FALLS INTO THE UNCLASSIFIED LINE.
        HA-LOAD-DEPT-MASTER.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "NO DEPARTMENT MASTER, ALL PAY IS "
                    "UNCLASSIFIED"
                GO TO HA-EXIT.
        HA1-DEPT-READ.
            READ DEPT-MASTER-FILE AT END GO TO HA2-DEPT-DONE.
            IF DM-RISK-CLASS = SPACES OR DM-WC-RATE-X NOT NUMERIC
                DISPLAY "** DEPARTMENT " DM-DEPART
                    " HAS NO RISK CLASS OR RATE, PAY UNCLASSIFIED **"
                GO TO HA1-DEPT-READ.
            IF WS-DM-COUNT-USED >= 50
                DISPLAY "** WARNING ** DEPARTMENT TABLE FULL, "
                    "DISCARDING DEPART: " DM-DEPART
                GO TO HA1-DEPT-READ.
            ADD 1 TO WS-DM-COUNT-USED.
            MOVE DM-DEPART TO WS-DM-DEPART(WS-DM-COUNT-USED).
            MOVE DM-NAME TO WS-DM-NAME(WS-DM-COUNT-USED).
            MOVE DM-RISK-CLASS TO WS-DM-CLASS(WS-DM-COUNT-USED).
            MOVE DM-WC-RATE TO WS-DM-RATE(WS-DM-COUNT-USED).
            MOVE 0 TO WS-DM-COUNT(WS-DM-COUNT-USED).
            MOVE 0 TO WS-DM-GROSS(WS-DM-COUNT-USED).
            MOVE 0 TO WS-DM-PREMIUM(WS-DM-COUNT-USED).
            GO TO HA1-DEPT-READ.
        HA2-DEPT-DONE.
            CLOSE DEPT-MASTER-FILE.
        HA-EXIT.
            EXIT.
        CC-SUMMARY.
            PERFORM FA-WRITE-HEADING.
            MOVE 1 TO WS-DM-IDX.
            PERFORM FB-DEPT-LINE THRU FB-EXIT.
            MOVE WS-UNCLASS-GROSS TO WS-ED-GROSS.
            MOVE WS-UNCLASS-COUNT TO WS-ED-COUNT.
            MOVE SPACES TO REPORT-LINE.
            STRING "   UNCLASSIFIED                  "
                WS-ED-COUNT "  " WS-ED-GROSS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREMIUM BY RISK CLASS"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CLASS  DEPTS          PAYROLL         PREMIUM"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO WS-CL-IDX.
            PERFORM FD-CLASS-LINE THRU FD-EXIT.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-GROSS TO WS-ED-GROSS.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL PAYROLL      " WS-ED-GROSS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-UNCLASS-GROSS TO WS-ED-GROSS.
            MOVE SPACES TO REPORT-LINE.
            STRING "UNCLASSIFIED       " WS-ED-GROSS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-PREMIUM TO WS-ED-PREMIUM.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL PREMIUM DUE   " WS-ED-PREMIUM
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "======= WORKERS' COMP REPORT TOTALS =======".
            DISPLAY "SCOPE: " WS-SCOPE-TEXT.
            DISPLAY "PAYSLIP RECORDS READ: " WS-RECORDS-READ.
            DISPLAY "PAYSLIPS REPORTED: " WS-RECORDS-USED.
            IF WS-YEAR-REPORT
                DISPLAY "PERIODS NOT ON CALENDAR: " WS-NO-CALENDAR.
            DISPLAY "TOTAL PAYROLL: " WS-TOT-GROSS.
            DISPLAY "UNCLASSIFIED PAYROLL: " WS-UNCLASS-GROSS.
            DISPLAY "TOTAL PREMIUM DUE: " WS-TOT-PREMIUM.
            CLOSE PS-HISTORY-FILE.
            CLOSE EMPLOYEE.
            CLOSE REPORT-FILE.
            IF WS-CAL-OPEN = "Y"
                CLOSE CALENDAR-FILE.
            DISPLAY "REPORT WRITTEN TO wcomp_report.txt".
            GO TO ZZ-END.
      * RATES ARE PER 100 OF PAYROLL. EACH DEPARTMENT'S PREMIUM IS
      * ADDED INTO ITS CLASS AS THE DEPARTMENT IS PRINTED.
        FB-DEPT-LINE.
            IF WS-DM-IDX > WS-DM-COUNT-USED
                GO TO FB-EXIT.
            COMPUTE WS-DM-PREMIUM(WS-DM-IDX) ROUNDED =
                WS-DM-GROSS(WS-DM-IDX) * WS-DM-RATE(WS-DM-IDX) / 100.
            ADD WS-DM-PREMIUM(WS-DM-IDX) TO WS-TOT-PREMIUM.
            PERFORM FC-ADD-TO-CLASS THRU FC-EXIT.
            MOVE WS-DM-RATE(WS-DM-IDX) TO WS-ED-RATE.
            MOVE WS-DM-COUNT(WS-DM-IDX) TO WS-ED-COUNT.
            MOVE WS-DM-GROSS(WS-DM-IDX) TO WS-ED-GROSS.
            MOVE WS-DM-PREMIUM(WS-DM-IDX) TO WS-ED-PREMIUM.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-DM-DEPART(WS-DM-IDX) " "
                WS-DM-NAME(WS-DM-IDX) " "
                WS-DM-CLASS(WS-DM-IDX) " " WS-ED-RATE " "
                WS-ED-COUNT WS-ED-GROSS WS-ED-PREMIUM
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-DM-IDX.
            GO TO FB-DEPT-LINE.
        FB-EXIT.
            EXIT.
        FC-ADD-TO-CLASS.
            MOVE 0 TO WS-CL-FOUND.
            MOVE 1 TO WS-CL-IDX.
        FC1-FIND-CLASS.
            IF WS-CL-IDX > WS-CL-COUNT-USED
                GO TO FC2-NEW-CLASS.
            IF WS-CL-CLASS(WS-CL-IDX) = WS-DM-CLASS(WS-DM-IDX)
                MOVE WS-CL-IDX TO WS-CL-FOUND
                GO TO FC3-ADD-CLASS.
            ADD 1 TO WS-CL-IDX.
            GO TO FC1-FIND-CLASS.
        FC2-NEW-CLASS.
            ADD 1 TO WS-CL-COUNT-USED.
            MOVE WS-CL-COUNT-USED TO WS-CL-FOUND.
            MOVE WS-DM-CLASS(WS-DM-IDX) TO WS-CL-CLASS(WS-CL-FOUND).
            MOVE 0 TO WS-CL-DEPTS(WS-CL-FOUND).
            MOVE 0 TO WS-CL-GROSS(WS-CL-FOUND).
            MOVE 0 TO WS-CL-PREMIUM(WS-CL-FOUND).
        FC3-ADD-CLASS.
            ADD 1 TO WS-CL-DEPTS(WS-CL-FOUND).
            ADD WS-DM-GROSS(WS-DM-IDX) TO WS-CL-GROSS(WS-CL-FOUND).
            ADD WS-DM-PREMIUM(WS-DM-IDX) TO WS-CL-PREMIUM(WS-CL-FOUND).
        FC-EXIT.
            EXIT.
        FD-CLASS-LINE.
            IF WS-CL-IDX > WS-CL-COUNT-USED
                GO TO FD-EXIT.
            MOVE WS-CL-GROSS(WS-CL-IDX) TO WS-ED-GROSS.
            MOVE WS-CL-PREMIUM(WS-CL-IDX) TO WS-ED-PREMIUM.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-CL-CLASS(WS-CL-IDX) "   "
                WS-CL-DEPTS(WS-CL-IDX) "  " WS-ED-GROSS " "
                WS-ED-PREMIUM
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "CLASS " WS-CL-CLASS(WS-CL-IDX)
                " PAYROLL " WS-CL-GROSS(WS-CL-IDX)
                " PREMIUM " WS-CL-PREMIUM(WS-CL-IDX).
            ADD 1 TO WS-CL-IDX.
            GO TO FD-CLASS-LINE.
        FD-EXIT.
            EXIT.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "WORKERS' COMPENSATION PREMIUM REPORT - "
                WS-SCOPE-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREPARED: " WS-RUN-DATE
                "   RATES ARE PER 100 OF PAYROLL"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DP NAME                 CLASS  RATE  SLIPS"
                "         PAYROLL        PREMIUM"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        ZZ-END.
            STOP RUN.
