        IDENTIFICATION DIVISION.
        PROGRAM-ID. POSRPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM REPORTS BUDGET AGAINST ACTUAL FOR EACH
      * DEPARTMENT. THE BUDGET IS THE POSITION MASTER POSMAST.DAT:
      * THE NUMBER OF POSITIONS, HOW MANY ARE FILLED AND OPEN, AND
      * THE SUM OF THEIR BUDGETED SALARIES. THE ACTUAL IS THE ACTIVE
      * HEADCOUNT AND ANNUAL SALARY ON EMPLOYEE.DAT. THE VARIANCES
      * ARE ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS OVER BUDGET.
      * A FILLED POSITION WHOSE INCUMBENT IS MISSING OR NO LONGER
      * ACTIVE IS LISTED AS AN EXCEPTION. THE REPORT IS WRITTEN TO
      * POSITION_REPORT.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT POSITION-FILE
              ASSIGN TO "posmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS POS-NUMBER
              FILE STATUS IS WS-POS-STATUS.
            SELECT EMPLOYEE
              ASSIGN TO "employee.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS EID
              FILE STATUS IS WS-EMP-STATUS.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPT-STATUS.
            SELECT REPORT-FILE ASSIGN "position_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
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
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-POS-STATUS          PIC XX.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-DEPT-STATUS         PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
      * ONE ENTRY PER DEPARTMENT NUMBER 00-99, SUBSCRIPTED BY THE
      * DEPARTMENT NUMBER PLUS ONE.
        01 WS-DEPT-TABLE.
            03 WS-DP-ENTRY OCCURS 100 TIMES.
                05 WS-DP-NAME         PIC X(14).
                05 WS-DP-POSITIONS    PIC 9(4).
                05 WS-DP-FILLED       PIC 9(4).
                05 WS-DP-VACANT       PIC 9(4).
                05 WS-DP-BUDGET       PIC 9(8).
                05 WS-DP-HEADCOUNT    PIC 9(4).
                05 WS-DP-ACTUAL       PIC 9(8).
        01 WS-DP-IDX              PIC 9(3).
        01 WS-DP-NUMBER           PIC 9(2).
        01 WS-HC-VARIANCE         PIC S9(4).
        01 WS-SAL-VARIANCE        PIC S9(8).
        01 WS-TOT-POSITIONS       PIC 9(6) VALUE 0.
        01 WS-TOT-FILLED          PIC 9(6) VALUE 0.
        01 WS-TOT-VACANT          PIC 9(6) VALUE 0.
        01 WS-TOT-BUDGET          PIC 9(9) VALUE 0.
        01 WS-TOT-HEADCOUNT       PIC 9(6) VALUE 0.
        01 WS-TOT-ACTUAL          PIC 9(9) VALUE 0.
        01 WS-EXCEPTIONS          PIC 9(6) VALUE 0.
        01 WS-ED-COUNT            PIC ZZZ9.
        01 WS-ED-VAR              PIC -ZZ9.
        01 WS-ED-SALARY           PIC ZZ,ZZZ,ZZ9.
        01 WS-ED-SAL-VAR          PIC -ZZ,ZZZ,ZZ9.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            OPEN INPUT POSITION-FILE.
            IF WS-POS-STATUS NOT = "00"
                DISPLAY "NO POSITION MASTER AVAILABLE"
                GO TO ZZ-END.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE POSITION-FILE
                GO TO ZZ-END.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE position_report.txt, STATUS "
                    WS-RPT-STATUS
                CLOSE POSITION-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END.
            MOVE 1 TO WS-DP-IDX.
            PERFORM HB-CLEAR-DEPT THRU HB-EXIT.
            PERFORM HA-LOAD-DEPT-MASTER THRU HA-EXIT.
            PERFORM FA-WRITE-HEADING.
        BB-READ-POSITION.
            READ POSITION-FILE NEXT RECORD AT END GO TO BC-EMP-START.
            COMPUTE WS-DP-IDX = POS-DEPART + 1.
            ADD 1 TO WS-DP-POSITIONS(WS-DP-IDX).
            ADD POS-BUDGET-SALARY TO WS-DP-BUDGET(WS-DP-IDX).
            IF POS-OPEN
                ADD 1 TO WS-DP-VACANT(WS-DP-IDX)
                GO TO BB-READ-POSITION.
            ADD 1 TO WS-DP-FILLED(WS-DP-IDX).
            PERFORM DA-CHECK-INCUMBENT THRU DA-EXIT.
            GO TO BB-READ-POSITION.
        BC-EMP-START.
            MOVE 0 TO EID.
            START EMPLOYEE KEY NOT LESS EID
                INVALID KEY
                    GO TO CC-SUMMARY
            END-START.
        BD-READ-EMPLOYEE.
            READ EMPLOYEE NEXT RECORD AT END GO TO CC-SUMMARY.
            IF NOT EMP-ACTIVE
                GO TO BD-READ-EMPLOYEE.
            COMPUTE WS-DP-IDX = EMP-DEPART + 1.
            ADD 1 TO WS-DP-HEADCOUNT(WS-DP-IDX).
            ADD SALARY TO WS-DP-ACTUAL(WS-DP-IDX).
            GO TO BD-READ-EMPLOYEE.
        DA-CHECK-INCUMBENT.
            MOVE POS-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    ADD 1 TO WS-EXCEPTIONS
                    MOVE SPACES TO REPORT-LINE
                    STRING "** POSITION " POS-NUMBER " FILLED BY EID "
                        POS-EID " WHO IS NOT ON employee.dat"
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                    GO TO DA-EXIT
            END-READ.
            IF NOT EMP-ACTIVE
                ADD 1 TO WS-EXCEPTIONS
                MOVE SPACES TO REPORT-LINE
                STRING "** POSITION " POS-NUMBER " FILLED BY EID "
                    POS-EID " WHO IS NOT ACTIVE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE.
        DA-EXIT.
            EXIT.
        HA-LOAD-DEPT-MASTER.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "NO DEPARTMENT MASTER, NAMES NOT SHOWN"
                GO TO HA-EXIT.
        HA1-DEPT-READ.
            READ DEPT-MASTER-FILE AT END GO TO HA2-DEPT-DONE.
            IF DM-DEPART NOT NUMERIC
                GO TO HA1-DEPT-READ.
            COMPUTE WS-DP-IDX = DM-DEPART + 1.
            MOVE DM-NAME TO WS-DP-NAME(WS-DP-IDX).
            GO TO HA1-DEPT-READ.
        HA2-DEPT-DONE.
            CLOSE DEPT-MASTER-FILE.
        HA-EXIT.
            EXIT.
        HB-CLEAR-DEPT.
            IF WS-DP-IDX > 100
                GO TO HB-EXIT.
            MOVE SPACES TO WS-DP-NAME(WS-DP-IDX).
            MOVE 0 TO WS-DP-POSITIONS(WS-DP-IDX)
                WS-DP-FILLED(WS-DP-IDX) WS-DP-VACANT(WS-DP-IDX)
                WS-DP-BUDGET(WS-DP-IDX) WS-DP-HEADCOUNT(WS-DP-IDX)
                WS-DP-ACTUAL(WS-DP-IDX).
            ADD 1 TO WS-DP-IDX.
            GO TO HB-CLEAR-DEPT.
        HB-EXIT.
            EXIT.
        CC-SUMMARY.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DP NAME           POSN FILL OPEN ACTL  VAR"
                "    BUDGET     ACTUAL    VARIANCE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO WS-DP-IDX.
            PERFORM FB-DEPT-LINE THRU FB-EXIT.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            COMPUTE WS-HC-VARIANCE = WS-TOT-HEADCOUNT
                - WS-TOT-POSITIONS.
            COMPUTE WS-SAL-VARIANCE = WS-TOT-ACTUAL - WS-TOT-BUDGET.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-TOT-POSITIONS TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(19:4).
            MOVE WS-TOT-FILLED TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(24:4).
            MOVE WS-TOT-VACANT TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(29:4).
            MOVE WS-TOT-HEADCOUNT TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(34:4).
            MOVE WS-HC-VARIANCE TO WS-ED-VAR.
            MOVE WS-ED-VAR TO REPORT-LINE(39:4).
            MOVE WS-TOT-BUDGET TO WS-ED-SALARY.
            MOVE WS-ED-SALARY TO REPORT-LINE(44:10).
            MOVE WS-TOT-ACTUAL TO WS-ED-SALARY.
            MOVE WS-ED-SALARY TO REPORT-LINE(55:10).
            MOVE WS-SAL-VARIANCE TO WS-ED-SAL-VAR.
            MOVE WS-ED-SAL-VAR TO REPORT-LINE(66:11).
            MOVE "TOTAL" TO REPORT-LINE(1:5).
            WRITE REPORT-LINE.
            DISPLAY "======= POSITION BUDGET REPORT TOTALS =======".
            DISPLAY "BUDGETED POSITIONS: " WS-TOT-POSITIONS.
            DISPLAY "FILLED POSITIONS: " WS-TOT-FILLED.
            DISPLAY "OPEN POSITIONS: " WS-TOT-VACANT.
            DISPLAY "ACTIVE HEADCOUNT: " WS-TOT-HEADCOUNT.
            DISPLAY "BUDGETED SALARY: " WS-TOT-BUDGET.
            DISPLAY "ACTUAL SALARY: " WS-TOT-ACTUAL.
            DISPLAY "INCUMBENT EXCEPTIONS: " WS-EXCEPTIONS.
            CLOSE POSITION-FILE.
            CLOSE EMPLOYEE.
            CLOSE REPORT-FILE.
            DISPLAY "REPORT WRITTEN TO position_report.txt".
            GO TO ZZ-END.
      * ONLY DEPARTMENTS WITH A BUDGET OR STAFF ARE PRINTED. THE
      * VARIANCES ARE ACTUAL LESS BUDGET.
        FB-DEPT-LINE.
            IF WS-DP-IDX > 100
                GO TO FB-EXIT.
            IF WS-DP-POSITIONS(WS-DP-IDX) = 0
                AND WS-DP-HEADCOUNT(WS-DP-IDX) = 0
                GO TO FB1-NEXT.
            ADD WS-DP-POSITIONS(WS-DP-IDX) TO WS-TOT-POSITIONS.
            ADD WS-DP-FILLED(WS-DP-IDX) TO WS-TOT-FILLED.
            ADD WS-DP-VACANT(WS-DP-IDX) TO WS-TOT-VACANT.
            ADD WS-DP-BUDGET(WS-DP-IDX) TO WS-TOT-BUDGET.
            ADD WS-DP-HEADCOUNT(WS-DP-IDX) TO WS-TOT-HEADCOUNT.
            ADD WS-DP-ACTUAL(WS-DP-IDX) TO WS-TOT-ACTUAL.
            COMPUTE WS-HC-VARIANCE = WS-DP-HEADCOUNT(WS-DP-IDX)
                - WS-DP-POSITIONS(WS-DP-IDX).
            COMPUTE WS-SAL-VARIANCE = WS-DP-ACTUAL(WS-DP-IDX)
                - WS-DP-BUDGET(WS-DP-IDX).
            MOVE SPACES TO REPORT-LINE.
            COMPUTE WS-DP-NUMBER = WS-DP-IDX - 1.
            MOVE WS-DP-NUMBER TO REPORT-LINE(1:2).
            MOVE WS-DP-NAME(WS-DP-IDX) TO REPORT-LINE(4:14).
            MOVE WS-DP-POSITIONS(WS-DP-IDX) TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(19:4).
            MOVE WS-DP-FILLED(WS-DP-IDX) TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(24:4).
            MOVE WS-DP-VACANT(WS-DP-IDX) TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(29:4).
            MOVE WS-DP-HEADCOUNT(WS-DP-IDX) TO WS-ED-COUNT.
            MOVE WS-ED-COUNT TO REPORT-LINE(34:4).
            MOVE WS-HC-VARIANCE TO WS-ED-VAR.
            MOVE WS-ED-VAR TO REPORT-LINE(39:4).
            MOVE WS-DP-BUDGET(WS-DP-IDX) TO WS-ED-SALARY.
            MOVE WS-ED-SALARY TO REPORT-LINE(44:10).
            MOVE WS-DP-ACTUAL(WS-DP-IDX) TO WS-ED-SALARY.
            MOVE WS-ED-SALARY TO REPORT-LINE(55:10).
            MOVE WS-SAL-VARIANCE TO WS-ED-SAL-VAR.
            MOVE WS-ED-SAL-VAR TO REPORT-LINE(66:11).
            WRITE REPORT-LINE.
        FB1-NEXT.
            ADD 1 TO WS-DP-IDX.
            GO TO FB-DEPT-LINE.
        FB-EXIT.
            EXIT.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "POSITION BUDGET AGAINST ACTUAL BY DEPARTMENT"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREPARED: " WS-RUN-DATE
                "   SALARIES ARE ANNUAL, VARIANCE = ACTUAL - BUDGET"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        ZZ-END.
            STOP RUN.
