        IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYEDIT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE PRE-FLIGHT EDIT RUN BEFORE PAY. IT ONLY
      * READS: EMPLOYEE.DAT, HOURS.DAT, PAYRATES.DAT, DEDUCTIONS.DAT,
      * GARNISH.DAT AND SHIFT.DAT ARE CHECKED FOR THE OPEN PAYCAL.DAT
      * PERIOD AND EVERY PROBLEM IS LISTED IN PAYEDIT_REPORT.TXT.
      * SEVERE ERRORS (E) WOULD MAKE PAY POST WRONG FIGURES: ZERO PAY
      * RATE, GRADE NOT ON PAYRATES.DAT, A DAY OVER 24 HOURS, BAD
      * DEDUCTION AMOUNTS, NO OPEN PERIOD. WARNINGS (W) NEED A LOOK
      * BUT DO NOT STOP THE RUN: PERIOD HOURS OVER THE LIMIT,
      * UNAPPROVED DAYS, NO TIMESHEET, GARNISHMENTS ALREADY SATISFIED,
      * UNKNOWN SHIFT CODES. SEVERE ERRORS ARE COUNTED AS INVALID ON
      * NIGHTLY_SUMMARY.DAT AND END THE PROGRAM WITH RETURN CODE 8,
      * SO NIGHTRUN STOPS THE CHAIN BEFORE THE PAY STEP. WARNINGS
      * ALONE END IT WITH RETURN CODE 4, AND A REPORT THAT CANNOT BE
      * CREATED WITH 12.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYEE
            ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS EID
            FILE STATUS IS WS-EMP-STATUS.
            SELECT HOURS-FILE
            ASSIGN TO "hours.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HR-KEY
            FILE STATUS IS WS-HOURS-STATUS.
            SELECT DEDUCTION-FILE
            ASSIGN TO "deductions.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DED-EID
            FILE STATUS IS WS-DED-STATUS.
            SELECT GARNISH-FILE
            ASSIGN TO "garnish.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GAR-EID
            FILE STATUS IS WS-GAR-STATUS.
            SELECT SHIFT-FILE
            ASSIGN TO "shift.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SFT-EID
            FILE STATUS IS WS-SFT-STATUS.
            SELECT RATES-FILE
            ASSIGN TO "payrates.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATES-STATUS.
            SELECT CALENDAR-FILE
            ASSIGN TO "paycal.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PC-PERIOD-NUM
            FILE STATUS IS WS-CAL-STATUS.
            SELECT EDIT-REPORT-FILE ASSIGN "payedit_report.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.
            SELECT NIGHTLY-SUMMARY-FILE ASSIGN "nightly_summary.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUM-STATUS.
            SELECT OPSDATE-FILE ASSIGN TO "opsdate.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPD-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE                PIC X.
            03 EMP-PAY-BASIS       PIC X.
                88 EMP-HOURLY          VALUE "H" SPACE.
                88 EMP-SALARIED        VALUE "S".
            03 EMP-HOURLY-RATE     PIC 99V99.
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
                88 EMP-TERMINATED      VALUE "T".
            03 EMP-DEPART          PIC 9(2).
            03 EMP-UNIT            PIC 9(2).
            03 EMP-HIRE-DATE       PIC 9(8).
            03 EMP-TERM-DATE       PIC 9(8).
        FD HOURS-FILE.
        01 HOURS-RECORD.
            03 HR-KEY.
                05 HR-EID           PIC 9(6).
                05 HR-WORK-DATE     PIC 9(8).
            03 HR-HOURS              PIC 999V99.
            03 HR-APPROVED           PIC X.
                88 HR-IS-APPROVED       VALUE "Y".
        FD DEDUCTION-FILE.
        01 DEDUCTION-RECORD.
            03 DED-EID               PIC 9(6).
            03 DED-UNION-DUES        PIC 99V99.
            03 DED-BENEFIT-PREMIUM   PIC 99V99.
            03 DED-PARKING           PIC 99V99.
        FD GARNISH-FILE.
        01 GARNISH-RECORD.
            03 GAR-EID               PIC 9(6).
            03 GAR-ORDER-AMOUNT      PIC 9(6)V99.
            03 GAR-MAX-PERCENT       PIC V99.
            03 GAR-SATISFIED-TO-DATE PIC 9(6)V99.
        FD SHIFT-FILE.
        01 SHIFT-RECORD.
            03 SFT-EID              PIC 9(6).
            03 SFT-SHIFT-CODE       PIC X.
            03 SFT-PREMIUM-HOURS    PIC 999V99.
        FD RATES-FILE.
        01 RATES-REC.
            03 RT-TYPE               PIC X.
            03 FILLER                PIC X.
            03 RT-GRADE              PIC X.
            03 FILLER                PIC X.
            03 RT-AMOUNT-1           PIC 9(6)V99.
            03 FILLER                PIC X.
            03 RT-AMOUNT-2           PIC 9(5)V999.
        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
            03 PC-PERIOD-NUM         PIC 9(4).
            03 PC-TYPE               PIC X.
            03 PC-START-DATE         PIC 9(8).
            03 PC-END-DATE           PIC 9(8).
            03 PC-STATUS             PIC X.
                88 PC-OPEN               VALUE "O".
                88 PC-CLOSED             VALUE "C".
        FD EDIT-REPORT-FILE.
        01 EDIT-REPORT-LINE          PIC X(80).
        FD NIGHTLY-SUMMARY-FILE.
        01 SUMMARY-REC.
            COPY "nightsum.cpy".
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
            03 OPD-DATE PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS            PIC XX.
        01 WS-HOURS-STATUS          PIC XX.
        01 WS-HOURS-OPEN            PIC X VALUE "N".
        01 WS-DED-STATUS            PIC XX.
        01 WS-DED-OPEN              PIC X VALUE "N".
        01 WS-GAR-STATUS            PIC XX.
        01 WS-GAR-OPEN              PIC X VALUE "N".
        01 WS-SFT-STATUS            PIC XX.
        01 WS-SFT-OPEN              PIC X VALUE "N".
        01 WS-RATES-STATUS          PIC XX.
        01 WS-CAL-STATUS            PIC XX.
        01 WS-RPT-STATUS            PIC XX.
        01 WS-SUM-STATUS            PIC XX.
        01 WS-OPD-STATUS            PIC XX.
        01 WS-RUN-DATE              PIC 9(8).
        01 WS-CURRENT-PERIOD        PIC 9(4) VALUE 0.
        01 WS-PERIOD-FOUND          PIC X VALUE "N".
        01 WS-PERIOD-TYPE           PIC X VALUE "W".
        01 WS-PERIOD-START          PIC 9(8) VALUE 0.
        01 WS-PERIOD-END            PIC 9(8) VALUE 99999999.
        01 WS-MAX-DAY-HOURS         PIC 999V99 VALUE 24.
        01 WS-MAX-WEEK-HOURS        PIC 999V99 VALUE 60.
        01 WS-MAX-PERIOD-HOURS      PIC 999V99 VALUE 60.
        01 WS-GRADE-LIST            PIC X(20) VALUE SPACES.
        01 WS-GRADE-COUNT           PIC 99 VALUE 0.
        01 WS-GRADE-IDX             PIC 99.
        01 WS-GRADE-FOUND           PIC X.
        01 WS-TS-FOUND              PIC X.
        01 WS-TS-HOURS-SUM          PIC 9(4)V99.
        01 WS-UNAPPROVED-DAYS       PIC 9(3).
        01 WS-EMP-SEVERE            PIC 9(4).
        01 WS-EMP-WARN              PIC 9(4).
        01 WS-EMPLOYEES-READ        PIC 9(6) VALUE 0.
        01 WS-EMPLOYEES-CLEAN       PIC 9(6) VALUE 0.
        01 WS-TERMINATED-SKIPPED    PIC 9(6) VALUE 0.
        01 WS-SEVERE-COUNT          PIC 9(6) VALUE 0.
        01 WS-WARNING-COUNT         PIC 9(6) VALUE 0.
        01 WS-MSG-SEVERITY          PIC X.
        01 WS-MSG-EID               PIC 9(6).
        01 WS-MSG-TEXT              PIC X(60).
        01 WS-ED-HOURS              PIC ZZ9.99.
        01 WS-ED-PERIOD-HOURS       PIC Z,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            PERFORM OD-CHECK-OPS-DATE.
            OPEN OUTPUT EDIT-REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE payedit_report.txt, STATUS "
                    WS-RPT-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            MOVE ALL "=" TO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING "PAYROLL PRE-FLIGHT EDIT REPORT - RUN " WS-RUN-DATE
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            MOVE 0 TO WS-MSG-EID.
            PERFORM AG-FIND-OPEN-PERIOD THRU AG-EXIT.
            PERFORM AB-LOAD-GRADES THRU AB-EXIT.
            MOVE ALL "=" TO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING "SEV EID    PROBLEM"
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                MOVE "CANNOT OPEN employee.dat, NOTHING TO PAY"
                    TO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
                GO TO CC-END.
            OPEN INPUT HOURS-FILE.
            IF WS-HOURS-STATUS = "00"
                MOVE "Y" TO WS-HOURS-OPEN
            END-IF.
            OPEN INPUT DEDUCTION-FILE.
            IF WS-DED-STATUS = "00"
                MOVE "Y" TO WS-DED-OPEN
            END-IF.
            OPEN INPUT GARNISH-FILE.
            IF WS-GAR-STATUS = "00"
                MOVE "Y" TO WS-GAR-OPEN
            END-IF.
            OPEN INPUT SHIFT-FILE.
            IF WS-SFT-STATUS = "00"
                MOVE "Y" TO WS-SFT-OPEN
            END-IF.
        BB-READ.
            READ EMPLOYEE NEXT RECORD AT END GO TO BC-EMP-DONE.
            IF EMP-TERMINATED
                ADD 1 TO WS-TERMINATED-SKIPPED
                GO TO BB-READ
            END-IF.
            ADD 1 TO WS-EMPLOYEES-READ.
            MOVE 0 TO WS-EMP-SEVERE.
            MOVE 0 TO WS-EMP-WARN.
            MOVE EID TO WS-MSG-EID.
            PERFORM DA-CHECK-MASTER THRU DA-EXIT.
            PERFORM DB-CHECK-HOURS THRU DB-EXIT.
            PERFORM DC-CHECK-DEDUCTIONS THRU DC-EXIT.
            PERFORM DD-CHECK-GARNISH THRU DD-EXIT.
            PERFORM DE-CHECK-SHIFT THRU DE-EXIT.
            IF WS-EMP-SEVERE = 0 AND WS-EMP-WARN = 0
                ADD 1 TO WS-EMPLOYEES-CLEAN
            END-IF.
            GO TO BB-READ.
        BC-EMP-DONE.
            CLOSE EMPLOYEE.
            IF WS-HOURS-OPEN = "Y"
                CLOSE HOURS-FILE
            END-IF.
            IF WS-DED-OPEN = "Y"
                CLOSE DEDUCTION-FILE
            END-IF.
            IF WS-GAR-OPEN = "Y"
                CLOSE GARNISH-FILE
            END-IF.
            IF WS-SFT-OPEN = "Y"
                CLOSE SHIFT-FILE
            END-IF.
            GO TO CC-END.
      * THE SAME PERIOD PAY WILL PICK: THE FIRST OPEN ONE ON PAYCAL.DAT.
      * WITHOUT A CALENDAR PAY ASKS THE OPERATOR FOR DATES, SO EVERY
      * TIMESHEET DAY ON FILE IS CHECKED INSTEAD.
        AG-FIND-OPEN-PERIOD.
            OPEN INPUT CALENDAR-FILE.
            IF WS-CAL-STATUS NOT = "00"
                MOVE "NO PAY CALENDAR, ALL TIMESHEET DAYS CHECKED"
                    TO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
                GO TO AG-EXIT.
        AH-PERIOD-READ.
            READ CALENDAR-FILE NEXT RECORD AT END GO TO AH-PERIOD-DONE.
            IF NOT PC-OPEN
                GO TO AH-PERIOD-READ.
            MOVE "Y" TO WS-PERIOD-FOUND.
            MOVE PC-PERIOD-NUM TO WS-CURRENT-PERIOD.
            MOVE PC-TYPE TO WS-PERIOD-TYPE.
            MOVE PC-START-DATE TO WS-PERIOD-START.
            MOVE PC-END-DATE TO WS-PERIOD-END.
        AH-PERIOD-DONE.
            CLOSE CALENDAR-FILE.
            IF WS-PERIOD-FOUND = "N"
                MOVE "NO OPEN PERIOD ON paycal.dat, PAY WILL REFUSE"
                    TO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
                GO TO AG-EXIT.
            EVALUATE WS-PERIOD-TYPE
                WHEN "B"
                    COMPUTE WS-MAX-PERIOD-HOURS = WS-MAX-WEEK-HOURS * 2
                WHEN "M"
                    COMPUTE WS-MAX-PERIOD-HOURS ROUNDED =
                        WS-MAX-WEEK-HOURS * 4.33
                WHEN OTHER
                    MOVE WS-MAX-WEEK-HOURS TO WS-MAX-PERIOD-HOURS
            END-EVALUATE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING "PERIOD " WS-CURRENT-PERIOD " TYPE " WS-PERIOD-TYPE
                " FROM " WS-PERIOD-START " TO " WS-PERIOD-END
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
        AG-EXIT.
            EXIT.
      * THE GRADES PAY KNOWS ARE THE "G" RECORDS OF PAYRATES.DAT, OR
      * ITS BUILT-IN A, B AND C WHEN THERE IS NO RATES FILE.
        AB-LOAD-GRADES.
            OPEN INPUT RATES-FILE.
            IF WS-RATES-STATUS NOT = "00"
                MOVE "ABC" TO WS-GRADE-LIST
                MOVE 3 TO WS-GRADE-COUNT
                MOVE "NO payrates.dat, PAY USES ITS BUILT-IN GRADES"
                    TO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
                GO TO AB-EXIT.
        AC-RATES-READ.
            READ RATES-FILE AT END GO TO AD-RATES-DONE.
            IF RT-TYPE NOT = "G"
                GO TO AC-RATES-READ.
            IF WS-GRADE-COUNT >= 20
                GO TO AC-RATES-READ.
            ADD 1 TO WS-GRADE-COUNT.
            MOVE RT-GRADE TO WS-GRADE-LIST(WS-GRADE-COUNT:1).
            GO TO AC-RATES-READ.
        AD-RATES-DONE.
            CLOSE RATES-FILE.
        AB-EXIT.
            EXIT.
        DA-CHECK-MASTER.
            IF SALARY NOT NUMERIC
                MOVE "SALARY IS NOT NUMERIC" TO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
            ELSE
                IF SALARY = 0
                    AND (EMP-SALARIED OR EMP-HOURLY-RATE NOT NUMERIC
                        OR EMP-HOURLY-RATE = 0)
                    MOVE "ACTIVE EMPLOYEE WITH ZERO SALARY"
                        TO WS-MSG-TEXT
                    PERFORM XA-WRITE-SEVERE
                END-IF
            END-IF.
            MOVE "N" TO WS-GRADE-FOUND.
            MOVE 1 TO WS-GRADE-IDX.
        DA1-GRADE-NEXT.
            IF WS-GRADE-IDX > WS-GRADE-COUNT
                GO TO DA2-GRADE-DONE.
            IF WS-GRADE-LIST(WS-GRADE-IDX:1) = GRADE
                MOVE "Y" TO WS-GRADE-FOUND
                GO TO DA2-GRADE-DONE.
            ADD 1 TO WS-GRADE-IDX.
            GO TO DA1-GRADE-NEXT.
        DA2-GRADE-DONE.
            IF WS-GRADE-FOUND = "N"
                MOVE SPACES TO WS-MSG-TEXT
                STRING "GRADE '" GRADE "' IS NOT ON payrates.dat"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
            END-IF.
        DA-EXIT.
            EXIT.
        DB-CHECK-HOURS.
            MOVE "N" TO WS-TS-FOUND.
            MOVE 0 TO WS-TS-HOURS-SUM.
            MOVE 0 TO WS-UNAPPROVED-DAYS.
            IF WS-HOURS-OPEN NOT = "Y"
                GO TO DB2-HOURS-DONE.
            MOVE EID TO HR-EID.
            MOVE WS-PERIOD-START TO HR-WORK-DATE.
            START HOURS-FILE KEY IS NOT LESS THAN HR-KEY
                INVALID KEY
                    GO TO DB2-HOURS-DONE
            END-START.
        DB1-HOURS-NEXT.
            READ HOURS-FILE NEXT RECORD AT END GO TO DB2-HOURS-DONE.
            IF HR-EID NOT = EID
                GO TO DB2-HOURS-DONE.
            IF HR-WORK-DATE > WS-PERIOD-END
                GO TO DB2-HOURS-DONE.
            IF HR-HOURS NOT NUMERIC
                MOVE SPACES TO WS-MSG-TEXT
                STRING "HOURS NOT NUMERIC ON " HR-WORK-DATE
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
                GO TO DB1-HOURS-NEXT.
            IF HR-HOURS > WS-MAX-DAY-HOURS
                MOVE HR-HOURS TO WS-ED-HOURS
                MOVE SPACES TO WS-MSG-TEXT
                STRING WS-ED-HOURS " HOURS ON " HR-WORK-DATE
                    " IS MORE THAN 24"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
            END-IF.
            IF HR-IS-APPROVED
                MOVE "Y" TO WS-TS-FOUND
                ADD HR-HOURS TO WS-TS-HOURS-SUM
            ELSE
                ADD 1 TO WS-UNAPPROVED-DAYS
                MOVE SPACES TO WS-MSG-TEXT
                STRING "UNAPPROVED DAY " HR-WORK-DATE
                    ", PAY WILL LEAVE IT OUT"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
            END-IF.
            GO TO DB1-HOURS-NEXT.
        DB2-HOURS-DONE.
            IF WS-TS-FOUND = "N" AND NOT EMP-SALARIED
                MOVE "NO APPROVED TIMESHEET, PAY WILL BE HELD"
                    TO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
            END-IF.
            IF WS-TS-HOURS-SUM > WS-MAX-PERIOD-HOURS
                MOVE WS-TS-HOURS-SUM TO WS-ED-PERIOD-HOURS
                MOVE SPACES TO WS-MSG-TEXT
                STRING "PERIOD HOURS " WS-ED-PERIOD-HOURS
                    " OVER THE LIMIT FOR THE PERIOD"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
            END-IF.
        DB-EXIT.
            EXIT.
        DC-CHECK-DEDUCTIONS.
            IF WS-DED-OPEN NOT = "Y"
                GO TO DC-EXIT.
            MOVE EID TO DED-EID.
            READ DEDUCTION-FILE
                INVALID KEY
                    GO TO DC-EXIT
            END-READ.
            IF DED-UNION-DUES NOT NUMERIC
                OR DED-BENEFIT-PREMIUM NOT NUMERIC
                OR DED-PARKING NOT NUMERIC
                MOVE "DEDUCTION AMOUNTS NOT NUMERIC ON deductions.dat"
                    TO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
            END-IF.
        DC-EXIT.
            EXIT.
        DD-CHECK-GARNISH.
            IF WS-GAR-OPEN NOT = "Y"
                GO TO DD-EXIT.
            MOVE EID TO GAR-EID.
            READ GARNISH-FILE
                INVALID KEY
                    GO TO DD-EXIT
            END-READ.
            IF GAR-ORDER-AMOUNT NOT NUMERIC
                OR GAR-SATISFIED-TO-DATE NOT NUMERIC
                OR GAR-MAX-PERCENT NOT NUMERIC
                MOVE "GARNISHMENT AMOUNTS NOT NUMERIC ON garnish.dat"
                    TO WS-MSG-TEXT
                PERFORM XA-WRITE-SEVERE
                GO TO DD-EXIT.
            IF GAR-SATISFIED-TO-DATE NOT < GAR-ORDER-AMOUNT
                MOVE "GARNISHMENT ORDER ALREADY SATISFIED"
                    TO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
            END-IF.
        DD-EXIT.
            EXIT.
        DE-CHECK-SHIFT.
            IF WS-SFT-OPEN NOT = "Y"
                GO TO DE-EXIT.
            MOVE EID TO SFT-EID.
            READ SHIFT-FILE
                INVALID KEY
                    GO TO DE-EXIT
            END-READ.
            IF SFT-SHIFT-CODE NOT = "N" AND SFT-SHIFT-CODE NOT = "W"
                AND SFT-SHIFT-CODE NOT = SPACE
                MOVE SPACES TO WS-MSG-TEXT
                STRING "UNKNOWN SHIFT CODE '" SFT-SHIFT-CODE
                    "', NO PREMIUM WILL BE PAID"
                    DELIMITED BY SIZE INTO WS-MSG-TEXT
                PERFORM XB-WRITE-WARNING
            END-IF.
        DE-EXIT.
            EXIT.
        XA-WRITE-SEVERE.
            MOVE "E" TO WS-MSG-SEVERITY.
            ADD 1 TO WS-SEVERE-COUNT.
            ADD 1 TO WS-EMP-SEVERE.
            PERFORM XC-WRITE-LINE.
        XB-WRITE-WARNING.
            MOVE "W" TO WS-MSG-SEVERITY.
            ADD 1 TO WS-WARNING-COUNT.
            ADD 1 TO WS-EMP-WARN.
            PERFORM XC-WRITE-LINE.
        XC-WRITE-LINE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING " " WS-MSG-SEVERITY "  " WS-MSG-EID " "
                WS-MSG-TEXT
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
        OD-CHECK-OPS-DATE.
            OPEN INPUT OPSDATE-FILE.
            IF WS-OPD-STATUS = "00"
                READ OPSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OPD-DATE IS NUMERIC AND OPD-DATE > 0
                            MOVE OPD-DATE TO WS-RUN-DATE
                            DISPLAY "PROCESSING DATE OVERRIDDEN TO "
                                WS-RUN-DATE " FROM opsdate.dat"
                        END-IF
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
        HE-WRITE-NIGHTLY-SUMMARY.
            OPEN EXTEND NIGHTLY-SUMMARY-FILE.
            IF WS-SUM-STATUS NOT = "00"
                OPEN OUTPUT NIGHTLY-SUMMARY-FILE
            END-IF.
            MOVE SPACES TO SUMMARY-REC.
            MOVE WS-RUN-DATE TO NSM-DATE.
            MOVE "PAYEDIT" TO NSM-PROGRAM.
            MOVE WS-EMPLOYEES-READ TO NSM-READ.
            MOVE WS-EMPLOYEES-CLEAN TO NSM-VALID.
            MOVE WS-SEVERE-COUNT TO NSM-INVALID.
            MOVE 0 TO NSM-EXCEPTIONS.
            WRITE SUMMARY-REC.
            CLOSE NIGHTLY-SUMMARY-FILE.
        CC-END.
            MOVE ALL "=" TO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING "ACTIVE EMPLOYEES CHECKED: " WS-EMPLOYEES-READ
                "  CLEAN: " WS-EMPLOYEES-CLEAN
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            MOVE SPACES TO EDIT-REPORT-LINE.
            STRING "SEVERE ERRORS: " WS-SEVERE-COUNT
                "  WARNINGS: " WS-WARNING-COUNT
                DELIMITED BY SIZE INTO EDIT-REPORT-LINE.
            WRITE EDIT-REPORT-LINE.
            CLOSE EDIT-REPORT-FILE.
            PERFORM HE-WRITE-NIGHTLY-SUMMARY.
            DISPLAY "======= PAYROLL PRE-FLIGHT EDIT =======".
            DISPLAY "ACTIVE EMPLOYEES CHECKED: " WS-EMPLOYEES-READ.
            DISPLAY "EMPLOYEES WITH NO FINDINGS: " WS-EMPLOYEES-CLEAN.
            DISPLAY "TERMINATED EIDS SKIPPED: " WS-TERMINATED-SKIPPED.
            DISPLAY "SEVERE ERRORS: " WS-SEVERE-COUNT.
            DISPLAY "WARNINGS: " WS-WARNING-COUNT.
            DISPLAY "SEE payedit_report.txt".
            IF WS-WARNING-COUNT > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-SEVERE-COUNT > 0
                DISPLAY "** SEVERE ERRORS FOUND, DO NOT RUN PAY **"
                MOVE 8 TO RETURN-CODE
            END-IF.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
