        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLACCR.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM POSTS THE MONTH-END PAYROLL ACCRUAL. WHEN A PAY
      * PERIOD ON PAYCAL.DAT STARTS ON OR BEFORE THE MONTH END AND
      * ENDS AFTER IT, THE WAGES EARNED FROM THE PERIOD START TO THE
      * MONTH END ARE ESTIMATED FOR EVERY EMPLOYEE: HOURLY STAFF FROM
      * THEIR DAILY HOURS.DAT ENTRIES AT THEIR HOURLY RATE, SALARIED
      * STAFF AS A DAILY SHARE OF SALARY FOR THE CALENDAR DAYS. THE
      * ESTIMATE IS TOTALLED BY DEPARTMENT AND POSTED TO GLJOURNAL.DAT
      * AS A BALANCED BATCH DATED THE MONTH END, DEBITING THE
      * DEPARTMENT'S EXPENSE ACCOUNT FROM GLMAP.DAT AND CREDITING THE
      * ACCRUED WAGES ACCOUNT (GLMAP TYPE "A", KEY "WAGES"). A
      * REVERSING BATCH DATED THE FIRST OF THE NEXT MONTH IS POSTED IN
      * THE SAME RUN. THE MONTH LAST ACCRUED IS KEPT IN GLACCR.CTL SO
      * A MONTH IS NOT ACCRUED TWICE. A MONTH WHOSE GENERAL LEDGER
      * PERIOD HAS ALREADY BEEN CLOSED BY GLCLOSE IS NOT ACCRUED.
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
            SELECT CALENDAR-FILE
              ASSIGN TO "paycal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PC-PERIOD-NUM
              FILE STATUS IS WS-CAL-STATUS.
            SELECT GLMAP-FILE ASSIGN "glmap.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
            SELECT JOURNAL-FILE ASSIGN "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
            SELECT CONTROL-FILE ASSIGN "glaccr.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
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
            03 GRADE               PIC X.
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
        FD CALENDAR-FILE.
        01 CALENDAR-RECORD.
            03 PC-PERIOD-NUM         PIC 9(4).
            03 PC-TYPE               PIC X.
            03 PC-START-DATE         PIC 9(8).
            03 PC-END-DATE           PIC 9(8).
            03 PC-STATUS             PIC X.
                88 PC-OPEN               VALUE "O".
                88 PC-CLOSED             VALUE "C".
        FD GLMAP-FILE.
        01 GLMAP-REC.
            03 GM-TYPE         PIC X.
            03 FILLER          PIC X.
            03 GM-KEY          PIC X(20).
            03 FILLER          PIC X.
            03 GM-DEBIT-ACCT   PIC 9(6).
            03 FILLER          PIC X.
            03 GM-CREDIT-ACCT  PIC 9(6).
        FD JOURNAL-FILE.
        01 JOURNAL-REC.
            03 JL-DATE         PIC 9(8).
            03 FILLER          PIC X.
            03 JL-SOURCE       PIC X(8).
            03 FILLER          PIC X.
            03 JL-ACCT         PIC 9(6).
            03 FILLER          PIC X.
            03 JL-DRCR         PIC X.
            03 FILLER          PIC X.
            03 JL-AMOUNT       PIC 9(9)V99.
        FD CONTROL-FILE.
        01 CONTROL-REC.
            03 CTL-LAST-MONTH  PIC 9(6).
            03 FILLER          PIC X.
            03 CTL-RUN-DATE    PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS      PIC XX.
        01 WS-HOURS-STATUS    PIC XX.
        01 WS-HOURS-OPEN      PIC X VALUE "N".
        01 WS-CAL-STATUS      PIC XX.
        01 WS-MAP-STATUS      PIC XX.
        01 WS-JRN-STATUS      PIC XX.
        01 WS-CTL-STATUS      PIC XX.
        01 WS-RUN-DATE        PIC 9(8).
        01 WS-CONFIRM         PIC X.
        01 WS-CLOSE-MONTH     PIC 9(6) VALUE 0.
        01 WS-CLOSE-MONTH-R REDEFINES WS-CLOSE-MONTH.
            03 WS-CLOSE-YEAR  PIC 9(4).
            03 WS-CLOSE-MM    PIC 99.
        01 WS-NEXT-MONTH      PIC 9(6).
        01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
            03 WS-NEXT-YEAR   PIC 9(4).
            03 WS-NEXT-MM     PIC 99.
        01 WS-MONTH-END       PIC 9(8).
        01 WS-REVERSE-DATE    PIC 9(8).
        01 WS-LAST-ACCRUED    PIC 9(6) VALUE 0.
        01 WS-PERIOD-FOUND    PIC X VALUE "N".
        01 WS-PERIOD-NUM      PIC 9(4).
        01 WS-PERIOD-START    PIC 9(8).
        01 WS-PERIOD-END      PIC 9(8).
        01 WS-ACCRUE-FROM     PIC 9(8).
        01 WS-ACCRUE-TO       PIC 9(8).
        01 WS-ACCRUE-DAYS     PIC 9(3).
        01 WS-EMP-FROM        PIC 9(8).
        01 WS-EMP-TO          PIC 9(8).
        01 WS-HOUR-RATE       PIC 99V99.
        01 WS-EMP-HOURS       PIC 9(4)V99.
        01 WS-EMP-ACCRUAL     PIC 9(7)V99.
        01 WS-MAP-TABLE.
            03 WS-GM-ENTRY OCCURS 100 TIMES.
                05 WS-GM-TYPE        PIC X.
                05 WS-GM-KEY         PIC X(20).
                05 WS-GM-DEBIT-ACCT  PIC 9(6).
                05 WS-GM-CREDIT-ACCT PIC 9(6).
        01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
        01 WS-GM-IDX          PIC 9(3).
        01 WS-MAP-FOUND       PIC X.
        01 WS-LOOKUP-TYPE     PIC X.
        01 WS-LOOKUP-KEY      PIC X(20).
        01 WS-DEBIT-ACCT      PIC 9(6).
        01 WS-CREDIT-ACCT     PIC 9(6).
        01 WS-ACCRUED-ACCT    PIC 9(6).
        01 WS-SUSPENSE-ACCT   PIC 9(6) VALUE 999999.
        01 WS-DEPT-TABLE.
            03 WS-DA-ENTRY OCCURS 100 TIMES.
                05 WS-DA-DEPART   PIC 9(2).
                05 WS-DA-COUNT    PIC 9(5).
                05 WS-DA-AMOUNT   PIC 9(9)V99.
        01 WS-DA-COUNT-USED   PIC 9(3) VALUE 0.
        01 WS-DA-IDX          PIC 9(3).
        01 WS-DA-FOUND        PIC 9(3).
        01 WS-JRN-DATE        PIC 9(8).
        01 WS-SOURCE-TAG      PIC X(8).
        01 WS-DEBIT-SIDE      PIC X.
        01 WS-CREDIT-SIDE     PIC X.
        01 WS-TOT-DEBITS      PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CREDITS     PIC 9(11)V99 VALUE 0.
        01 WS-TOT-ACCRUAL     PIC 9(11)V99 VALUE 0.
        01 WS-BATCH-LINES     PIC 9(6) VALUE 0.
        01 WS-UNMAPPED-COUNT  PIC 9(6) VALUE 0.
        01 WS-EMPS-ACCRUED    PIC 9(6) VALUE 0.
        01 WS-EMPS-SKIPPED    PIC 9(6) VALUE 0.
        01 WS-PER-CLOSED      PIC X.
        01 WS-PER-CLOSED-THRU PIC 9(6).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER MONTH TO CLOSE YYYYMM (0 = LAST MONTH): ".
            ACCEPT WS-CLOSE-MONTH.
            IF WS-CLOSE-MONTH = 0
                MOVE WS-RUN-DATE(1:6) TO WS-CLOSE-MONTH
                IF WS-CLOSE-MM = 1
                    SUBTRACT 1 FROM WS-CLOSE-YEAR
                    MOVE 12 TO WS-CLOSE-MM
                ELSE
                    SUBTRACT 1 FROM WS-CLOSE-MM
                END-IF
            END-IF.
            IF WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                DISPLAY "** MONTH MUST BE 01 TO 12 **"
                GO TO ZZ-END.
            MOVE WS-CLOSE-MONTH TO WS-NEXT-MONTH.
            IF WS-NEXT-MM = 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MM
            ELSE
                ADD 1 TO WS-NEXT-MM
            END-IF.
            COMPUTE WS-REVERSE-DATE = WS-NEXT-MONTH * 100 + 1.
            COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-REVERSE-DATE) - 1).
            DISPLAY "ACCRUING TO " WS-MONTH-END
                ", REVERSING ON " WS-REVERSE-DATE.
            CALL "GLPER" USING WS-MONTH-END WS-PER-CLOSED
                WS-PER-CLOSED-THRU.
            IF WS-PER-CLOSED = "Y"
                DISPLAY "*** LEDGER PERIOD " WS-CLOSE-MONTH " IS "
                    "CLOSED (CLOSED THROUGH " WS-PER-CLOSED-THRU
                    "), NOTHING POSTED ***"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            PERFORM BA-CHECK-CONTROL THRU BA-EXIT.
            PERFORM CA-FIND-PERIOD THRU CA-EXIT.
            IF WS-PERIOD-FOUND = "N"
                DISPLAY "NO PAY PERIOD CROSSES " WS-MONTH-END
                    ", NOTHING TO ACCRUE"
                GO TO ZZ-END.
            MOVE WS-PERIOD-START TO WS-ACCRUE-FROM.
            MOVE WS-MONTH-END TO WS-ACCRUE-TO.
            DISPLAY "PERIOD " WS-PERIOD-NUM " RUNS " WS-PERIOD-START
                " TO " WS-PERIOD-END ", ACCRUING " WS-ACCRUE-FROM
                " TO " WS-ACCRUE-TO.
            PERFORM DA-LOAD-MAPPING THRU DA-EXIT.
            IF WS-MAP-COUNT = 0
                DISPLAY "** NO CHART-OF-ACCOUNTS MAPPING, ENTRIES "
                    "WILL POST TO THE SUSPENSE ACCOUNT **".
            MOVE "A" TO WS-LOOKUP-TYPE.
            MOVE "WAGES" TO WS-LOOKUP-KEY.
            PERFORM FA-FIND-MAPPING THRU FA-EXIT.
            MOVE WS-CREDIT-ACCT TO WS-ACCRUED-ACCT.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                GO TO ZZ-END.
            OPEN INPUT HOURS-FILE.
            IF WS-HOURS-STATUS = "00"
                MOVE "Y" TO WS-HOURS-OPEN
            ELSE
                DISPLAY "** NO hours.dat, HOURLY STAFF ACCRUE "
                    "NOTHING **"
            END-IF.
        BB-READ.
            READ EMPLOYEE NEXT RECORD AT END GO TO BC-EMP-DONE.
            IF EMP-HIRE-DATE > WS-ACCRUE-TO
                ADD 1 TO WS-EMPS-SKIPPED
                GO TO BB-READ.
            IF EMP-TERMINATED AND EMP-TERM-DATE < WS-ACCRUE-FROM
                ADD 1 TO WS-EMPS-SKIPPED
                GO TO BB-READ.
            MOVE 0 TO WS-EMP-ACCRUAL.
            IF EMP-SALARIED
                PERFORM EA-ACCRUE-SALARIED
            ELSE
                PERFORM EB-ACCRUE-HOURLY THRU EB-EXIT
            END-IF.
            IF WS-EMP-ACCRUAL = 0
                GO TO BB-READ.
            ADD 1 TO WS-EMPS-ACCRUED.
            ADD WS-EMP-ACCRUAL TO WS-TOT-ACCRUAL.
            PERFORM EC-ADD-TO-DEPT THRU EC-EXIT.
            GO TO BB-READ.
        BC-EMP-DONE.
            CLOSE EMPLOYEE.
            IF WS-HOURS-OPEN = "Y"
                CLOSE HOURS-FILE.
            IF WS-TOT-ACCRUAL = 0
                DISPLAY "NO WAGES TO ACCRUE FOR " WS-CLOSE-MONTH
                GO TO ZZ-END.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                OPEN OUTPUT JOURNAL-FILE
            END-IF.
            MOVE WS-MONTH-END TO WS-JRN-DATE.
            MOVE "ACCRUAL" TO WS-SOURCE-TAG.
            MOVE "D" TO WS-DEBIT-SIDE.
            MOVE "C" TO WS-CREDIT-SIDE.
            MOVE 1 TO WS-DA-IDX.
            PERFORM GA-POST-DEPT THRU GA-EXIT.
            MOVE WS-REVERSE-DATE TO WS-JRN-DATE.
            MOVE "ACCRREV" TO WS-SOURCE-TAG.
            MOVE "C" TO WS-DEBIT-SIDE.
            MOVE "D" TO WS-CREDIT-SIDE.
            MOVE 1 TO WS-DA-IDX.
            PERFORM GA-POST-DEPT THRU GA-EXIT.
            CLOSE JOURNAL-FILE.
            PERFORM BD-SAVE-CONTROL THRU BD-EXIT.
            DISPLAY "======= MONTH-END ACCRUAL TOTALS =======".
            DISPLAY "MONTH CLOSED: " WS-CLOSE-MONTH.
            DISPLAY "EMPLOYEES ACCRUED: " WS-EMPS-ACCRUED.
            DISPLAY "EMPLOYEES OUTSIDE THE PERIOD: " WS-EMPS-SKIPPED.
            DISPLAY "DEPARTMENTS: " WS-DA-COUNT-USED.
            DISPLAY "WAGES ACCRUED: " WS-TOT-ACCRUAL.
            DISPLAY "JOURNAL LINES: " WS-BATCH-LINES.
            DISPLAY "TOTAL DEBITS:  " WS-TOT-DEBITS.
            DISPLAY "TOTAL CREDITS: " WS-TOT-CREDITS.
            DISPLAY "UNMAPPED ENTRIES TO SUSPENSE: "
                WS-UNMAPPED-COUNT.
            DISPLAY "ACCRUAL AND REVERSAL POSTED TO gljournal.dat".
            GO TO ZZ-END.
      * A MONTH ALREADY ACCRUED IS ONLY POSTED AGAIN ON CONFIRMATION,
      * FOR WHEN THE FIRST BATCH HAS BEEN TAKEN OUT OF THE LEDGER.
        BA-CHECK-CONTROL.
            OPEN INPUT CONTROL-FILE.
            IF WS-CTL-STATUS NOT = "00"
                GO TO BA-EXIT.
            READ CONTROL-FILE
                AT END CONTINUE
                NOT AT END
                    IF CTL-LAST-MONTH IS NUMERIC
                        MOVE CTL-LAST-MONTH TO WS-LAST-ACCRUED
                    END-IF
            END-READ.
            CLOSE CONTROL-FILE.
            IF WS-LAST-ACCRUED < WS-CLOSE-MONTH
                GO TO BA-EXIT.
            DISPLAY "** MONTH " WS-LAST-ACCRUED " WAS ALREADY "
                "ACCRUED ON " CTL-RUN-DATE " **".
            DISPLAY "POST THE ACCRUAL FOR " WS-CLOSE-MONTH
                " ANYWAY? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "ACCRUAL CANCELLED"
                GO TO ZZ-END.
        BA-EXIT.
            EXIT.
        BD-SAVE-CONTROL.
            IF WS-CLOSE-MONTH < WS-LAST-ACCRUED
                GO TO BD-EXIT.
            OPEN OUTPUT CONTROL-FILE.
            MOVE SPACES TO CONTROL-REC.
            MOVE WS-CLOSE-MONTH TO CTL-LAST-MONTH.
            MOVE WS-RUN-DATE TO CTL-RUN-DATE.
            WRITE CONTROL-REC.
            CLOSE CONTROL-FILE.
        BD-EXIT.
            EXIT.
      * THE PERIOD TO ACCRUE IS THE ONE THAT STARTS ON OR BEFORE THE
      * MONTH END AND ENDS AFTER IT. A PERIOD ENDING ON THE MONTH END
      * IS PAID IN FULL IN THAT MONTH'S PAY RUN.
        CA-FIND-PERIOD.
            OPEN INPUT CALENDAR-FILE.
            IF WS-CAL-STATUS NOT = "00"
                DISPLAY "** NO PAY CALENDAR (paycal.dat) **"
                GO TO CA-EXIT.
        CB-PERIOD-READ.
            READ CALENDAR-FILE NEXT RECORD AT END GO TO CC-PERIOD-DONE.
            IF PC-START-DATE > WS-MONTH-END
                OR PC-END-DATE NOT > WS-MONTH-END
                GO TO CB-PERIOD-READ.
            MOVE "Y" TO WS-PERIOD-FOUND.
            MOVE PC-PERIOD-NUM TO WS-PERIOD-NUM.
            MOVE PC-START-DATE TO WS-PERIOD-START.
            MOVE PC-END-DATE TO WS-PERIOD-END.
        CC-PERIOD-DONE.
            CLOSE CALENDAR-FILE.
        CA-EXIT.
            EXIT.
        DA-LOAD-MAPPING.
            OPEN INPUT GLMAP-FILE.
            IF WS-MAP-STATUS NOT = "00"
                GO TO DA-EXIT.
        DB-MAP-READ.
            READ GLMAP-FILE AT END GO TO DC-MAP-DONE.
            IF WS-MAP-COUNT >= 100
                DISPLAY "** MORE THAN 100 MAPPING ENTRIES, EXTRA "
                    "IGNORED **"
                GO TO DC-MAP-DONE.
            ADD 1 TO WS-MAP-COUNT.
            MOVE GM-TYPE TO WS-GM-TYPE(WS-MAP-COUNT).
            MOVE GM-KEY TO WS-GM-KEY(WS-MAP-COUNT).
            MOVE GM-DEBIT-ACCT TO WS-GM-DEBIT-ACCT(WS-MAP-COUNT).
            MOVE GM-CREDIT-ACCT TO WS-GM-CREDIT-ACCT(WS-MAP-COUNT).
            GO TO DB-MAP-READ.
        DC-MAP-DONE.
            CLOSE GLMAP-FILE.
            DISPLAY "MAPPING ENTRIES LOADED: " WS-MAP-COUNT.
        DA-EXIT.
            EXIT.
      * SALARIED PAY IS EARNED EVENLY OVER THE CALENDAR YEAR, SO THE
      * ACCRUAL IS A 365TH OF SALARY FOR EACH DAY OF THE WINDOW THE
      * EMPLOYEE WAS ON THE PAYROLL.
        EA-ACCRUE-SALARIED.
            MOVE WS-ACCRUE-FROM TO WS-EMP-FROM.
            IF EMP-HIRE-DATE > WS-EMP-FROM
                MOVE EMP-HIRE-DATE TO WS-EMP-FROM.
            MOVE WS-ACCRUE-TO TO WS-EMP-TO.
            IF EMP-TERMINATED AND EMP-TERM-DATE < WS-EMP-TO
                MOVE EMP-TERM-DATE TO WS-EMP-TO.
            COMPUTE WS-ACCRUE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-EMP-TO) -
                FUNCTION INTEGER-OF-DATE(WS-EMP-FROM) + 1.
            COMPUTE WS-EMP-ACCRUAL ROUNDED =
                SALARY / 365 * WS-ACCRUE-DAYS.
      * HOURLY STAFF ACCRUE EVERY DAY RECORDED IN THE WINDOW, WHETHER
      * OR NOT IT HAS BEEN APPROVED YET, AT THE RATE PAY WOULD USE.
        EB-ACCRUE-HOURLY.
            IF WS-HOURS-OPEN NOT = "Y"
                GO TO EB-EXIT.
            IF EMP-HOURLY-RATE NUMERIC AND EMP-HOURLY-RATE > 0
                MOVE EMP-HOURLY-RATE TO WS-HOUR-RATE
            ELSE
                COMPUTE WS-HOUR-RATE ROUNDED = SALARY / 2080
            END-IF.
            MOVE 0 TO WS-EMP-HOURS.
            MOVE EID TO HR-EID.
            MOVE WS-ACCRUE-FROM TO HR-WORK-DATE.
            START HOURS-FILE KEY IS NOT LESS THAN HR-KEY
                INVALID KEY
                    GO TO EB-EXIT
            END-START.
        EB1-NEXT-DAY.
            READ HOURS-FILE NEXT RECORD AT END GO TO EB2-PRICE.
            IF HR-EID NOT = EID
                GO TO EB2-PRICE.
            IF HR-WORK-DATE > WS-ACCRUE-TO
                GO TO EB2-PRICE.
            ADD HR-HOURS TO WS-EMP-HOURS.
            GO TO EB1-NEXT-DAY.
        EB2-PRICE.
            COMPUTE WS-EMP-ACCRUAL ROUNDED =
                WS-EMP-HOURS * WS-HOUR-RATE.
        EB-EXIT.
            EXIT.
        EC-ADD-TO-DEPT.
            MOVE 0 TO WS-DA-FOUND.
            MOVE 1 TO WS-DA-IDX.
        EC1-FIND-DEPT.
            IF WS-DA-IDX > WS-DA-COUNT-USED
                GO TO EC2-NEW-DEPT.
            IF WS-DA-DEPART(WS-DA-IDX) = EMP-DEPART
                MOVE WS-DA-IDX TO WS-DA-FOUND
                GO TO EC3-ADD-DEPT.
            ADD 1 TO WS-DA-IDX.
            GO TO EC1-FIND-DEPT.
        EC2-NEW-DEPT.
            IF WS-DA-COUNT-USED >= 100
                DISPLAY "** WARNING ** DEPARTMENT TABLE FULL, "
                    "DISCARDING DEPART: " EMP-DEPART
                SUBTRACT WS-EMP-ACCRUAL FROM WS-TOT-ACCRUAL
                GO TO EC-EXIT.
            ADD 1 TO WS-DA-COUNT-USED.
            MOVE WS-DA-COUNT-USED TO WS-DA-FOUND.
            MOVE EMP-DEPART TO WS-DA-DEPART(WS-DA-FOUND).
            MOVE 0 TO WS-DA-COUNT(WS-DA-FOUND).
            MOVE 0 TO WS-DA-AMOUNT(WS-DA-FOUND).
        EC3-ADD-DEPT.
            ADD 1 TO WS-DA-COUNT(WS-DA-FOUND).
            ADD WS-EMP-ACCRUAL TO WS-DA-AMOUNT(WS-DA-FOUND).
        EC-EXIT.
            EXIT.
        FA-FIND-MAPPING.
            MOVE "N" TO WS-MAP-FOUND.
            MOVE WS-SUSPENSE-ACCT TO WS-DEBIT-ACCT.
            MOVE WS-SUSPENSE-ACCT TO WS-CREDIT-ACCT.
            MOVE 1 TO WS-GM-IDX.
        FA1-SEARCH-TABLE.
            IF WS-GM-IDX > WS-MAP-COUNT
                GO TO FA2-NOT-FOUND.
            IF WS-GM-TYPE(WS-GM-IDX) = WS-LOOKUP-TYPE
                AND WS-GM-KEY(WS-GM-IDX) = WS-LOOKUP-KEY
                MOVE WS-GM-DEBIT-ACCT(WS-GM-IDX) TO WS-DEBIT-ACCT
                MOVE WS-GM-CREDIT-ACCT(WS-GM-IDX) TO WS-CREDIT-ACCT
                MOVE "Y" TO WS-MAP-FOUND
                GO TO FA-EXIT.
            ADD 1 TO WS-GM-IDX.
            GO TO FA1-SEARCH-TABLE.
        FA2-NOT-FOUND.
            ADD 1 TO WS-UNMAPPED-COUNT.
            DISPLAY "** NO MAPPING FOR " WS-LOOKUP-TYPE "/"
                WS-LOOKUP-KEY ", POSTED TO SUSPENSE **".
        FA-EXIT.
            EXIT.
      * ONE PAIR OF LINES PER DEPARTMENT: THE EXPENSE ACCOUNT FROM THE
      * DEPARTMENT'S "D" MAPPING AGAINST THE ACCRUED WAGES ACCOUNT. THE
      * REVERSAL PASS CALLS THIS WITH THE SIDES SWAPPED.
        GA-POST-DEPT.
            IF WS-DA-IDX > WS-DA-COUNT-USED
                GO TO GA-EXIT.
            MOVE "D" TO WS-LOOKUP-TYPE.
            MOVE SPACES TO WS-LOOKUP-KEY.
            MOVE WS-DA-DEPART(WS-DA-IDX) TO WS-LOOKUP-KEY(1:2).
            PERFORM FA-FIND-MAPPING THRU FA-EXIT.
            MOVE SPACES TO JOURNAL-REC.
            MOVE WS-JRN-DATE TO JL-DATE.
            MOVE WS-SOURCE-TAG TO JL-SOURCE.
            MOVE WS-DEBIT-ACCT TO JL-ACCT.
            MOVE WS-DEBIT-SIDE TO JL-DRCR.
            MOVE WS-DA-AMOUNT(WS-DA-IDX) TO JL-AMOUNT.
            WRITE JOURNAL-REC.
            ADD WS-DA-AMOUNT(WS-DA-IDX) TO WS-TOT-DEBITS.
            ADD 1 TO WS-BATCH-LINES.
            MOVE WS-ACCRUED-ACCT TO JL-ACCT.
            MOVE WS-CREDIT-SIDE TO JL-DRCR.
            WRITE JOURNAL-REC.
            ADD WS-DA-AMOUNT(WS-DA-IDX) TO WS-TOT-CREDITS.
            ADD 1 TO WS-BATCH-LINES.
            IF WS-SOURCE-TAG = "ACCRUAL"
                DISPLAY "DEPART " WS-DA-DEPART(WS-DA-IDX)
                    " EMPLOYEES " WS-DA-COUNT(WS-DA-IDX)
                    " ACCRUED " WS-DA-AMOUNT(WS-DA-IDX)
            END-IF.
            ADD 1 TO WS-DA-IDX.
            GO TO GA-POST-DEPT.
        GA-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
