        IDENTIFICATION DIVISION.
        PROGRAM-ID. BENRPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM LISTS THE BENEFIT ENROLMENTS IN FORCE FOR A
      * MONTH, PLAN BY PLAN, FOR RECONCILING THE INSURER'S MONTHLY
      * BILL. AN ENROLMENT IS IN FORCE IF IT STARTS BY THE MONTH END
      * AND HAS NOT ENDED BEFORE THE FIRST OF THE MONTH. EACH LINE
      * SHOWS THE EID, NAME, TIER AND THE MONTHLY EMPLOYEE AND
      * EMPLOYER COST FROM BENPLAN.DAT; EACH PLAN IS TOTALLED WITH ITS
      * ENROLMENT COUNT AND THE PREMIUM THE INSURER SHOULD BILL. THE
      * REPORT IS WRITTEN TO ENROLMENT_REPORT.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYEE
              ASSIGN TO "employee.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS EID
              FILE STATUS IS WS-EMP-STATUS.
            SELECT PLAN-FILE
              ASSIGN TO "benplan.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS BP-PLAN-CODE
              FILE STATUS IS WS-BP-STATUS.
            SELECT ENROL-FILE
              ASSIGN TO "benenrol.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BE-KEY
              FILE STATUS IS WS-BE-STATUS.
            SELECT REPORT-FILE ASSIGN "enrolment_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X(37).
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
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-BP-STATUS           PIC XX.
        01 WS-BE-STATUS           PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
        01 WS-REPORT-MONTH        PIC 9(6) VALUE 0.
        01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
            03 WS-REPORT-YEAR     PIC 9(4).
            03 WS-REPORT-MM       PIC 99.
        01 WS-MONTH-START         PIC 9(8).
        01 WS-MONTH-END           PIC 9(8).
        01 WS-TIER-IDX            PIC 9.
        01 WS-LINE-NAME           PIC X(6).
        01 WS-ED-EE               PIC ZZ,ZZ9.99.
        01 WS-ED-ER               PIC ZZ,ZZ9.99.
        01 WS-ED-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-PLAN-COUNT          PIC 9(6) VALUE 0.
        01 WS-PLAN-EE             PIC 9(8)V99 VALUE 0.
        01 WS-PLAN-ER             PIC 9(8)V99 VALUE 0.
        01 WS-PLAN-BILL           PIC 9(9)V99 VALUE 0.
        01 WS-TOT-COUNT           PIC 9(6) VALUE 0.
        01 WS-TOT-EE              PIC 9(9)V99 VALUE 0.
        01 WS-TOT-ER              PIC 9(9)V99 VALUE 0.
        01 WS-TOT-BILL            PIC 9(9)V99 VALUE 0.
        01 WS-PLANS-LISTED        PIC 9(4) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER BILLING MONTH YYYYMM (0 = CURRENT MONTH): ".
            ACCEPT WS-REPORT-MONTH.
            IF WS-REPORT-MONTH = 0
                MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
            END-IF.
            IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
                DISPLAY "** MONTH MUST BE 01 TO 12 **"
                GO TO ZZ-END
            END-IF.
            COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1.
            COMPUTE WS-MONTH-END = WS-REPORT-MONTH * 100 + 31.
            OPEN INPUT PLAN-FILE.
            IF WS-BP-STATUS NOT = "00"
                DISPLAY "NO BENEFIT PLANS ON FILE"
                GO TO ZZ-END
            END-IF.
            OPEN INPUT ENROL-FILE.
            IF WS-BE-STATUS NOT = "00"
                DISPLAY "NO BENEFIT ENROLMENTS ON FILE"
                CLOSE PLAN-FILE
                GO TO ZZ-END
            END-IF.
            OPEN INPUT EMPLOYEE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE enrolment_report.txt, STATUS "
                    WS-RPT-STATUS
                CLOSE PLAN-FILE
                CLOSE ENROL-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END
            END-IF.
            PERFORM DA-WRITE-HEADING.
        BB-NEXT-PLAN.
            READ PLAN-FILE NEXT RECORD AT END GO TO CC-SUMMARY.
            ADD 1 TO WS-PLANS-LISTED.
            MOVE 0 TO WS-PLAN-COUNT WS-PLAN-EE WS-PLAN-ER.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PLAN " BP-PLAN-CODE " " BP-PLAN-NAME
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 0 TO BE-EID.
            MOVE SPACES TO BE-PLAN-CODE.
            START ENROL-FILE KEY IS NOT LESS THAN BE-KEY
                INVALID KEY
                    GO TO BB2-PLAN-TOTAL
            END-START.
      * THE ENROLMENT FILE IS KEYED BY EID, SO EACH PLAN PASSES THE
      * WHOLE FILE AND TAKES ITS OWN ENROLMENTS.
        BB1-NEXT-ENROLMENT.
            READ ENROL-FILE NEXT RECORD AT END GO TO BB2-PLAN-TOTAL.
            IF BE-PLAN-CODE NOT = BP-PLAN-CODE
                GO TO BB1-NEXT-ENROLMENT.
            IF BE-EFFECTIVE-DATE > WS-MONTH-END
                GO TO BB1-NEXT-ENROLMENT.
            IF BE-END-DATE NOT = 0 AND BE-END-DATE < WS-MONTH-START
                GO TO BB1-NEXT-ENROLMENT.
            EVALUATE BE-TIER
                WHEN "E" MOVE 1 TO WS-TIER-IDX
                WHEN "S" MOVE 2 TO WS-TIER-IDX
                WHEN "C" MOVE 3 TO WS-TIER-IDX
                WHEN "F" MOVE 4 TO WS-TIER-IDX
                WHEN OTHER
                    DISPLAY "** EID " BE-EID " PLAN " BE-PLAN-CODE
                        " HAS UNKNOWN TIER " BE-TIER ", LEFT OUT **"
                    GO TO BB1-NEXT-ENROLMENT
            END-EVALUATE.
            MOVE SPACES TO WS-LINE-NAME.
            MOVE BE-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** NO EMPLOYEE MASTER FOR EID " BE-EID
                        ", LISTED WITHOUT NAME **"
            END-READ.
            IF WS-EMP-STATUS = "00"
                MOVE NAME TO WS-LINE-NAME
            END-IF.
            MOVE BP-EE-COST(WS-TIER-IDX) TO WS-ED-EE.
            MOVE BP-ER-COST(WS-TIER-IDX) TO WS-ED-ER.
            MOVE SPACES TO REPORT-LINE.
            STRING "  " BE-EID " " WS-LINE-NAME "  " BE-TIER
                "   " BE-EFFECTIVE-DATE "  " BE-END-DATE
                " " WS-ED-EE " " WS-ED-ER
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-PLAN-COUNT.
            ADD BP-EE-COST(WS-TIER-IDX) TO WS-PLAN-EE.
            ADD BP-ER-COST(WS-TIER-IDX) TO WS-PLAN-ER.
            GO TO BB1-NEXT-ENROLMENT.
        BB2-PLAN-TOTAL.
            ADD WS-PLAN-EE WS-PLAN-ER GIVING WS-PLAN-BILL.
            MOVE WS-PLAN-EE TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "  ENROLLED " WS-PLAN-COUNT
                "  EMPLOYEE " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-PLAN-ER TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "                   EMPLOYER " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-PLAN-BILL TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "                   PLAN BILL" WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "PLAN " BP-PLAN-CODE " ENROLLED " WS-PLAN-COUNT
                " BILL " WS-PLAN-BILL.
            ADD WS-PLAN-COUNT TO WS-TOT-COUNT.
            ADD WS-PLAN-EE TO WS-TOT-EE.
            ADD WS-PLAN-ER TO WS-TOT-ER.
            ADD WS-PLAN-BILL TO WS-TOT-BILL.
            GO TO BB-NEXT-PLAN.
        DA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "BENEFIT ENROLMENT REPORT - BILLING MONTH "
                WS-REPORT-MONTH
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREPARED: " WS-RUN-DATE
                "   COSTS ARE MONTHLY PREMIUMS"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  EID    NAME   TIER EFFECTIVE END        "
                "EMPLOYEE  EMPLOYER"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        CC-SUMMARY.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "ALL PLANS   ENROLLED " WS-TOT-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-EE TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "            EMPLOYEE " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-ER TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "            EMPLOYER " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-BILL TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "            TOTAL BILL" WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "======= ENROLMENT REPORT TOTALS =======".
            DISPLAY "BILLING MONTH: " WS-REPORT-MONTH.
            DISPLAY "PLANS LISTED: " WS-PLANS-LISTED.
            DISPLAY "ENROLMENTS IN FORCE: " WS-TOT-COUNT.
            DISPLAY "TOTAL BILL: " WS-TOT-BILL.
            CLOSE PLAN-FILE.
            CLOSE ENROL-FILE.
            CLOSE EMPLOYEE.
            CLOSE REPORT-FILE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
