        IDENTIFICATION DIVISION.
        PROGRAM-ID. LABDIST.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM DISTRIBUTES THE APPROVED DAILY HOURS ON HOURS.DAT
      * FOR A DATE RANGE OVER THE CHARGE CODES THEY WERE BOOKED TO
      * (HRSCHG.DAT, KEPT BY HRSMAINT). EACH DAY IS COSTED AT THE
      * EMPLOYEE'S HOURLY RATE AS PAY WOULD PAY IT, AND DAYS BOOKED TO
      * A CLIENT CODE WITH A BILL RATE ON CHGCODE.DAT ARE PRICED AT
      * THAT RATE. THE LABOR DISTRIBUTION OF HOURS, COST AND BILLABLE
      * VALUE BY CHARGE CODE IS WRITTEN TO LABOR_DIST.TXT; DAYS WITH NO
      * CODE ARE SHOWN AS UNASSIGNED AND CODES NO LONGER ON THE MASTER
      * ARE SHOWN BUT NOT BILLED. THE BILLABLE HOURS ARE WRITTEN PER
      * CLIENT TO THE INVOICING EXTRACT BILLING.DAT: A HEADER, ONE
      * DETAIL LINE PER CLIENT AND CHARGE CODE, A TOTAL PER CLIENT AND
      * A TRAILER WITH THE LINE COUNT AND AMOUNT.
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
            SELECT HOURS-FILE
              ASSIGN TO "hours.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HR-KEY
              FILE STATUS IS WS-HOURS-STATUS.
            SELECT HOURS-CHARGE-FILE
              ASSIGN TO "hrschg.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS HC-KEY
              FILE STATUS IS WS-HC-STATUS.
            SELECT CHARGE-FILE
              ASSIGN TO "chgcode.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CHG-CODE
              FILE STATUS IS WS-CHG-STATUS.
            SELECT REPORT-FILE ASSIGN "labor_dist.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
            SELECT BILLING-FILE ASSIGN "billing.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BIL-STATUS.
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
        FD HOURS-CHARGE-FILE.
        01 HOURS-CHARGE-RECORD.
            03 HC-KEY.
                05 HC-EID           PIC 9(6).
                05 HC-WORK-DATE     PIC 9(8).
            03 HC-CHARGE-CODE        PIC X(6).
        FD CHARGE-FILE.
        01 CHARGE-RECORD.
            03 CHG-CODE              PIC X(6).
            03 CHG-DESC              PIC X(20).
            03 CHG-CLIENT            PIC X(8).
            03 CHG-BILL-RATE         PIC 9(3)V99.
            03 CHG-STATUS            PIC X.
                88 CHG-ACTIVE            VALUE "A".
                88 CHG-CLOSED            VALUE "C".
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        FD BILLING-FILE.
        01 BL-HEADER-REC.
            03 BLH-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BLH-RUN-DATE          PIC 9(8).
            03 FILLER                PIC X.
            03 BLH-FROM-DATE         PIC 9(8).
            03 FILLER                PIC X.
            03 BLH-TO-DATE           PIC 9(8).
        01 BL-DETAIL-REC.
            03 BLD-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BLD-CLIENT            PIC X(8).
            03 FILLER                PIC X.
            03 BLD-CODE              PIC X(6).
            03 FILLER                PIC X.
            03 BLD-DESC              PIC X(20).
            03 FILLER                PIC X.
            03 BLD-HOURS             PIC 9(7)V99.
            03 FILLER                PIC X.
            03 BLD-RATE              PIC 9(3)V99.
            03 FILLER                PIC X.
            03 BLD-AMOUNT            PIC 9(9)V99.
        01 BL-CLIENT-REC.
            03 BLC-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BLC-CLIENT            PIC X(8).
            03 FILLER                PIC X.
            03 BLC-HOURS             PIC 9(7)V99.
            03 FILLER                PIC X.
            03 BLC-AMOUNT            PIC 9(9)V99.
        01 BL-TRAILER-REC.
            03 BLT-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BLT-CLIENTS           PIC 9(4).
            03 FILLER                PIC X.
            03 BLT-LINES             PIC 9(6).
            03 FILLER                PIC X.
            03 BLT-HOURS             PIC 9(7)V99.
            03 FILLER                PIC X.
            03 BLT-AMOUNT            PIC 9(11)V99.
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS      PIC XX.
        01 WS-HOURS-STATUS    PIC XX.
        01 WS-HC-STATUS       PIC XX.
        01 WS-HC-OPEN         PIC X VALUE "N".
        01 WS-CHG-STATUS      PIC XX.
        01 WS-RPT-STATUS      PIC XX.
        01 WS-BIL-STATUS      PIC XX.
        01 WS-RUN-DATE        PIC 9(8).
        01 WS-FROM-DATE       PIC 9(8) VALUE 0.
        01 WS-TO-DATE         PIC 9(8) VALUE 0.
        01 WS-HOUR-RATE       PIC 99V99.
        01 WS-DAY-COST        PIC 9(7)V99.
        01 WS-DAY-BILLED      PIC 9(7)V99.
        01 WS-CHARGE-CODE     PIC X(6).
        01 WS-CODE-TABLE.
            03 WS-CC-ENTRY OCCURS 300 TIMES.
                05 WS-CC-CODE        PIC X(6).
                05 WS-CC-DESC        PIC X(20).
                05 WS-CC-CLIENT      PIC X(8).
                05 WS-CC-RATE        PIC 9(3)V99.
                05 WS-CC-DAYS        PIC 9(6).
                05 WS-CC-HOURS       PIC 9(7)V99.
                05 WS-CC-COST        PIC 9(9)V99.
                05 WS-CC-BILLED      PIC 9(9)V99.
        01 WS-CC-COUNT-USED   PIC 9(3) VALUE 0.
        01 WS-CC-IDX          PIC 9(3).
        01 WS-CC-FOUND        PIC 9(3).
        01 WS-CLIENT-TABLE.
            03 WS-CL-ENTRY OCCURS 100 TIMES.
                05 WS-CL-CLIENT      PIC X(8).
                05 WS-CL-HOURS       PIC 9(7)V99.
                05 WS-CL-BILLED      PIC 9(9)V99.
        01 WS-CL-COUNT-USED   PIC 9(3) VALUE 0.
        01 WS-CL-IDX          PIC 9(3).
        01 WS-CL-FOUND        PIC 9(3).
        01 WS-DAYS-READ       PIC 9(7) VALUE 0.
        01 WS-DAYS-USED       PIC 9(7) VALUE 0.
        01 WS-DAYS-UNAPPROVED PIC 9(7) VALUE 0.
        01 WS-DAYS-NO-EMP     PIC 9(7) VALUE 0.
        01 WS-TOT-HOURS       PIC 9(7)V99 VALUE 0.
        01 WS-TOT-COST        PIC 9(9)V99 VALUE 0.
        01 WS-TOT-BILLED      PIC 9(11)V99 VALUE 0.
        01 WS-BILL-HOURS      PIC 9(7)V99 VALUE 0.
        01 WS-BILL-LINES      PIC 9(6) VALUE 0.
        01 WS-ED-HOURS        PIC ZZZ,ZZ9.99.
        01 WS-ED-COST         PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-BILLED       PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-RATE         PIC ZZ9.99.
        01 WS-ED-COUNT        PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER FIRST WORK DATE YYYYMMDD: ".
            ACCEPT WS-FROM-DATE.
            DISPLAY "ENTER LAST WORK DATE YYYYMMDD (0 = TODAY): ".
            ACCEPT WS-TO-DATE.
            IF WS-TO-DATE = 0
                MOVE WS-RUN-DATE TO WS-TO-DATE.
            IF WS-FROM-DATE = 0 OR WS-FROM-DATE > WS-TO-DATE
                DISPLAY "** FIRST DATE MUST BE ON OR BEFORE THE LAST "
                    "DATE **"
                GO TO ZZ-END.
            OPEN INPUT HOURS-FILE.
            IF WS-HOURS-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN hours.dat, STATUS "
                    WS-HOURS-STATUS
                GO TO ZZ-END.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE HOURS-FILE
                GO TO ZZ-END.
            OPEN INPUT HOURS-CHARGE-FILE.
            IF WS-HC-STATUS = "00"
                MOVE "Y" TO WS-HC-OPEN
            ELSE
                DISPLAY "** NO hrschg.dat, ALL HOURS ARE "
                    "UNASSIGNED **"
            END-IF.
            PERFORM HA-LOAD-CHARGE-TABLE THRU HA-EXIT.
        BB-READ.
            READ HOURS-FILE NEXT RECORD AT END GO TO CC-SUMMARY.
            IF HR-WORK-DATE < WS-FROM-DATE
                OR HR-WORK-DATE > WS-TO-DATE
                GO TO BB-READ.
            ADD 1 TO WS-DAYS-READ.
            IF NOT HR-IS-APPROVED
                ADD 1 TO WS-DAYS-UNAPPROVED
                GO TO BB-READ.
            PERFORM DA-PRICE-DAY THRU DA-EXIT.
            PERFORM DB-FIND-CHARGE THRU DB-EXIT.
            IF WS-CC-FOUND = 0
                GO TO BB-READ.
            MOVE 0 TO WS-DAY-BILLED.
            IF WS-CC-CLIENT(WS-CC-FOUND) NOT = SPACES
                COMPUTE WS-DAY-BILLED ROUNDED =
                    HR-HOURS * WS-CC-RATE(WS-CC-FOUND)
            END-IF.
            ADD 1 TO WS-CC-DAYS(WS-CC-FOUND).
            ADD HR-HOURS TO WS-CC-HOURS(WS-CC-FOUND).
            ADD WS-DAY-COST TO WS-CC-COST(WS-CC-FOUND).
            ADD WS-DAY-BILLED TO WS-CC-BILLED(WS-CC-FOUND).
            ADD 1 TO WS-DAYS-USED.
            ADD HR-HOURS TO WS-TOT-HOURS.
            ADD WS-DAY-COST TO WS-TOT-COST.
            ADD WS-DAY-BILLED TO WS-TOT-BILLED.
            GO TO BB-READ.
        CC-SUMMARY.
            CLOSE HOURS-FILE.
            CLOSE EMPLOYEE.
            IF WS-HC-OPEN = "Y"
                CLOSE HOURS-CHARGE-FILE.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE labor_dist.txt, STATUS "
                    WS-RPT-STATUS
                GO TO ZZ-END.
            OPEN OUTPUT BILLING-FILE.
            IF WS-BIL-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE billing.dat, STATUS "
                    WS-BIL-STATUS
                CLOSE REPORT-FILE
                GO TO ZZ-END.
            PERFORM FA-WRITE-HEADING.
            MOVE 1 TO WS-CC-IDX.
            PERFORM FB-CODE-LINE THRU FB-EXIT.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-HOURS TO WS-ED-HOURS.
            MOVE WS-TOT-COST TO WS-ED-COST.
            MOVE WS-TOT-BILLED TO WS-ED-BILLED.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL                                 "
                "     " WS-ED-HOURS WS-ED-COST WS-ED-BILLED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO BL-HEADER-REC.
            MOVE "H" TO BLH-TYPE.
            MOVE WS-RUN-DATE TO BLH-RUN-DATE.
            MOVE WS-FROM-DATE TO BLH-FROM-DATE.
            MOVE WS-TO-DATE TO BLH-TO-DATE.
            WRITE BL-HEADER-REC.
            MOVE 1 TO WS-CC-IDX.
            PERFORM FC-ADD-TO-CLIENT THRU FC-EXIT.
            MOVE SPACES TO REPORT-LINE.
            STRING "BILLABLE BY CLIENT"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CLIENT                                   HOURS"
                "       BILLABLE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO WS-CL-IDX.
            PERFORM FD-CLIENT-BILLING THRU FD-EXIT.
            MOVE SPACES TO BL-TRAILER-REC.
            MOVE "T" TO BLT-TYPE.
            MOVE WS-CL-COUNT-USED TO BLT-CLIENTS.
            MOVE WS-BILL-LINES TO BLT-LINES.
            MOVE WS-BILL-HOURS TO BLT-HOURS.
            MOVE WS-TOT-BILLED TO BLT-AMOUNT.
            WRITE BL-TRAILER-REC.
            CLOSE REPORT-FILE.
            CLOSE BILLING-FILE.
            DISPLAY "======= LABOR DISTRIBUTION TOTALS =======".
            DISPLAY "WORK DATES: " WS-FROM-DATE " TO " WS-TO-DATE.
            DISPLAY "DAILY ENTRIES IN RANGE: " WS-DAYS-READ.
            DISPLAY "NOT YET APPROVED, LEFT OUT: "
                WS-DAYS-UNAPPROVED.
            DISPLAY "ENTRIES DISTRIBUTED: " WS-DAYS-USED.
            DISPLAY "ENTRIES WITH NO EMPLOYEE, NOT COSTED: "
                WS-DAYS-NO-EMP.
            DISPLAY "CHARGE CODES: " WS-CC-COUNT-USED.
            DISPLAY "HOURS: " WS-TOT-HOURS.
            DISPLAY "LABOR COST: " WS-TOT-COST.
            DISPLAY "CLIENTS BILLED: " WS-CL-COUNT-USED.
            DISPLAY "BILLABLE HOURS: " WS-BILL-HOURS.
            DISPLAY "BILLABLE AMOUNT: " WS-TOT-BILLED.
            DISPLAY "REPORT WRITTEN TO labor_dist.txt".
            DISPLAY "BILLING EXTRACT WRITTEN TO billing.dat".
            GO TO ZZ-END.
      * THE DAY IS COSTED AT THE RATE PAY USES: THE STORED HOURLY
      * RATE, OR SALARY OVER 2080 HOURS WHERE THERE IS NONE.
        DA-PRICE-DAY.
            MOVE 0 TO WS-DAY-COST.
            MOVE HR-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    ADD 1 TO WS-DAYS-NO-EMP
                    GO TO DA-EXIT
            END-READ.
            IF EMP-HOURLY-RATE NUMERIC AND EMP-HOURLY-RATE > 0
                MOVE EMP-HOURLY-RATE TO WS-HOUR-RATE
            ELSE
                COMPUTE WS-HOUR-RATE ROUNDED = SALARY / 2080
            END-IF.
            COMPUTE WS-DAY-COST ROUNDED = HR-HOURS * WS-HOUR-RATE.
        DA-EXIT.
            EXIT.
      * A DAY WITH NO CODE GOES TO A BLANK-CODE "UNASSIGNED" LINE; A
      * CODE NOT ON THE MASTER GETS ITS OWN LINE WITH NO CLIENT, SO
      * IT IS COSTED BUT NEVER BILLED.
        DB-FIND-CHARGE.
            MOVE SPACES TO WS-CHARGE-CODE.
            IF WS-HC-OPEN = "Y"
                MOVE HR-KEY TO HC-KEY
                READ HOURS-CHARGE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE HC-CHARGE-CODE TO WS-CHARGE-CODE
                END-READ
            END-IF.
            MOVE 0 TO WS-CC-FOUND.
            MOVE 1 TO WS-CC-IDX.
        DB1-FIND-CODE.
            IF WS-CC-IDX > WS-CC-COUNT-USED
                GO TO DB2-NEW-CODE.
            IF WS-CC-CODE(WS-CC-IDX) = WS-CHARGE-CODE
                MOVE WS-CC-IDX TO WS-CC-FOUND
                GO TO DB-EXIT.
            ADD 1 TO WS-CC-IDX.
            GO TO DB1-FIND-CODE.
        DB2-NEW-CODE.
            IF WS-CC-COUNT-USED >= 300
                DISPLAY "** WARNING ** CHARGE CODE TABLE FULL, "
                    "DISCARDING CODE: " WS-CHARGE-CODE
                GO TO DB-EXIT.
            ADD 1 TO WS-CC-COUNT-USED.
            MOVE WS-CC-COUNT-USED TO WS-CC-FOUND.
            PERFORM HC-CLEAR-ENTRY.
            MOVE WS-CHARGE-CODE TO WS-CC-CODE(WS-CC-FOUND).
            IF WS-CHARGE-CODE = SPACES
                MOVE "UNASSIGNED" TO WS-CC-DESC(WS-CC-FOUND)
            ELSE
                MOVE "NOT ON CHARGE MASTER" TO WS-CC-DESC(WS-CC-FOUND)
            END-IF.
        DB-EXIT.
            EXIT.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "LABOR DISTRIBUTION BY CHARGE CODE - WORK DATES "
                WS-FROM-DATE " TO " WS-TO-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREPARED: " WS-RUN-DATE
                "   APPROVED HOURS ONLY, COST AT PAY RATE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "CODE   DESCRIPTION          CLIENT     DAYS"
                "     HOURS         COST     BILLABLE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        FB-CODE-LINE.
            IF WS-CC-IDX > WS-CC-COUNT-USED
                GO TO FB-EXIT.
            IF WS-CC-DAYS(WS-CC-IDX) = 0
                ADD 1 TO WS-CC-IDX
                GO TO FB-CODE-LINE.
            MOVE WS-CC-DAYS(WS-CC-IDX) TO WS-ED-COUNT.
            MOVE WS-CC-HOURS(WS-CC-IDX) TO WS-ED-HOURS.
            MOVE WS-CC-COST(WS-CC-IDX) TO WS-ED-COST.
            MOVE WS-CC-BILLED(WS-CC-IDX) TO WS-ED-BILLED.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-CC-CODE(WS-CC-IDX) " "
                WS-CC-DESC(WS-CC-IDX) " "
                WS-CC-CLIENT(WS-CC-IDX) WS-ED-COUNT
                WS-ED-HOURS WS-ED-COST WS-ED-BILLED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-CC-IDX.
            GO TO FB-CODE-LINE.
        FB-EXIT.
            EXIT.
        FC-ADD-TO-CLIENT.
            IF WS-CC-IDX > WS-CC-COUNT-USED
                GO TO FC-EXIT.
            IF WS-CC-BILLED(WS-CC-IDX) = 0
                GO TO FC4-NEXT-CODE.
            MOVE 0 TO WS-CL-FOUND.
            MOVE 1 TO WS-CL-IDX.
        FC1-FIND-CLIENT.
            IF WS-CL-IDX > WS-CL-COUNT-USED
                GO TO FC2-NEW-CLIENT.
            IF WS-CL-CLIENT(WS-CL-IDX) = WS-CC-CLIENT(WS-CC-IDX)
                MOVE WS-CL-IDX TO WS-CL-FOUND
                GO TO FC3-ADD-CLIENT.
            ADD 1 TO WS-CL-IDX.
            GO TO FC1-FIND-CLIENT.
        FC2-NEW-CLIENT.
            IF WS-CL-COUNT-USED >= 100
                DISPLAY "** WARNING ** CLIENT TABLE FULL, NOT BILLED: "
                    WS-CC-CLIENT(WS-CC-IDX)
                SUBTRACT WS-CC-BILLED(WS-CC-IDX) FROM WS-TOT-BILLED
                GO TO FC4-NEXT-CODE.
            ADD 1 TO WS-CL-COUNT-USED.
            MOVE WS-CL-COUNT-USED TO WS-CL-FOUND.
            MOVE WS-CC-CLIENT(WS-CC-IDX) TO WS-CL-CLIENT(WS-CL-FOUND).
            MOVE 0 TO WS-CL-HOURS(WS-CL-FOUND).
            MOVE 0 TO WS-CL-BILLED(WS-CL-FOUND).
        FC3-ADD-CLIENT.
            ADD WS-CC-HOURS(WS-CC-IDX) TO WS-CL-HOURS(WS-CL-FOUND).
            ADD WS-CC-BILLED(WS-CC-IDX) TO WS-CL-BILLED(WS-CL-FOUND).
        FC4-NEXT-CODE.
            ADD 1 TO WS-CC-IDX.
            GO TO FC-ADD-TO-CLIENT.
        FC-EXIT.
            EXIT.
      * ONE DETAIL LINE FOR EACH BILLED CODE OF THE CLIENT, THEN THE
      * CLIENT TOTAL, WHICH IS ALSO PRINTED ON THE REPORT.
        FD-CLIENT-BILLING.
            IF WS-CL-IDX > WS-CL-COUNT-USED
                GO TO FD-EXIT.
            MOVE 1 TO WS-CC-IDX.
            PERFORM FE-CLIENT-DETAIL THRU FE-EXIT.
            MOVE SPACES TO BL-CLIENT-REC.
            MOVE "C" TO BLC-TYPE.
            MOVE WS-CL-CLIENT(WS-CL-IDX) TO BLC-CLIENT.
            MOVE WS-CL-HOURS(WS-CL-IDX) TO BLC-HOURS.
            MOVE WS-CL-BILLED(WS-CL-IDX) TO BLC-AMOUNT.
            WRITE BL-CLIENT-REC.
            ADD WS-CL-HOURS(WS-CL-IDX) TO WS-BILL-HOURS.
            MOVE WS-CL-HOURS(WS-CL-IDX) TO WS-ED-HOURS.
            MOVE WS-CL-BILLED(WS-CL-IDX) TO WS-ED-BILLED.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-CL-CLIENT(WS-CL-IDX)
                "                            "
                WS-ED-HOURS "  " WS-ED-BILLED
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-CL-IDX.
            GO TO FD-CLIENT-BILLING.
        FD-EXIT.
            EXIT.
        FE-CLIENT-DETAIL.
            IF WS-CC-IDX > WS-CC-COUNT-USED
                GO TO FE-EXIT.
            IF WS-CC-BILLED(WS-CC-IDX) = 0
                OR WS-CC-CLIENT(WS-CC-IDX) NOT = WS-CL-CLIENT(WS-CL-IDX)
                ADD 1 TO WS-CC-IDX
                GO TO FE-CLIENT-DETAIL.
            MOVE SPACES TO BL-DETAIL-REC.
            MOVE "D" TO BLD-TYPE.
            MOVE WS-CC-CLIENT(WS-CC-IDX) TO BLD-CLIENT.
            MOVE WS-CC-CODE(WS-CC-IDX) TO BLD-CODE.
            MOVE WS-CC-DESC(WS-CC-IDX) TO BLD-DESC.
            MOVE WS-CC-HOURS(WS-CC-IDX) TO BLD-HOURS.
            MOVE WS-CC-RATE(WS-CC-IDX) TO BLD-RATE.
            MOVE WS-CC-BILLED(WS-CC-IDX) TO BLD-AMOUNT.
            WRITE BL-DETAIL-REC.
            ADD 1 TO WS-BILL-LINES.
            ADD 1 TO WS-CC-IDX.
            GO TO FE-CLIENT-DETAIL.
        FE-EXIT.
            EXIT.
      * THE WHOLE MASTER IS LOADED, CLOSED CODES INCLUDED, SO HOURS
      * BOOKED BEFORE A CODE WAS CLOSED ARE STILL PRICED AND BILLED.
        HA-LOAD-CHARGE-TABLE.
            OPEN INPUT CHARGE-FILE.
            IF WS-CHG-STATUS NOT = "00"
                DISPLAY "** NO CHARGE CODE MASTER (chgcode.dat), "
                    "NOTHING WILL BE BILLED **"
                GO TO HA-EXIT.
        HA1-CODE-READ.
            READ CHARGE-FILE NEXT RECORD AT END GO TO HA2-CODE-DONE.
            IF WS-CC-COUNT-USED >= 299
                DISPLAY "** MORE THAN 299 CHARGE CODES, EXTRA "
                    "IGNORED **"
                GO TO HA2-CODE-DONE.
            ADD 1 TO WS-CC-COUNT-USED.
            MOVE WS-CC-COUNT-USED TO WS-CC-FOUND.
            PERFORM HC-CLEAR-ENTRY.
            MOVE CHG-CODE TO WS-CC-CODE(WS-CC-FOUND).
            MOVE CHG-DESC TO WS-CC-DESC(WS-CC-FOUND).
            MOVE CHG-CLIENT TO WS-CC-CLIENT(WS-CC-FOUND).
            MOVE CHG-BILL-RATE TO WS-CC-RATE(WS-CC-FOUND).
            GO TO HA1-CODE-READ.
        HA2-CODE-DONE.
            CLOSE CHARGE-FILE.
            DISPLAY "CHARGE CODES LOADED: " WS-CC-COUNT-USED.
        HA-EXIT.
            EXIT.
        HC-CLEAR-ENTRY.
            MOVE SPACES TO WS-CC-CODE(WS-CC-FOUND).
            MOVE SPACES TO WS-CC-DESC(WS-CC-FOUND).
            MOVE SPACES TO WS-CC-CLIENT(WS-CC-FOUND).
            MOVE 0 TO WS-CC-RATE(WS-CC-FOUND).
            MOVE 0 TO WS-CC-DAYS(WS-CC-FOUND).
            MOVE 0 TO WS-CC-HOURS(WS-CC-FOUND).
            MOVE 0 TO WS-CC-COST(WS-CC-FOUND).
            MOVE 0 TO WS-CC-BILLED(WS-CC-FOUND).
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
