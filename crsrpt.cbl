        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSRPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE MONTHLY MANDATORY TRAINING REPORT. FOR
      * EVERYONE ON THE PERSONNEL MASTER PERSMAST.DAT IT TAKES EACH
      * ACTIVE COURSE ON COURSEMST.DAT THAT THE PERSON'S DEPARTMENT
      * REQUIRES AND LOOKS FOR A COMPLETION ON COURSECMP.DAT. A COURSE
      * WITH NO COMPLETION IS MISSING; A COMPLETION WHOSE VALIDITY RAN
      * OUT BEFORE THE REPORT DATE HAS EXPIRED; ONE THAT RUNS OUT IN
      * THE NEXT 60 DAYS IS EXPIRING. THOSE ARE LISTED BY DEPARTMENT,
      * WITH DEPARTMENT NAMES FROM DEPTMAST.DAT, IN TRAINING_REPORT.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PERS-MASTER ASSIGN "persmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PM-PERS-NUM
              FILE STATUS IS WS-PM-STATUS.
            SELECT COURSE-FILE ASSIGN "coursemst.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CRS-CODE
              FILE STATUS IS WS-CRS-STATUS.
            SELECT COMPLETION-FILE ASSIGN "coursecmp.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CMP-KEY
              FILE STATUS IS WS-CMP-STATUS.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEPT-STATUS.
            SELECT GAP-WORK-FILE ASSIGN "crsrpt.wrk"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GW-KEY
              FILE STATUS IS WS-GW-STATUS.
            SELECT REPORT-FILE ASSIGN "training_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PERS-MASTER.
        01 PERS-MASTER-REC.
            03 PM-PERS-NUM  PIC 9(6).
            03 PM-NAME      PIC X(20).
            03 PM-DEPART    PIC 9(2).
            03 PM-YEAR-SERV PIC 9(2).
            03 PM-DATE-JOIN PIC 9(6).
            03 PM-GRADE     PIC X(3).
        FD COURSE-FILE.
        01 COURSE-REC.
            COPY "coursemst.cpy".
        FD COMPLETION-FILE.
        01 COMPLETION-REC.
            COPY "coursecmp.cpy".
        FD DEPT-MASTER-FILE.
        01 DEPT-MASTER-REC.
            03 DM-DEPART           PIC 9(2).
            03 FILLER              PIC X.
            03 DM-NAME             PIC X(20).
      * ONE RECORD PER PERSON AND COURSE TO REPORT, KEYED SO THE
      * REPORT COMES OUT IN DEPARTMENT ORDER.
        FD GAP-WORK-FILE.
        01 GAP-WORK-REC.
            03 GW-KEY.
                05 GW-DEPART       PIC 9(2).
                05 GW-PERS-NUM     PIC 9(6).
                05 GW-COURSE       PIC X(6).
            03 GW-NAME             PIC X(20).
            03 GW-DESC             PIC X(20).
            03 GW-STATUS           PIC X(8).
            03 GW-EXPIRY           PIC 9(8).
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PM-STATUS           PIC XX.
        01 WS-CRS-STATUS          PIC XX.
        01 WS-CMP-STATUS          PIC XX.
        01 WS-CMP-OPEN            PIC X VALUE "N".
        01 WS-DEPT-STATUS         PIC XX.
        01 WS-GW-STATUS           PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-TODAY               PIC 9(8).
        01 WS-REPORT-DATE         PIC 9(8).
        01 WS-REPORT-DATE-R REDEFINES WS-REPORT-DATE.
            03 WS-REPORT-YEAR     PIC 9(4).
            03 WS-REPORT-MONTH    PIC 99.
            03 WS-REPORT-DAY      PIC 99.
        01 WS-HORIZON-DATE        PIC 9(8).
        01 WS-HORIZON-DAYS        PIC 9(3) VALUE 60.
      * THE ACTIVE COURSES, LOADED ONCE FROM COURSEMST.DAT.
        01 WS-COURSE-TABLE.
            03 WS-CT-ENTRY OCCURS 100 TIMES.
                05 WS-CT-CODE      PIC X(6).
                05 WS-CT-DESC      PIC X(30).
                05 WS-CT-MONTHS    PIC 9(3).
                05 WS-CT-ALL-DEPTS PIC X.
                05 WS-CT-DEPTS     PIC X(20).
                05 WS-CT-DEPT-TABLE REDEFINES WS-CT-DEPTS.
                    07 WS-CT-DEPT  PIC XX OCCURS 10 TIMES.
        01 WS-CT-COUNT            PIC 9(3) VALUE 0.
        01 WS-CT-IDX              PIC 9(3).
        01 WS-CD-IDX              PIC 99.
        01 WS-PERS-DEPT           PIC XX.
        01 WS-REQUIRED            PIC X.
      * ONE NAME PER DEPARTMENT NUMBER 00-99, SUBSCRIPTED BY THE
      * DEPARTMENT NUMBER PLUS ONE.
        01 WS-DEPT-TABLE.
            03 WS-DP-NAME OCCURS 100 TIMES PIC X(20).
        01 WS-DP-IDX              PIC 9(3).
        01 WS-EXPIRY              PIC 9(8).
        01 WS-EXPIRY-R REDEFINES WS-EXPIRY.
            03 WS-EXP-YEAR        PIC 9(4).
            03 WS-EXP-MONTH       PIC 99.
            03 WS-EXP-DAY         PIC 99.
        01 WS-MONTH-COUNT         PIC 9(6).
        01 WS-MONTH-REM           PIC 99.
        01 WS-NEXT-MONTH          PIC 9(8).
        01 WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
            03 WS-NEXT-YEAR       PIC 9(4).
            03 WS-NEXT-MM         PIC 99.
            03 WS-NEXT-DD         PIC 99.
        01 WS-LAST-DAY-DATE       PIC 9(8).
        01 WS-LAST-DAY            PIC 99.
        01 WS-HOLD-DEPART         PIC 9(2).
        01 WS-FIRST-LINE          PIC X VALUE "Y".
        01 WS-PEOPLE-READ         PIC 9(6) VALUE 0.
        01 WS-CHECKS-MADE         PIC 9(6) VALUE 0.
        01 WS-MISSING-COUNT       PIC 9(6) VALUE 0.
        01 WS-EXPIRED-COUNT       PIC 9(6) VALUE 0.
        01 WS-EXPIRING-COUNT      PIC 9(6) VALUE 0.
        01 WS-DEPT-LINES          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            DISPLAY "ENTER REPORT DATE (YYYYMMDD, 0 = TODAY): ".
            ACCEPT WS-REPORT-DATE.
            IF WS-REPORT-DATE IS NUMERIC AND WS-REPORT-DATE = 0
                MOVE WS-TODAY TO WS-REPORT-DATE.
            IF WS-REPORT-DATE NOT NUMERIC
               OR WS-REPORT-YEAR < 1900
               OR WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
               OR WS-REPORT-DAY < 1 OR WS-REPORT-DAY > 31
                DISPLAY "** " WS-REPORT-DATE " IS NOT A VALID DATE **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
                + WS-HORIZON-DAYS).
            PERFORM HA-LOAD-COURSES THRU HA-EXIT.
            IF WS-CT-COUNT = 0
                DISPLAY "NO ACTIVE COURSES ON coursemst.dat, "
                    "NOTHING TO REPORT"
                GO TO ZZ-END.
            OPEN INPUT PERS-MASTER.
            IF WS-PM-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN persmast.dat, STATUS "
                    WS-PM-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN INPUT COMPLETION-FILE.
            IF WS-CMP-STATUS = "00"
                MOVE "Y" TO WS-CMP-OPEN
            ELSE
                DISPLAY "NO COMPLETIONS ON FILE, EVERY REQUIRED "
                    "COURSE IS MISSING"
            END-IF.
            OPEN OUTPUT GAP-WORK-FILE.
            CLOSE GAP-WORK-FILE.
            OPEN I-O GAP-WORK-FILE.
            PERFORM HB-LOAD-DEPT-MASTER THRU HB-EXIT.
        BB-READ-PERSON.
            READ PERS-MASTER NEXT RECORD AT END GO TO CA-REPORT.
            ADD 1 TO WS-PEOPLE-READ.
            MOVE PM-DEPART TO WS-PERS-DEPT.
            PERFORM DA-CHECK-COURSE THRU DA-EXIT
                VARYING WS-CT-IDX FROM 1 BY 1
                UNTIL WS-CT-IDX > WS-CT-COUNT.
            GO TO BB-READ-PERSON.
      * A COURSE IS REQUIRED WHEN IT APPLIES TO EVERY DEPARTMENT OR
      * LISTS THE PERSON'S DEPARTMENT.
        DA-CHECK-COURSE.
            MOVE "N" TO WS-REQUIRED.
            IF WS-CT-ALL-DEPTS(WS-CT-IDX) = "Y"
                MOVE "Y" TO WS-REQUIRED
            ELSE
                PERFORM DB-MATCH-DEPT
                    VARYING WS-CD-IDX FROM 1 BY 1
                    UNTIL WS-CD-IDX > 10
            END-IF.
            IF WS-REQUIRED = "N"
                GO TO DA-EXIT.
            ADD 1 TO WS-CHECKS-MADE.
            MOVE SPACES TO GAP-WORK-REC.
            MOVE PM-DEPART TO GW-DEPART.
            MOVE PM-PERS-NUM TO GW-PERS-NUM.
            MOVE WS-CT-CODE(WS-CT-IDX) TO GW-COURSE.
            MOVE PM-NAME TO GW-NAME.
            MOVE WS-CT-DESC(WS-CT-IDX) TO GW-DESC.
            MOVE 0 TO GW-EXPIRY.
            IF WS-CMP-OPEN = "N"
                GO TO DA1-MISSING.
            MOVE PM-PERS-NUM TO CMP-PERS-NUM.
            MOVE WS-CT-CODE(WS-CT-IDX) TO CMP-COURSE.
            READ COMPLETION-FILE
                INVALID KEY
                    GO TO DA1-MISSING
            END-READ.
            IF WS-CT-MONTHS(WS-CT-IDX) = 0
                GO TO DA-EXIT.
            PERFORM EA-CALC-EXPIRY THRU EA-EXIT.
            IF WS-EXPIRY > WS-HORIZON-DATE
                GO TO DA-EXIT.
            MOVE WS-EXPIRY TO GW-EXPIRY.
            IF WS-EXPIRY <= WS-REPORT-DATE
                MOVE "EXPIRED" TO GW-STATUS
                ADD 1 TO WS-EXPIRED-COUNT
            ELSE
                MOVE "EXPIRING" TO GW-STATUS
                ADD 1 TO WS-EXPIRING-COUNT
            END-IF.
            WRITE GAP-WORK-REC.
            GO TO DA-EXIT.
        DA1-MISSING.
            MOVE "MISSING" TO GW-STATUS.
            ADD 1 TO WS-MISSING-COUNT.
            WRITE GAP-WORK-REC.
        DA-EXIT.
            EXIT.
        DB-MATCH-DEPT.
            IF WS-CT-DEPT(WS-CT-IDX, WS-CD-IDX) = WS-PERS-DEPT
                MOVE "Y" TO WS-REQUIRED.
      * THE COMPLETION DATE MOVED ON BY THE COURSE'S VALIDITY IN
      * MONTHS, HELD TO THE LAST DAY OF A SHORTER MONTH. THE COURSE
      * MUST BE RETAKEN BY THAT DATE.
        EA-CALC-EXPIRY.
            MOVE CMP-DATE TO WS-EXPIRY.
            COMPUTE WS-MONTH-COUNT = WS-EXP-YEAR * 12
                + WS-EXP-MONTH - 1 + WS-CT-MONTHS(WS-CT-IDX).
            DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EXP-YEAR
                REMAINDER WS-MONTH-REM.
            COMPUTE WS-EXP-MONTH = WS-MONTH-REM + 1.
            IF WS-EXP-DAY <= 28
                GO TO EA-EXIT.
            MOVE WS-EXP-YEAR TO WS-NEXT-YEAR.
            COMPUTE WS-NEXT-MM = WS-EXP-MONTH + 1.
            MOVE 1 TO WS-NEXT-DD.
            IF WS-NEXT-MM > 12
                ADD 1 TO WS-NEXT-YEAR
                MOVE 1 TO WS-NEXT-MM.
            COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
            MOVE WS-LAST-DAY-DATE(7:2) TO WS-LAST-DAY.
            IF WS-EXP-DAY > WS-LAST-DAY
                MOVE WS-LAST-DAY TO WS-EXP-DAY.
        EA-EXIT.
            EXIT.
        CA-REPORT.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE training_report.txt, STATUS "
                    WS-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO CZ-CLOSE.
            PERFORM FA-WRITE-HEADING.
            MOVE 0 TO GW-DEPART GW-PERS-NUM.
            MOVE LOW-VALUES TO GW-COURSE.
            START GAP-WORK-FILE KEY NOT LESS GW-KEY
                INVALID KEY
                    MOVE SPACES TO REPORT-LINE
                    STRING "NO MISSING OR EXPIRING TRAINING"
                        DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                    GO TO CB-TOTALS
            END-START.
        CA1-GAP-NEXT.
            READ GAP-WORK-FILE NEXT RECORD AT END GO TO CA2-GAP-DONE.
            IF WS-FIRST-LINE = "Y" OR GW-DEPART NOT = WS-HOLD-DEPART
                PERFORM FB-DEPT-BREAK.
            MOVE SPACES TO REPORT-LINE.
            MOVE GW-PERS-NUM TO REPORT-LINE(3:6).
            MOVE GW-NAME TO REPORT-LINE(10:20).
            MOVE GW-COURSE TO REPORT-LINE(31:6).
            MOVE GW-DESC TO REPORT-LINE(38:20).
            MOVE GW-STATUS TO REPORT-LINE(59:8).
            IF GW-EXPIRY > 0
                MOVE GW-EXPIRY TO REPORT-LINE(68:8).
            WRITE REPORT-LINE.
            ADD 1 TO WS-DEPT-LINES.
            GO TO CA1-GAP-NEXT.
        CA2-GAP-DONE.
            PERFORM FC-DEPT-TOTAL.
        CB-TOTALS.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "MISSING: " WS-MISSING-COUNT
                "   EXPIRED: " WS-EXPIRED-COUNT
                "   EXPIRING: " WS-EXPIRING-COUNT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "======= MANDATORY TRAINING REPORT TOTALS =======".
            DISPLAY "PEOPLE READ: " WS-PEOPLE-READ.
            DISPLAY "REQUIRED COURSES CHECKED: " WS-CHECKS-MADE.
            DISPLAY "MISSING: " WS-MISSING-COUNT.
            DISPLAY "EXPIRED: " WS-EXPIRED-COUNT.
            DISPLAY "EXPIRING IN " WS-HORIZON-DAYS " DAYS: "
                WS-EXPIRING-COUNT.
            DISPLAY "REPORT WRITTEN TO training_report.txt".
        CZ-CLOSE.
            CLOSE PERS-MASTER.
            IF WS-CMP-OPEN = "Y"
                CLOSE COMPLETION-FILE.
            CLOSE GAP-WORK-FILE.
            GO TO ZZ-END.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "MANDATORY TRAINING MISSING OR EXPIRING BY "
                "DEPARTMENT"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "REPORT DATE: " WS-REPORT-DATE
                "   EXPIRING = BY " WS-HORIZON-DATE
                "   PREPARED: " WS-TODAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "  PERS   NAME                 COURSE DESCRIPTION"
                "          STATUS   EXPIRES"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        FB-DEPT-BREAK.
            IF WS-FIRST-LINE = "N"
                PERFORM FC-DEPT-TOTAL.
            MOVE "N" TO WS-FIRST-LINE.
            MOVE GW-DEPART TO WS-HOLD-DEPART.
            MOVE 0 TO WS-DEPT-LINES.
            COMPUTE WS-DP-IDX = GW-DEPART + 1.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "DEPARTMENT " GW-DEPART " " WS-DP-NAME(WS-DP-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        FC-DEPT-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "  DEPARTMENT " WS-HOLD-DEPART " ITEMS: "
                WS-DEPT-LINES
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        HA-LOAD-COURSES.
            OPEN INPUT COURSE-FILE.
            IF WS-CRS-STATUS NOT = "00"
                GO TO HA-EXIT.
        HA1-COURSE-READ.
            READ COURSE-FILE NEXT RECORD AT END GO TO HA2-COURSE-DONE.
            IF NOT CRS-IS-ACTIVE
                GO TO HA1-COURSE-READ.
            IF WS-CT-COUNT >= 100
                DISPLAY "** WARNING ** COURSE TABLE FULL, "
                    "DISCARDING COURSE: " CRS-CODE
                GO TO HA1-COURSE-READ.
            ADD 1 TO WS-CT-COUNT.
            MOVE CRS-CODE TO WS-CT-CODE(WS-CT-COUNT).
            MOVE CRS-DESC TO WS-CT-DESC(WS-CT-COUNT).
            MOVE CRS-VALID-MONTHS TO WS-CT-MONTHS(WS-CT-COUNT).
            MOVE CRS-ALL-DEPTS TO WS-CT-ALL-DEPTS(WS-CT-COUNT).
            MOVE CRS-DEPTS TO WS-CT-DEPTS(WS-CT-COUNT).
            GO TO HA1-COURSE-READ.
        HA2-COURSE-DONE.
            CLOSE COURSE-FILE.
        HA-EXIT.
            EXIT.
        HB-LOAD-DEPT-MASTER.
            MOVE SPACES TO WS-DEPT-TABLE.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "NO DEPARTMENT MASTER, NAMES NOT SHOWN"
                GO TO HB-EXIT.
        HB1-DEPT-READ.
            READ DEPT-MASTER-FILE AT END GO TO HB2-DEPT-DONE.
            IF DM-DEPART NOT NUMERIC
                GO TO HB1-DEPT-READ.
            COMPUTE WS-DP-IDX = DM-DEPART + 1.
            MOVE DM-NAME TO WS-DP-NAME(WS-DP-IDX).
            GO TO HB1-DEPT-READ.
        HB2-DEPT-DONE.
            CLOSE DEPT-MASTER-FILE.
        HB-EXIT.
            EXIT.
        ZZ-END.
            STOP RUN.
