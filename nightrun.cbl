        DATE-WRITTEN. 21/08/2026.
        DATE-COMPILED. 21/08/2026.
        SECURITY. free.
      * THIS PROGRAM DRIVES THE NIGHTLY BATCH CHAIN (PERSUPD, WR01,
      * RECORDF, READRECS, PAYEDIT, PAY, NIGHTSUM) IN SEQUENCE,
      * STOPPING THE CHAIN WHEN A STEP ENDS BADLY OR REPORTS
      * EXCEPTIONS, AND WRITES ONE CONSOLIDATED START/STOP LOG FOR THE
      * WHOLE NIGHT. PERSUPD RUNS FIRST SO THAT THE DAY'S APPROVED
      * EMPLOYEE CHANGES REACH PERSMAST.DAT BEFORE WR01 READS IT.
      * PAYEDIT COUNTS ITS SEVERE PAYROLL ERRORS AS INVALID ON THE
      * NIGHTLY SUMMARY, SO BAD PAY DATA STOPS THE CHAIN BEFORE PAY
      * CALCULATES.
      * THE CHAIN CAN BE OVERRIDDEN WITH nightrun.ctl: ONE STEP PER
      * LINE (UP TO 30), PROGRAM TAG IN COLUMNS 1-10 AND COMMAND IN
      * 11-60. COLUMNS 68-70 GIVE THE STEP'S FREQUENCY: BLANK OR DLY
      * EVERY NIGHT, MON TUE WED THU FRI SAT OR SUN ON THAT DAY OF THE
      * WEEK, ME ON THE LAST DAY OF THE MONTH, PE WHEN A PAY PERIOD ON
      * paycal.dat ENDS THAT DAY, YE ON 31 DECEMBER. TONIGHT'S
      * SCHEDULE IS BUILT FROM THESE AGAINST THE BUSINESS DATE
      * (opsdate.dat WHEN SET) AND EVERY STEP IS LOGGED AS INCLUDED OR
      * SKIPPED WITH THE REASON. COLUMNS 71-100 NAME UP TO THREE STEPS
      * (10 COLUMNS EACH) THAT MUST HAVE COMPLETED TONIGHT, OR EARLIER
      * TODAY ON A RESUMED RUN, BEFORE THE STEP RUNS; A STEP WHOSE
      * DEPENDENCY IS MISSING, NOT SCHEDULED OR NOT COMPLETE IS
      * SKIPPED AND LOGGED, AND SO ARE THE STEPS THAT DEPEND ON IT.
      * FOR THE LENGTH OF THE CHAIN THE NIGHTRUN UNATTEND ENTRY ON
      * runparm.dat IS SET TO Y, SO THE STEPS TAKE THEIR ANSWERS FROM
      * THEIR OWN runparm.dat ENTRIES (KEPT BY PRMMAINT) INSTEAD OF
      * STOPPING AT THE CONSOLE PROMPTS, AND EACH STEP'S ENTRIES ARE
      * LOGGED WITH ITS START. THE RESUME ANSWER IS TAKEN FROM THE
      * NIGHTRUN RESUME ENTRY WHEN THERE IS ONE.
      * EACH STEP'S ELAPSED TIME IS APPENDED TO THE RUN HISTORY
      * nrhist.dat AND CHECKED AGAINST THE STEP'S NORM: THE EXPECTED
      * SECONDS IN COLUMNS 61-65 OF nightrun.ctl, OR FAILING THAT THE
      * AVERAGE OF ITS GOOD RUNS OVER THE LAST 28 DAYS OF HISTORY. A
      * STEP OVER ITS NORM BY MORE THAN THE NIGHTRUN OVERPCT PERCENT
      * (DEFAULT 50) IS LOGGED AS AN ALERT, AS IS A CHAIN WHOSE
      * PROJECTED END - TIME SO FAR PLUS THE NORMS OF THE STEPS STILL
      * TO RUN - PASSES THE NIGHTRUN WINDOWEND TIME (HHMM, DEFAULT
      * 0600). NRTREND REPORTS THE HISTORY BY WEEK.
      * EVERY STEP ENDS WITH THE SHOP RETURN CODE: 0 CLEAN, 4 WARNINGS
      * OR EXCEPTIONS, 8 ERRORS, 12 OR MORE REFUSED OR ABORTED. A STEP
      * THAT REPORTS EXCEPTIONS ON THE NIGHTLY SUMMARY COUNTS AS AT
      * LEAST 4, AND ONE THAT DIES WITHOUT SETTING A SHOP CODE (AN
      * EXIT STATUS OF 1 TO 3, A SIGNAL OR A COMMAND THAT CANNOT BE
      * STARTED) AS 16. THE CHAIN STOPS WHEN A STEP'S CODE REACHES
      * THE STOP LEVEL IN COLUMNS 66-67 OF nightrun.ctl (04, 08, 12
      * OR 16; BLANK OR ZERO TAKES 04, SO BY DEFAULT ANY WARNING STOPS
      * THE CHAIN AS BEFORE). A STEP ENDING BELOW ITS STOP LEVEL IS
      * LOGGED AS A WARNING AND COUNTS AS COMPLETE FOR A RESUME.
      * NIGHTRUN ITSELF ENDS WITH THE HIGHEST STEP CODE, AND AT LEAST
      * 8 WHEN THE CHAIN WAS STOPPED.
      * AT THE END OF THE RUN EVERY REPORT PRINT FILE ON THE REPORT
      * INDEX rptindex.dat FOR THE BUSINESS DATE IS LISTED IN THE LOG,
      * SO THE NIGHT'S REPORTS CAN BE DISTRIBUTED AND FILED FROM IT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT CTL-FILE ASSIGN "nightrun.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CTL-STATUS.
            SELECT RPTINDEX-FILE ASSIGN TO "rptindex.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RIX-STATUS.
            SELECT LOG-FILE ASSIGN "nightrun.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
            SELECT OPSDATE-FILE ASSIGN TO "opsdate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPD-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "nrhist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HST-STATUS.
            SELECT PAYCAL-FILE ASSIGN TO "paycal.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PC-PERIOD-NUM
              FILE STATUS IS WS-CAL-STATUS.
            SELECT RUNPARM-FILE ASSIGN TO "runparm.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RP-KEY
              FILE STATUS IS WS-RP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CTL-FILE.
        01 CTL-REC.
            03 CTL-PROG        PIC X(10).
            03 CTL-CMD         PIC X(50).
            03 CTL-EXPECT      PIC 9(5).
            03 CTL-STOP-LEVEL  PIC 9(2).
            03 CTL-FREQ        PIC X(3).
            03 CTL-DEPENDS     PIC X(10) OCCURS 3 TIMES.
        FD RPTINDEX-FILE.
        01 RPTINDEX-REC.
            COPY "rptidx.cpy".
        FD LOG-FILE.
        01 LOG-REC             PIC X(100).
        FD NIGHTLY-SUMMARY-FILE.
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
            03 OPD-DATE PIC 9(8).
        FD HISTORY-FILE.
        01 HISTORY-REC.
            COPY "runhist.cpy".
        FD PAYCAL-FILE.
        01 PAYCAL-REC.
            03 PC-PERIOD-NUM   PIC 9(4).
            03 PC-TYPE         PIC X.
            03 PC-START-DATE   PIC 9(8).
            03 PC-END-DATE     PIC 9(8).
            03 PC-STATUS       PIC X.
        FD RUNPARM-FILE.
        01 RUNPARM-REC.
            COPY "runparm.cpy".
        WORKING-STORAGE SECTION.
        01 WS-CTL-STATUS   PIC XX.
        01 WS-LOG-STATUS   PIC XX.
        01 WS-SUM-STATUS   PIC XX.
        01 WS-STEP-TABLE.
            03 WS-STEP-ENTRY OCCURS 30 TIMES.
                05 WS-STEP-PROG PIC X(10).
                05 WS-STEP-CMD  PIC X(50).
                05 WS-STEP-EXPECT PIC 9(6).
                05 WS-STEP-HIST-SECS PIC 9(9).
                05 WS-STEP-HIST-RUNS PIC 9(5).
                05 WS-STEP-STOP PIC 99.
                05 WS-STEP-FREQ PIC X(3).
                05 WS-STEP-DEP  PIC X(10) OCCURS 3 TIMES.
                05 WS-STEP-SCHED PIC X.
                05 WS-STEP-DONE PIC X.
        01 WS-STEP-COUNT   PIC 99 VALUE 0.
        01 WS-STEP-IDX     PIC 99.
        01 WS-STEPS-RUN    PIC 99 VALUE 0.
        01 WS-CHAIN-STOPPED PIC X VALUE "N".
        01 WS-RUN-STAMP    PIC X(21).
        01 WS-STEP-RC      PIC S9(4).
        01 WS-SYS-STATUS   PIC S9(9).
        01 WS-STEP-LEVEL   PIC 99.
        01 WS-HIGH-LEVEL   PIC 99 VALUE 0.
        01 WS-STEP-WARNINGS PIC 99 VALUE 0.
        01 WS-TODAY-DATE   PIC 9(8).
        01 WS-REC-DATE     PIC 9(8).
        01 WS-PROG-NAME    PIC X(10).
        01 WS-STS-OPEN     PIC X VALUE "N".
        01 WS-RESUME-MODE  PIC X VALUE "N".
        01 WS-STEPS-SKIPPED PIC 99 VALUE 0.
        01 WS-RP-STATUS    PIC XX.
        01 WS-RESUME-FOUND PIC X VALUE "N".
        01 WS-PARM-COUNT   PIC 99.
        01 WS-HST-STATUS   PIC XX.
        01 WS-WINDOW-END   PIC 9(4) VALUE 600.
        01 WS-OVER-PCT     PIC 9(3) VALUE 50.
        01 WS-CLOCK-TIME   PIC 9(6).
        01 WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
            03 WS-CLOCK-HH PIC 99.
            03 WS-CLOCK-MM PIC 99.
            03 WS-CLOCK-SS PIC 99.
        01 WS-CLOCK-SECS   PIC 9(6).
        01 WS-CHAIN-START-SECS PIC 9(6).
        01 WS-STEP-START-TIME PIC 9(6).
        01 WS-STEP-START-SECS PIC 9(6).
        01 WS-STEP-ELAPSED PIC 9(6).
        01 WS-STEP-LIMIT   PIC 9(7).
        01 WS-CHAIN-ELAPSED PIC 9(6).
        01 WS-DEADLINE-SECS PIC 9(6).
        01 WS-PROJECTED-SECS PIC 9(7).
        01 WS-PROJECTED-END PIC 9(4).
        01 WS-PROJ-HHMM-SECS PIC 9(6).
        01 WS-PROJ-HOURS   PIC 99.
        01 WS-PROJ-MINUTES PIC 99.
        01 WS-REMAIN-IDX   PIC 99.
        01 WS-HIST-IDX     PIC 99.
        01 WS-HIST-AGE     PIC S9(7).
        01 WS-WINDOW-ALERTED PIC X VALUE "N".
        01 WS-OVER-ALERTS  PIC 99 VALUE 0.
        01 WS-ED-SECS      PIC ZZZZZ9.
        01 WS-ED-NORM      PIC ZZZZZ9.
        01 WS-CAL-STATUS   PIC XX.
        01 WS-RIX-STATUS   PIC XX.
        01 WS-REPORT-COUNT PIC 99 VALUE 0.
        01 WS-DAY-NAMES    PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
        01 WS-DAY-NAME     PIC X(3).
        01 WS-DAY-NUM      PIC 9.
        01 WS-DAY-INT      PIC 9(7).
        01 WS-DAY-QUOT     PIC 9(7).
        01 WS-NEXT-DATE    PIC 9(8).
        01 WS-MONTH-END    PIC X VALUE "N".
        01 WS-YEAR-END     PIC X VALUE "N".
        01 WS-PERIOD-END   PIC X VALUE "N".
        01 WS-PERIOD-NUM   PIC 9(4) VALUE 0.
        01 WS-PLAN-REASON  PIC X(40).
        01 WS-STEPS-SCHEDULED PIC 99 VALUE 0.
        01 WS-STEPS-UNSCHED PIC 99 VALUE 0.
        01 WS-STEPS-DEP-SKIPPED PIC 99 VALUE 0.
        01 WS-DEP-IDX      PIC 9.
        01 WS-DEP-STEP     PIC 99.
        01 WS-DEP-OK       PIC X.
        01 WS-DEP-NAME     PIC X(10).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM OD-CHECK-OPS-DATE.
            PERFORM GA-MARK-UNATTENDED THRU GA-EXIT.
            IF WS-RESUME-FOUND = "Y"
                DISPLAY "RESUME ANSWER " WS-RESUME-MODE
                    " TAKEN FROM runparm.dat"
            ELSE
                DISPLAY "RESUME TONIGHT'S RUN FROM THE FAILED STEP? "
                    "(Y/N): "
                ACCEPT WS-RESUME-MODE
            END-IF.
            IF WS-RESUME-MODE = "y"
                MOVE "Y" TO WS-RESUME-MODE.
            IF WS-RESUME-MODE NOT = "Y"
            END-IF.
            WRITE LOG-REC.
            PERFORM BA-LOAD-STEPS THRU BA-EXIT.
            PERFORM LA-BUILD-SCHEDULE THRU LA-EXIT.
            PERFORM JA-LOAD-NORMS THRU JA-EXIT.
            MOVE WS-RUN-STAMP(9:6) TO WS-CLOCK-TIME.
            PERFORM JD-CLOCK-TO-SECS.
            MOVE WS-CLOCK-SECS TO WS-CHAIN-START-SECS.
            MOVE WS-WINDOW-END TO WS-CLOCK-TIME(1:4).
            MOVE 0 TO WS-CLOCK-SS.
            PERFORM JD-CLOCK-TO-SECS.
            IF WS-CLOCK-SECS > WS-CHAIN-START-SECS
                COMPUTE WS-DEADLINE-SECS =
                    WS-CLOCK-SECS - WS-CHAIN-START-SECS
            ELSE
                COMPUTE WS-DEADLINE-SECS =
                    WS-CLOCK-SECS + 86400 - WS-CHAIN-START-SECS
            END-IF.
        CA-RUN-STEPS.
            PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                UNTIL WS-STEP-IDX > WS-STEP-COUNT
            END-PERFORM.
            GO TO ZZ-END.
        BA-LOAD-STEPS.
            INITIALIZE WS-STEP-TABLE.
            OPEN INPUT CTL-FILE.
            IF WS-CTL-STATUS NOT = "00"
                PERFORM BC-DEFAULT-STEPS
            READ CTL-FILE AT END GO TO BB-CTL-DONE.
            IF CTL-PROG = SPACES
                GO TO BB-CTL-READ.
            IF WS-STEP-COUNT >= 30
                DISPLAY "** MORE THAN 30 STEPS IN nightrun.ctl, "
                    "EXTRA IGNORED **"
                GO TO BB-CTL-DONE.
            ADD 1 TO WS-STEP-COUNT.
            MOVE CTL-PROG TO WS-STEP-PROG(WS-STEP-COUNT).
            MOVE CTL-CMD TO WS-STEP-CMD(WS-STEP-COUNT).
            MOVE 0 TO WS-STEP-EXPECT(WS-STEP-COUNT).
            IF CTL-EXPECT IS NUMERIC
                MOVE CTL-EXPECT TO WS-STEP-EXPECT(WS-STEP-COUNT).
            MOVE 4 TO WS-STEP-STOP(WS-STEP-COUNT).
            IF CTL-STOP-LEVEL IS NUMERIC AND CTL-STOP-LEVEL > 0
                MOVE CTL-STOP-LEVEL TO WS-STEP-STOP(WS-STEP-COUNT).
            MOVE CTL-FREQ TO WS-STEP-FREQ(WS-STEP-COUNT).
            MOVE CTL-DEPENDS(1) TO WS-STEP-DEP(WS-STEP-COUNT, 1).
            MOVE CTL-DEPENDS(2) TO WS-STEP-DEP(WS-STEP-COUNT, 2).
            MOVE CTL-DEPENDS(3) TO WS-STEP-DEP(WS-STEP-COUNT, 3).
            GO TO BB-CTL-READ.
        BB-CTL-DONE.
            CLOSE CTL-FILE.
        BA-EXIT.
            EXIT.
        BC-DEFAULT-STEPS.
            MOVE 7 TO WS-STEP-COUNT.
            MOVE "PERSUPD"  TO WS-STEP-PROG(1).
            MOVE "./persupd" TO WS-STEP-CMD(1).
            MOVE "WR01"     TO WS-STEP-PROG(2).
            MOVE "./ex001"  TO WS-STEP-CMD(2).
            MOVE "RECORDF"  TO WS-STEP-PROG(3).
            MOVE "./recordf" TO WS-STEP-CMD(3).
            MOVE "READRECS" TO WS-STEP-PROG(4).
            MOVE "./readrecs" TO WS-STEP-CMD(4).
            MOVE "PAYEDIT"  TO WS-STEP-PROG(5).
            MOVE "./payedit" TO WS-STEP-CMD(5).
            MOVE "PAY"      TO WS-STEP-PROG(6).
            MOVE "./pay"    TO WS-STEP-CMD(6).
            MOVE "NIGHTSUM" TO WS-STEP-PROG(7).
            MOVE "./nightsum" TO WS-STEP-CMD(7).
            MOVE 4 TO WS-STEP-STOP(1) WS-STEP-STOP(2) WS-STEP-STOP(3)
                WS-STEP-STOP(4) WS-STEP-STOP(5) WS-STEP-STOP(6)
                WS-STEP-STOP(7).
        DA-RUN-ONE-STEP.
            IF WS-STEP-SCHED(WS-STEP-IDX) NOT = "Y"
                GO TO DA-STEP-EXIT.
            IF WS-RESUME-MODE = "Y" AND WS-STS-OPEN = "Y"
                MOVE SPACE TO ST-STATUS
                MOVE WS-TODAY-DATE TO ST-DATE
                    NOT INVALID KEY
                        IF ST-COMPLETE
                            ADD 1 TO WS-STEPS-SKIPPED
                            MOVE "Y" TO WS-STEP-DONE(WS-STEP-IDX)
                            PERFORM HA-WRITE-LOG-STAMP
                            MOVE SPACES TO LOG-REC
                            STRING "STEP SKIP  " WS-RUN-STAMP " "
                    GO TO DA-STEP-EXIT
                END-IF
            END-IF.
            PERFORM LC-CHECK-DEPENDS THRU LC-EXIT.
            IF WS-DEP-OK = "N"
                ADD 1 TO WS-STEPS-DEP-SKIPPED
                PERFORM HA-WRITE-LOG-STAMP
                MOVE SPACES TO LOG-REC
                STRING "STEP SKIP  " WS-RUN-STAMP " "
                    WS-STEP-PROG(WS-STEP-IDX) " DEPENDS ON "
                    WS-DEP-NAME ": " WS-PLAN-REASON
                    DELIMITED BY SIZE INTO LOG-REC
                WRITE LOG-REC
                DISPLAY "STEP " WS-STEP-PROG(WS-STEP-IDX)
                    " SKIPPED, DEPENDS ON " WS-DEP-NAME
                GO TO DA-STEP-EXIT.
            ADD 1 TO WS-STEPS-RUN.
            PERFORM HA-WRITE-LOG-STAMP.
            MOVE SPACES TO LOG-REC.
                WS-STEP-CMD(WS-STEP-IDX)
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            MOVE WS-RUN-STAMP(9:6) TO WS-STEP-START-TIME.
            PERFORM GB-LOG-STEP-PARMS THRU GB-EXIT.
            MOVE 0 TO RETURN-CODE.
            CALL "SYSTEM" USING WS-STEP-CMD(WS-STEP-IDX).
            MOVE RETURN-CODE TO WS-SYS-STATUS.
            MOVE 0 TO RETURN-CODE.
            PERFORM KA-STEP-RETURN-CODE THRU KA-EXIT.
            PERFORM EA-CHECK-STEP-EXCEPTIONS THRU EA-EXIT.
            MOVE WS-STEP-RC TO WS-STEP-LEVEL.
            IF WS-STEP-EXC > 0 AND WS-STEP-LEVEL < 4
                MOVE 4 TO WS-STEP-LEVEL.
            IF WS-STEP-LEVEL > WS-HIGH-LEVEL
                MOVE WS-STEP-LEVEL TO WS-HIGH-LEVEL.
            PERFORM HA-WRITE-LOG-STAMP.
            MOVE SPACES TO LOG-REC.
            STRING "STEP END   " WS-RUN-STAMP " "
                WS-STEP-PROG(WS-STEP-IDX)
                " RC=" WS-STEP-RC
                " EXCEPTIONS=" WS-STEP-EXC
                " LEVEL=" WS-STEP-LEVEL
                " STOP AT=" WS-STEP-STOP(WS-STEP-IDX)
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            PERFORM JB-TIME-STEP THRU JB-EXIT.
            IF WS-STEP-LEVEL NOT < WS-STEP-STOP(WS-STEP-IDX)
                MOVE "Y" TO WS-CHAIN-STOPPED
                DISPLAY "** CHAIN STOPPED ** STEP "
                    WS-STEP-PROG(WS-STEP-IDX)
                    " ENDED WITH RC " WS-STEP-RC
                    " AND " WS-STEP-EXC " EXCEPTIONS, LEVEL "
                    WS-STEP-LEVEL
                GO TO DA-STEP-EXIT.
            IF WS-STEP-LEVEL > 0
                ADD 1 TO WS-STEP-WARNINGS
                MOVE SPACES TO LOG-REC
                STRING "STEP WARN  " WS-STEP-PROG(WS-STEP-IDX)
                    " ENDED AT LEVEL " WS-STEP-LEVEL
                    " BELOW ITS STOP LEVEL "
                    WS-STEP-STOP(WS-STEP-IDX) ", CHAIN CONTINUES"
                    DELIMITED BY SIZE INTO LOG-REC
                WRITE LOG-REC
                DISPLAY LOG-REC
            END-IF.
            PERFORM HC-MARK-STEP-COMPLETE THRU HC-EXIT.
        DA-STEP-EXIT.
            EXIT.
        EA-CHECK-STEP-EXCEPTIONS.
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * runparm.dat IS OPENED ONLY WHILE NIGHTRUN READS OR SETS ITS OWN
      * ENTRIES AND IS CLOSED BEFORE ANY STEP STARTS, SO EACH STEP CAN
      * READ IT THROUGH RUNPARM.
        GA-MARK-UNATTENDED.
            MOVE "N" TO WS-RESUME-FOUND.
            OPEN I-O RUNPARM-FILE.
            IF WS-RP-STATUS NOT = "00"
                OPEN OUTPUT RUNPARM-FILE
                CLOSE RUNPARM-FILE
                OPEN I-O RUNPARM-FILE
            END-IF.
            IF WS-RP-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN runparm.dat, STATUS "
                    WS-RP-STATUS ", STEPS WILL PROMPT **"
                GO TO GA-EXIT.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "RESUME" TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-RESUME-FOUND
                    MOVE RP-VALUE TO WS-RESUME-MODE
            END-READ.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "WINDOWEND" TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF RP-VALUE(1:4) IS NUMERIC
                        AND RP-VALUE(1:2) < "24"
                        AND RP-VALUE(3:2) < "60"
                        MOVE RP-VALUE(1:4) TO WS-WINDOW-END
                    END-IF
            END-READ.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "OVERPCT" TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FUNCTION NUMVAL(RP-VALUE) > 0
                        COMPUTE WS-OVER-PCT =
                            FUNCTION NUMVAL(RP-VALUE)
                    END-IF
            END-READ.
            MOVE SPACES TO RUNPARM-REC.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "UNATTEND" TO RP-NAME.
            MOVE "Y" TO RP-VALUE.
            WRITE RUNPARM-REC
                INVALID KEY
                    REWRITE RUNPARM-REC
            END-WRITE.
            CLOSE RUNPARM-FILE.
        GA-EXIT.
            EXIT.
        GB-LOG-STEP-PARMS.
            MOVE 0 TO WS-PARM-COUNT.
            OPEN INPUT RUNPARM-FILE.
            IF WS-RP-STATUS NOT = "00"
                GO TO GB3-PARMS-DONE.
            MOVE WS-STEP-PROG(WS-STEP-IDX) TO RP-PROGRAM.
            MOVE SPACES TO RP-NAME.
            START RUNPARM-FILE KEY IS NOT LESS THAN RP-KEY
                INVALID KEY
                    CLOSE RUNPARM-FILE
                    GO TO GB3-PARMS-DONE
            END-START.
        GB1-PARM-READ.
            READ RUNPARM-FILE NEXT RECORD AT END GO TO GB2-PARM-END.
            IF RP-PROGRAM NOT = WS-STEP-PROG(WS-STEP-IDX)
                GO TO GB2-PARM-END.
            ADD 1 TO WS-PARM-COUNT.
            MOVE SPACES TO LOG-REC.
            STRING "STEP PARM  " WS-STEP-PROG(WS-STEP-IDX) " "
                RP-NAME " = " RP-VALUE
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            GO TO GB1-PARM-READ.
        GB2-PARM-END.
            CLOSE RUNPARM-FILE.
        GB3-PARMS-DONE.
            IF WS-PARM-COUNT = 0
                MOVE SPACES TO LOG-REC
                STRING "STEP PARM  " WS-STEP-PROG(WS-STEP-IDX)
                    " NO RUN PARAMETERS ON FILE, DEFAULTS TAKEN"
                    DELIMITED BY SIZE INTO LOG-REC
                WRITE LOG-REC
            END-IF.
        GB-EXIT.
            EXIT.
        GC-CLEAR-UNATTENDED.
            OPEN I-O RUNPARM-FILE.
            IF WS-RP-STATUS NOT = "00"
                GO TO GC-EXIT.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "UNATTEND" TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "N" TO RP-VALUE
                    REWRITE RUNPARM-REC
            END-READ.
            CLOSE RUNPARM-FILE.
        GC-EXIT.
            EXIT.
      * A STEP WITH NO EXPECTED TIME ON nightrun.ctl IS HELD TO THE
      * AVERAGE OF ITS CLEAN RUNS (RC 0) IN THE LAST 28 DAYS.
        JA-LOAD-NORMS.
            MOVE 1 TO WS-HIST-IDX.
        JA1-CLEAR-STEP.
            IF WS-HIST-IDX > WS-STEP-COUNT
                GO TO JA2-OPEN-HISTORY.
            MOVE 0 TO WS-STEP-HIST-SECS(WS-HIST-IDX).
            MOVE 0 TO WS-STEP-HIST-RUNS(WS-HIST-IDX).
            ADD 1 TO WS-HIST-IDX.
            GO TO JA1-CLEAR-STEP.
        JA2-OPEN-HISTORY.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-STATUS NOT = "00"
                GO TO JA-EXIT.
        JA3-HIST-READ.
            READ HISTORY-FILE AT END GO TO JA5-HIST-DONE.
            IF RH-DATE IS NOT NUMERIC OR RH-ELAPSED IS NOT NUMERIC
                OR RH-RC IS NOT NUMERIC OR RH-DATE = 0
                GO TO JA3-HIST-READ.
            IF RH-RC NOT = 0
                GO TO JA3-HIST-READ.
            COMPUTE WS-HIST-AGE =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                FUNCTION INTEGER-OF-DATE(RH-DATE).
            IF WS-HIST-AGE < 0 OR WS-HIST-AGE > 28
                GO TO JA3-HIST-READ.
            MOVE 1 TO WS-HIST-IDX.
        JA4-MATCH-STEP.
            IF WS-HIST-IDX > WS-STEP-COUNT
                GO TO JA3-HIST-READ.
            IF WS-STEP-PROG(WS-HIST-IDX) = RH-PROG
                ADD RH-ELAPSED TO WS-STEP-HIST-SECS(WS-HIST-IDX)
                ADD 1 TO WS-STEP-HIST-RUNS(WS-HIST-IDX)
                GO TO JA3-HIST-READ.
            ADD 1 TO WS-HIST-IDX.
            GO TO JA4-MATCH-STEP.
        JA5-HIST-DONE.
            CLOSE HISTORY-FILE.
            MOVE 1 TO WS-HIST-IDX.
        JA6-SET-NORM.
            IF WS-HIST-IDX > WS-STEP-COUNT
                GO TO JA-EXIT.
            IF WS-STEP-EXPECT(WS-HIST-IDX) = 0
                AND WS-STEP-HIST-RUNS(WS-HIST-IDX) > 0
                COMPUTE WS-STEP-EXPECT(WS-HIST-IDX) ROUNDED =
                    WS-STEP-HIST-SECS(WS-HIST-IDX) /
                    WS-STEP-HIST-RUNS(WS-HIST-IDX).
            ADD 1 TO WS-HIST-IDX.
            GO TO JA6-SET-NORM.
        JA-EXIT.
            EXIT.
      * TIMES ARE TAKEN FROM THE START AND END STAMPS; A STEP OR CHAIN
      * RUNNING PAST MIDNIGHT GAINS A DAY'S SECONDS.
        JB-TIME-STEP.
            MOVE WS-STEP-START-TIME TO WS-CLOCK-TIME.
            PERFORM JD-CLOCK-TO-SECS.
            MOVE WS-CLOCK-SECS TO WS-STEP-START-SECS.
            MOVE WS-RUN-STAMP(9:6) TO WS-CLOCK-TIME.
            PERFORM JD-CLOCK-TO-SECS.
            IF WS-CLOCK-SECS < WS-STEP-START-SECS
                ADD 86400 TO WS-CLOCK-SECS.
            COMPUTE WS-STEP-ELAPSED =
                WS-CLOCK-SECS - WS-STEP-START-SECS.
            MOVE SPACES TO HISTORY-REC.
            MOVE WS-TODAY-DATE TO RH-DATE.
            MOVE WS-STEP-PROG(WS-STEP-IDX) TO RH-PROG.
            MOVE WS-STEP-START-TIME TO RH-START-TIME.
            MOVE WS-RUN-STAMP(9:6) TO RH-END-TIME.
            MOVE WS-STEP-ELAPSED TO RH-ELAPSED.
            MOVE WS-STEP-EXPECT(WS-STEP-IDX) TO RH-EXPECTED.
            IF WS-STEP-RC < 0
                COMPUTE RH-RC = 0 - WS-STEP-RC
            ELSE
                MOVE WS-STEP-RC TO RH-RC
            END-IF.
            MOVE "N" TO RH-FLAG.
            MOVE WS-STEP-ELAPSED TO WS-ED-SECS.
            MOVE WS-STEP-EXPECT(WS-STEP-IDX) TO WS-ED-NORM.
            MOVE SPACES TO LOG-REC.
            STRING "STEP TIME  " WS-STEP-PROG(WS-STEP-IDX)
                " ELAPSED SECS=" WS-ED-SECS " NORM=" WS-ED-NORM
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            IF WS-STEP-EXPECT(WS-STEP-IDX) = 0
                MOVE SPACE TO RH-FLAG
                GO TO JB1-WRITE-HISTORY.
            COMPUTE WS-STEP-LIMIT = WS-STEP-EXPECT(WS-STEP-IDX) +
                WS-STEP-EXPECT(WS-STEP-IDX) * WS-OVER-PCT / 100.
            IF WS-STEP-ELAPSED > WS-STEP-LIMIT
                MOVE "O" TO RH-FLAG
                ADD 1 TO WS-OVER-ALERTS
                MOVE SPACES TO LOG-REC
                STRING "** ALERT ** STEP " WS-STEP-PROG(WS-STEP-IDX)
                    " RAN " WS-ED-SECS " SECS AGAINST A NORM OF "
                    WS-ED-NORM
                    DELIMITED BY SIZE INTO LOG-REC
                WRITE LOG-REC
                DISPLAY LOG-REC
            END-IF.
        JB1-WRITE-HISTORY.
            OPEN EXTEND HISTORY-FILE.
            IF WS-HST-STATUS NOT = "00"
                OPEN OUTPUT HISTORY-FILE
            END-IF.
            WRITE HISTORY-REC.
            CLOSE HISTORY-FILE.
            PERFORM JC-CHECK-WINDOW THRU JC-EXIT.
        JB-EXIT.
            EXIT.
      * THE PROJECTED END IS THE TIME SINCE THE CHAIN STARTED PLUS
      * THE NORMS OF THE STEPS STILL TO RUN. THE ALERT IS RAISED ONCE.
        JC-CHECK-WINDOW.
            IF WS-WINDOW-ALERTED = "Y"
                GO TO JC-EXIT.
            MOVE WS-RUN-STAMP(9:6) TO WS-CLOCK-TIME.
            PERFORM JD-CLOCK-TO-SECS.
            IF WS-CLOCK-SECS < WS-CHAIN-START-SECS
                ADD 86400 TO WS-CLOCK-SECS.
            COMPUTE WS-CHAIN-ELAPSED =
                WS-CLOCK-SECS - WS-CHAIN-START-SECS.
            MOVE WS-CHAIN-ELAPSED TO WS-PROJECTED-SECS.
            COMPUTE WS-REMAIN-IDX = WS-STEP-IDX + 1.
        JC1-ADD-REMAINING.
            IF WS-REMAIN-IDX > WS-STEP-COUNT
                GO TO JC2-COMPARE.
            IF WS-STEP-SCHED(WS-REMAIN-IDX) = "Y"
                ADD WS-STEP-EXPECT(WS-REMAIN-IDX) TO WS-PROJECTED-SECS.
            ADD 1 TO WS-REMAIN-IDX.
            GO TO JC1-ADD-REMAINING.
        JC2-COMPARE.
            IF WS-PROJECTED-SECS NOT > WS-DEADLINE-SECS
                GO TO JC-EXIT.
            MOVE "Y" TO WS-WINDOW-ALERTED.
            COMPUTE WS-PROJECTED-SECS =
                WS-PROJECTED-SECS + WS-CHAIN-START-SECS.
            DIVIDE WS-PROJECTED-SECS BY 86400 GIVING WS-PROJ-HOURS
                REMAINDER WS-PROJ-HHMM-SECS.
            DIVIDE WS-PROJ-HHMM-SECS BY 3600 GIVING WS-PROJ-HOURS
                REMAINDER WS-PROJ-HHMM-SECS.
            DIVIDE WS-PROJ-HHMM-SECS BY 60 GIVING WS-PROJ-MINUTES.
            COMPUTE WS-PROJECTED-END =
                WS-PROJ-HOURS * 100 + WS-PROJ-MINUTES.
            MOVE SPACES TO LOG-REC.
            STRING "** ALERT ** CHAIN PROJECTED TO END AT "
                WS-PROJECTED-END " PAST THE WINDOW END "
                WS-WINDOW-END " AFTER STEP "
                WS-STEP-PROG(WS-STEP-IDX)
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            DISPLAY LOG-REC.
        JC-EXIT.
            EXIT.
        JD-CLOCK-TO-SECS.
            COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600 +
                WS-CLOCK-MM * 60 + WS-CLOCK-SS.
      * SYSTEM HANDS BACK THE WAIT STATUS OF THE COMMAND: THE STEP'S
      * EXIT CODE TIMES 256, A SIGNAL NUMBER BELOW 256 WHEN IT WAS
      * KILLED, OR A NEGATIVE VALUE WHEN IT COULD NOT BE STARTED.
      * ANYTHING THAT IS NOT ONE OF THE SHOP CODES BECOMES 16.
        KA-STEP-RETURN-CODE.
            MOVE 0 TO WS-STEP-RC.
            IF WS-SYS-STATUS = 0
                GO TO KA-EXIT.
            IF WS-SYS-STATUS < 256
                MOVE 16 TO WS-STEP-RC
                GO TO KA-EXIT.
            DIVIDE WS-SYS-STATUS BY 256 GIVING WS-STEP-RC.
            IF WS-STEP-RC < 4
                MOVE 16 TO WS-STEP-RC.
            IF WS-STEP-RC > 99
                MOVE 99 TO WS-STEP-RC.
        KA-EXIT.
            EXIT.
      * EACH STEP RUNS TONIGHT ONLY WHEN ITS FREQUENCY MATCHES THE
      * BUSINESS DATE. A PAY PERIOD ENDS WHEN A paycal.dat PERIOD HAS
      * TONIGHT AS ITS END DATE; MONTH-END IS THE LAST CALENDAR DAY.
        LA-BUILD-SCHEDULE.
            MOVE 0 TO WS-STEPS-SCHEDULED.
            COMPUTE WS-DAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1.
            DIVIDE WS-DAY-INT BY 7 GIVING WS-DAY-QUOT
                REMAINDER WS-DAY-NUM.
            MOVE WS-DAY-NAMES(WS-DAY-NUM * 3 + 1:3) TO WS-DAY-NAME.
            COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1).
            MOVE "N" TO WS-MONTH-END.
            MOVE "N" TO WS-YEAR-END.
            IF WS-NEXT-DATE(5:2) NOT = WS-TODAY-DATE(5:2)
                MOVE "Y" TO WS-MONTH-END.
            IF WS-TODAY-DATE(5:4) = "1231"
                MOVE "Y" TO WS-YEAR-END.
            PERFORM LB-CHECK-PERIOD-END THRU LB-EXIT.
            PERFORM HA-WRITE-LOG-STAMP.
            MOVE SPACES TO LOG-REC.
            STRING "SCHEDULE   " WS-RUN-STAMP " FOR " WS-TODAY-DATE
                " " WS-DAY-NAME " MONTH-END=" WS-MONTH-END
                " PERIOD-END=" WS-PERIOD-END " YEAR-END=" WS-YEAR-END
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            MOVE 1 TO WS-STEP-IDX.
        LA1-NEXT-STEP.
            IF WS-STEP-IDX > WS-STEP-COUNT
                GO TO LA-EXIT.
            MOVE "N" TO WS-STEP-SCHED(WS-STEP-IDX).
            MOVE "N" TO WS-STEP-DONE(WS-STEP-IDX).
            MOVE SPACES TO WS-PLAN-REASON.
            EVALUATE WS-STEP-FREQ(WS-STEP-IDX)
                WHEN SPACES
                WHEN "DLY"
                    MOVE "Y" TO WS-STEP-SCHED(WS-STEP-IDX)
                    MOVE "DAILY" TO WS-PLAN-REASON
                WHEN "MON"
                WHEN "TUE"
                WHEN "WED"
                WHEN "THU"
                WHEN "FRI"
                WHEN "SAT"
                WHEN "SUN"
                    IF WS-STEP-FREQ(WS-STEP-IDX) = WS-DAY-NAME
                        MOVE "Y" TO WS-STEP-SCHED(WS-STEP-IDX)
                    END-IF
                    STRING "WEEKLY ON " WS-STEP-FREQ(WS-STEP-IDX)
                        ", TONIGHT IS " WS-DAY-NAME
                        DELIMITED BY SIZE INTO WS-PLAN-REASON
                WHEN "ME"
                    MOVE WS-MONTH-END TO WS-STEP-SCHED(WS-STEP-IDX)
                    IF WS-MONTH-END = "Y"
                        MOVE "MONTH-END" TO WS-PLAN-REASON
                    ELSE
                        MOVE "MONTH-END ONLY" TO WS-PLAN-REASON
                    END-IF
                WHEN "PE"
                    MOVE WS-PERIOD-END TO WS-STEP-SCHED(WS-STEP-IDX)
                    IF WS-PERIOD-END = "Y"
                        STRING "PAY PERIOD " WS-PERIOD-NUM " ENDS"
                            DELIMITED BY SIZE INTO WS-PLAN-REASON
                    ELSE
                        MOVE "PAY PERIOD END ONLY" TO WS-PLAN-REASON
                    END-IF
                WHEN "YE"
                    MOVE WS-YEAR-END TO WS-STEP-SCHED(WS-STEP-IDX)
                    IF WS-YEAR-END = "Y"
                        MOVE "YEAR-END" TO WS-PLAN-REASON
                    ELSE
                        MOVE "YEAR-END ONLY" TO WS-PLAN-REASON
                    END-IF
                WHEN OTHER
                    STRING "UNKNOWN FREQUENCY "
                        WS-STEP-FREQ(WS-STEP-IDX)
                        DELIMITED BY SIZE INTO WS-PLAN-REASON
            END-EVALUATE.
            MOVE SPACES TO LOG-REC.
            IF WS-STEP-SCHED(WS-STEP-IDX) = "Y"
                ADD 1 TO WS-STEPS-SCHEDULED
                STRING "STEP PLAN  " WS-STEP-PROG(WS-STEP-IDX)
                    " INCLUDED: " WS-PLAN-REASON
                    DELIMITED BY SIZE INTO LOG-REC
            ELSE
                STRING "STEP PLAN  " WS-STEP-PROG(WS-STEP-IDX)
                    " SKIPPED: " WS-PLAN-REASON
                    DELIMITED BY SIZE INTO LOG-REC
            END-IF.
            WRITE LOG-REC.
            ADD 1 TO WS-STEP-IDX.
            GO TO LA1-NEXT-STEP.
        LA-EXIT.
            EXIT.
        LB-CHECK-PERIOD-END.
            MOVE "N" TO WS-PERIOD-END.
            MOVE 0 TO WS-PERIOD-NUM.
            OPEN INPUT PAYCAL-FILE.
            IF WS-CAL-STATUS NOT = "00"
                GO TO LB-EXIT.
        LB1-CAL-READ.
            READ PAYCAL-FILE NEXT RECORD AT END GO TO LB2-CAL-DONE.
            IF PC-END-DATE NOT = WS-TODAY-DATE
                GO TO LB1-CAL-READ.
            MOVE "Y" TO WS-PERIOD-END.
            MOVE PC-PERIOD-NUM TO WS-PERIOD-NUM.
        LB2-CAL-DONE.
            CLOSE PAYCAL-FILE.
        LB-EXIT.
            EXIT.
      * A DEPENDENCY IS MET ONLY WHEN THE NAMED STEP HAS COMPLETED IN
      * THIS RUN OR IN THE RUN BEING RESUMED.
        LC-CHECK-DEPENDS.
            MOVE "Y" TO WS-DEP-OK.
            MOVE 1 TO WS-DEP-IDX.
        LC1-NEXT-DEP.
            IF WS-DEP-IDX > 3
                GO TO LC-EXIT.
            MOVE WS-STEP-DEP(WS-STEP-IDX, WS-DEP-IDX) TO WS-DEP-NAME.
            IF WS-DEP-NAME = SPACES
                ADD 1 TO WS-DEP-IDX
                GO TO LC1-NEXT-DEP.
            MOVE 1 TO WS-DEP-STEP.
        LC2-FIND-STEP.
            IF WS-DEP-STEP > WS-STEP-COUNT
                MOVE "NOT ON nightrun.ctl" TO WS-PLAN-REASON
                GO TO LC3-DEP-FAILED.
            IF WS-STEP-PROG(WS-DEP-STEP) NOT = WS-DEP-NAME
                ADD 1 TO WS-DEP-STEP
                GO TO LC2-FIND-STEP.
            IF WS-STEP-DONE(WS-DEP-STEP) = "Y"
                ADD 1 TO WS-DEP-IDX
                GO TO LC1-NEXT-DEP.
            IF WS-STEP-SCHED(WS-DEP-STEP) NOT = "Y"
                MOVE "NOT SCHEDULED TONIGHT" TO WS-PLAN-REASON
            ELSE
                MOVE "HAS NOT COMPLETED" TO WS-PLAN-REASON
            END-IF.
        LC3-DEP-FAILED.
            MOVE "N" TO WS-DEP-OK.
        LC-EXIT.
            EXIT.
        MA-LOG-REPORTS.
            MOVE 0 TO WS-REPORT-COUNT.
            OPEN INPUT RPTINDEX-FILE.
            IF WS-RIX-STATUS NOT = "00"
                GO TO MA-EXIT.
        MA1-INDEX-READ.
            READ RPTINDEX-FILE AT END GO TO MA2-INDEX-DONE.
            IF RIX-BUS-DATE NOT = WS-TODAY-DATE
                GO TO MA1-INDEX-READ.
            ADD 1 TO WS-REPORT-COUNT.
            MOVE SPACES TO LOG-REC.
            STRING "REPORT     " RIX-FILE " PAGES " RIX-PAGES
                " " RIX-PROGRAM " " RIX-STAMP
                DELIMITED BY SIZE INTO LOG-REC.
            WRITE LOG-REC.
            GO TO MA1-INDEX-READ.
        MA2-INDEX-DONE.
            CLOSE RPTINDEX-FILE.
        MA-EXIT.
            EXIT.
        HB-OPEN-STEP-STATUS.
            OPEN I-O STEP-STATUS-FILE.
            IF WS-STS-STATUS NOT = "00"
                    WS-STS-STATUS ", RESUME NOT TRACKED **"
            END-IF.
        HC-MARK-STEP-COMPLETE.
            MOVE "Y" TO WS-STEP-DONE(WS-STEP-IDX).
            IF WS-STS-OPEN NOT = "Y"
                GO TO HC-EXIT.
            MOVE WS-TODAY-DATE TO ST-DATE.
            MOVE SPACES TO LOG-REC.
            IF WS-CHAIN-STOPPED = "Y"
                STRING "NIGHT RUN STOPPED " WS-RUN-STAMP
                    " AFTER " WS-STEPS-RUN " OF " WS-STEPS-SCHEDULED
                    " SCHEDULED STEPS"
                    DELIMITED BY SIZE INTO LOG-REC
            ELSE
                STRING "NIGHT RUN COMPLETE " WS-RUN-STAMP
                    DELIMITED BY SIZE INTO LOG-REC
            END-IF.
            WRITE LOG-REC.
            PERFORM MA-LOG-REPORTS THRU MA-EXIT.
            CLOSE LOG-FILE.
            PERFORM GC-CLEAR-UNATTENDED THRU GC-EXIT.
            IF WS-STS-OPEN = "Y"
                CLOSE STEP-STATUS-FILE
            END-IF.
                    WS-STEPS-SKIPPED
            END-IF.
            DISPLAY "NIGHT RUN STEPS RUN: " WS-STEPS-RUN
                " OF " WS-STEPS-SCHEDULED " SCHEDULED".
            COMPUTE WS-STEPS-UNSCHED =
                WS-STEP-COUNT - WS-STEPS-SCHEDULED.
            IF WS-STEPS-UNSCHED > 0
                DISPLAY "STEPS NOT SCHEDULED TONIGHT: "
                    WS-STEPS-UNSCHED.
            IF WS-STEPS-DEP-SKIPPED > 0
                DISPLAY "STEPS SKIPPED FOR DEPENDENCIES: "
                    WS-STEPS-DEP-SKIPPED.
            IF WS-OVER-ALERTS > 0
                DISPLAY "STEPS WELL OVER THEIR NORM: " WS-OVER-ALERTS.
            IF WS-WINDOW-ALERTED = "Y"
                DISPLAY "CHAIN PROJECTED PAST THE BATCH WINDOW END "
                    WS-WINDOW-END.
            IF WS-STEP-WARNINGS > 0
                DISPLAY "STEPS ENDING WITH WARNINGS BELOW THEIR STOP "
                    "LEVEL: " WS-STEP-WARNINGS.
            DISPLAY "REPORT PRINT FILES FOR " WS-TODAY-DATE ": "
                WS-REPORT-COUNT " (LISTED IN nightrun.log)".
            MOVE WS-HIGH-LEVEL TO RETURN-CODE.
            IF WS-CHAIN-STOPPED = "Y"
                DISPLAY "CHAIN STOPPED EARLY, SEE nightrun.log"
                IF WS-HIGH-LEVEL < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF.
            STOP RUN.
