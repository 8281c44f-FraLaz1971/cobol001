        IDENTIFICATION DIVISION.
        PROGRAM-ID. NRTREND.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM REPORTS THE NIGHT-RUN STEP DURATIONS BY WEEK FROM
      * THE RUN HISTORY NRHIST.DAT WRITTEN BY NIGHTRUN, SO A JOB THAT
      * IS GROWING SHOWS UP BEFORE IT PUSHES THE CHAIN PAST THE BATCH
      * WINDOW. FOR EACH STEP AND EACH OF THE WEEKS ASKED FOR (SEVEN
      * DAYS ENDING ON THE PROCESSING DATE, THEN THE SEVEN BEFORE, AND
      * SO ON) IT SHOWS THE RUNS, THE AVERAGE AND LONGEST ELAPSED
      * SECONDS, THE CHANGE IN THE AVERAGE FROM THE WEEK BEFORE AND
      * THE RUNS NIGHTRUN FLAGGED AS WELL OVER NORM. A STEP WHOSE
      * LATEST WEEKLY AVERAGE IS 20 PERCENT OR MORE ABOVE ITS EARLIEST
      * IN THE REPORT IS MARKED AS GROWING. THE REPORT GOES TO
      * NRTREND.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN "nrhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HST-STATUS.
            SELECT REPORT-FILE ASSIGN "nrtrend.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.
            SELECT OPSDATE-FILE ASSIGN TO "opsdate.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPD-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD HISTORY-FILE.
        01 HISTORY-REC.
            COPY "runhist.cpy".
        FD REPORT-FILE.
        01 REPORT-LINE         PIC X(80).
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
            03 OPD-DATE PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-HST-STATUS       PIC XX.
        01 WS-RPT-STATUS       PIC XX.
        01 WS-OPD-STATUS       PIC XX.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-TODAY-INT        PIC 9(8).
        01 WS-WEEKS            PIC 99.
        01 WS-WEEK-MAX         PIC 99 VALUE 12.
        01 WS-HIST-AGE         PIC S9(7).
        01 WS-WEEK-IDX         PIC 99.
        01 WS-TREND-TABLE.
            03 WS-TR-ENTRY OCCURS 20 TIMES.
                05 WS-TR-PROG        PIC X(10).
                05 WS-TR-WEEK OCCURS 12 TIMES.
                    07 WS-TR-RUNS    PIC 9(4).
                    07 WS-TR-SECS    PIC 9(9).
                    07 WS-TR-LONGEST PIC 9(6).
                    07 WS-TR-OVER    PIC 9(4).
        01 WS-TR-COUNT         PIC 99 VALUE 0.
        01 WS-TR-IDX           PIC 99.
        01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
        01 WS-RECORDS-USED     PIC 9(6) VALUE 0.
        01 WS-DROPPED-COUNT    PIC 9(6) VALUE 0.
        01 WS-GROWING-COUNT    PIC 99 VALUE 0.
        01 WS-WEEK-END-DATE    PIC 9(8).
        01 WS-AVERAGE          PIC 9(6).
        01 WS-PRIOR-AVERAGE    PIC 9(6).
        01 WS-FIRST-AVERAGE    PIC 9(6).
        01 WS-CHANGE-PCT       PIC S9(5).
        01 WS-ED-RUNS          PIC ZZZ9.
        01 WS-ED-AVERAGE       PIC ZZZZZ9.
        01 WS-ED-LONGEST       PIC ZZZZZ9.
        01 WS-ED-OVER          PIC ZZZ9.
        01 WS-ED-CHANGE        PIC -ZZZZ9.
        01 WS-PARM-PROG        PIC X(10) VALUE "NRTREND".
        01 WS-PARM-NAME        PIC X(10).
        01 WS-PARM-VALUE       PIC X(20).
        01 WS-PARM-SOURCE      PIC X.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM OD-CHECK-OPS-DATE.
            COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
            MOVE "WEEKS" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "NUMBER OF WEEKS TO REPORT (0=DEFAULT 8, "
                    "MAXIMUM 12): "
                ACCEPT WS-WEEKS
            ELSE
                COMPUTE WS-WEEKS = FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            IF WS-WEEKS NOT NUMERIC OR WS-WEEKS = 0
                MOVE 8 TO WS-WEEKS.
            IF WS-WEEKS > WS-WEEK-MAX
                MOVE WS-WEEK-MAX TO WS-WEEKS.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-STATUS NOT = "00"
                DISPLAY "NO NIGHT-RUN HISTORY nrhist.dat, NO REPORT "
                    "WRITTEN"
                GO TO ZZ-END.
        BA-HIST-READ.
            READ HISTORY-FILE AT END GO TO BB-HIST-DONE.
            ADD 1 TO WS-RECORDS-READ.
            IF RH-DATE IS NOT NUMERIC OR RH-ELAPSED IS NOT NUMERIC
                OR RH-DATE = 0
                GO TO BA-HIST-READ.
            COMPUTE WS-HIST-AGE =
                WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(RH-DATE).
            IF WS-HIST-AGE < 0
                GO TO BA-HIST-READ.
            DIVIDE WS-HIST-AGE BY 7 GIVING WS-WEEK-IDX.
            ADD 1 TO WS-WEEK-IDX.
            IF WS-WEEK-IDX > WS-WEEKS
                GO TO BA-HIST-READ.
            PERFORM CA-ACCUM-STEP THRU CA-EXIT.
            GO TO BA-HIST-READ.
        BB-HIST-DONE.
            CLOSE HISTORY-FILE.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO REPORT-LINE.
            STRING "NIGHT-RUN STEP DURATION TREND, " WS-WEEKS
                " WEEKS TO " WS-TODAY-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO WS-TR-IDX.
        BC-STEP-NEXT.
            IF WS-TR-IDX > WS-TR-COUNT
                GO TO BD-STEPS-DONE.
            PERFORM DA-REPORT-STEP THRU DA-EXIT.
            ADD 1 TO WS-TR-IDX.
            GO TO BC-STEP-NEXT.
        BD-STEPS-DONE.
            IF WS-TR-COUNT = 0
                MOVE "NO STEP RUNS IN THE WEEKS REPORTED"
                    TO REPORT-LINE
                WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "======= NIGHT-RUN TREND =======".
            DISPLAY "HISTORY RECORDS READ:   " WS-RECORDS-READ.
            DISPLAY "RUNS IN THE WEEKS:      " WS-RECORDS-USED.
            DISPLAY "STEPS REPORTED:         " WS-TR-COUNT.
            DISPLAY "STEPS GROWING:          " WS-GROWING-COUNT.
            DISPLAY "REPORT WRITTEN TO nrtrend.txt".
            IF WS-DROPPED-COUNT > 0
                DISPLAY "** RUNS LEFT OFF, STEP TABLE FULL: "
                    WS-DROPPED-COUNT " **"
                MOVE 8 TO RETURN-CODE.
            GO TO ZZ-END.
        CA-ACCUM-STEP.
            MOVE 1 TO WS-TR-IDX.
        CA1-FIND-NEXT.
            IF WS-TR-IDX > WS-TR-COUNT
                GO TO CA2-ADD-STEP.
            IF WS-TR-PROG(WS-TR-IDX) = RH-PROG
                GO TO CA3-ACCUMULATE.
            ADD 1 TO WS-TR-IDX.
            GO TO CA1-FIND-NEXT.
        CA2-ADD-STEP.
            IF WS-TR-COUNT >= 20
                ADD 1 TO WS-DROPPED-COUNT
                GO TO CA-EXIT.
            ADD 1 TO WS-TR-COUNT.
            MOVE WS-TR-COUNT TO WS-TR-IDX.
            INITIALIZE WS-TR-ENTRY(WS-TR-IDX).
            MOVE RH-PROG TO WS-TR-PROG(WS-TR-IDX).
        CA3-ACCUMULATE.
            ADD 1 TO WS-RECORDS-USED.
            ADD 1 TO WS-TR-RUNS(WS-TR-IDX WS-WEEK-IDX).
            ADD RH-ELAPSED TO WS-TR-SECS(WS-TR-IDX WS-WEEK-IDX).
            IF RH-ELAPSED > WS-TR-LONGEST(WS-TR-IDX WS-WEEK-IDX)
                MOVE RH-ELAPSED
                    TO WS-TR-LONGEST(WS-TR-IDX WS-WEEK-IDX).
            IF RH-OVER-NORM
                ADD 1 TO WS-TR-OVER(WS-TR-IDX WS-WEEK-IDX).
        CA-EXIT.
            EXIT.
      * THE WEEKS ARE LISTED OLDEST FIRST. WEEKS WITH NO RUNS ARE
      * SHOWN BUT DO NOT BREAK THE WEEK-ON-WEEK COMPARISON.
        DA-REPORT-STEP.
            MOVE SPACES TO REPORT-LINE.
            STRING "STEP " WS-TR-PROG(WS-TR-IDX)
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "  WEEK ENDING  RUNS  AVG SECS  MAX SECS  CHANGE %"
                TO REPORT-LINE.
            MOVE "OVER NORM" TO REPORT-LINE(53:9).
            WRITE REPORT-LINE.
            MOVE 0 TO WS-PRIOR-AVERAGE WS-FIRST-AVERAGE WS-AVERAGE.
            MOVE WS-WEEKS TO WS-WEEK-IDX.
        DA1-WEEK-NEXT.
            IF WS-WEEK-IDX = 0
                GO TO DA2-WEEKS-DONE.
            COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
                WS-TODAY-INT - (WS-WEEK-IDX - 1) * 7).
            MOVE SPACES TO REPORT-LINE.
            IF WS-TR-RUNS(WS-TR-IDX WS-WEEK-IDX) = 0
                STRING "  " WS-WEEK-END-DATE "      NO RUNS"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                SUBTRACT 1 FROM WS-WEEK-IDX
                GO TO DA1-WEEK-NEXT.
            COMPUTE WS-AVERAGE ROUNDED =
                WS-TR-SECS(WS-TR-IDX WS-WEEK-IDX) /
                WS-TR-RUNS(WS-TR-IDX WS-WEEK-IDX).
            IF WS-FIRST-AVERAGE = 0
                MOVE WS-AVERAGE TO WS-FIRST-AVERAGE.
            MOVE WS-TR-RUNS(WS-TR-IDX WS-WEEK-IDX) TO WS-ED-RUNS.
            MOVE WS-AVERAGE TO WS-ED-AVERAGE.
            MOVE WS-TR-LONGEST(WS-TR-IDX WS-WEEK-IDX)
                TO WS-ED-LONGEST.
            MOVE WS-TR-OVER(WS-TR-IDX WS-WEEK-IDX) TO WS-ED-OVER.
            STRING "  " WS-WEEK-END-DATE "     " WS-ED-RUNS "    "
                WS-ED-AVERAGE "    " WS-ED-LONGEST
                DELIMITED BY SIZE INTO REPORT-LINE.
            IF WS-PRIOR-AVERAGE > 0
                COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-AVERAGE - WS-PRIOR-AVERAGE) * 100 /
                    WS-PRIOR-AVERAGE
                MOVE WS-CHANGE-PCT TO WS-ED-CHANGE
                MOVE WS-ED-CHANGE TO REPORT-LINE(44:6)
            END-IF.
            MOVE WS-ED-OVER TO REPORT-LINE(58:4).
            WRITE REPORT-LINE.
            MOVE WS-AVERAGE TO WS-PRIOR-AVERAGE.
            SUBTRACT 1 FROM WS-WEEK-IDX.
            GO TO DA1-WEEK-NEXT.
        DA2-WEEKS-DONE.
            IF WS-FIRST-AVERAGE > 0
                AND WS-PRIOR-AVERAGE * 100 >= WS-FIRST-AVERAGE * 120
                ADD 1 TO WS-GROWING-COUNT
                COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-PRIOR-AVERAGE - WS-FIRST-AVERAGE) * 100 /
                    WS-FIRST-AVERAGE
                MOVE WS-CHANGE-PCT TO WS-ED-CHANGE
                MOVE SPACES TO REPORT-LINE
                STRING "  ** GROWING ** AVERAGE UP " WS-ED-CHANGE
                    " PERCENT OVER THE WEEKS REPORTED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "** GROWING ** STEP " WS-TR-PROG(WS-TR-IDX)
                    " AVERAGE UP " WS-ED-CHANGE " PERCENT"
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
        DA-EXIT.
            EXIT.
        OD-CHECK-OPS-DATE.
            OPEN INPUT OPSDATE-FILE.
            IF WS-OPD-STATUS = "00"
                READ OPSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OPD-DATE IS NUMERIC AND OPD-DATE > 0
                            MOVE OPD-DATE TO WS-TODAY-DATE
                            DISPLAY "PROCESSING DATE OVERRIDDEN TO "
                                WS-TODAY-DATE " FROM opsdate.dat"
                        END-IF
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
