      * THIS PROGRAM CONSOLIDATES THE NIGHTLY BATCH RUN STATISTICS
      * APPENDED BY WR01 (ex001.cbl), READRECS AND RECORDF INTO ONE
      * END-OF-NIGHT OPERATIONS SUMMARY REPORT.
      * THE RUN ENDS WITH RETURN CODE 4 WHEN ANY RUN IS OVER THE
      * EXCEPTION ALERT THRESHOLD OR THERE IS NO SUMMARY DATA AT ALL.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        01 WS-PROG-NAME   PIC X(10).
        01 WS-THRESHOLD   PIC 9(4) VALUE 0.
        01 WS-EXC-TOTAL   PIC 9(6).
        01 WS-PARM-PROG   PIC X(10) VALUE "NIGHTSUM".
        01 WS-PARM-NAME   PIC X(10).
        01 WS-PARM-VALUE  PIC X(20).
        01 WS-PARM-SOURCE PIC X.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            MOVE "SHOWMODE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "SHOW TONIGHT ONLY (T), ALL HISTORY (A) OR ONE "
                    "PROGRAM (P)?"
                ACCEPT WS-SHOW-MODE
            ELSE
                MOVE WS-PARM-VALUE TO WS-SHOW-MODE
            END-IF.
            IF WS-SHOW-MODE = "a" MOVE "A" TO WS-SHOW-MODE.
            IF WS-SHOW-MODE = "p" MOVE "P" TO WS-SHOW-MODE.
            IF WS-SHOW-MODE NOT = "A" AND WS-SHOW-MODE NOT = "P"
                MOVE "T" TO WS-SHOW-MODE.
            MOVE SPACES TO WS-PROG-FILTER.
            IF WS-SHOW-MODE = "P"
                MOVE "PROGRAM" TO WS-PARM-NAME
                PERFORM PR-GET-RUN-PARM
                IF WS-PARM-SOURCE = "P"
                    DISPLAY "ENTER PROGRAM NAME (RECORDF, WR01, "
                        "READRECS)"
                    ACCEPT WS-PROG-FILTER
                ELSE
                    MOVE WS-PARM-VALUE TO WS-PROG-FILTER
                END-IF
            END-IF.
            MOVE "THRESHOLD" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "ENTER EXCEPTION ALERT THRESHOLD (0 FOR NONE)"
                ACCEPT WS-THRESHOLD
            ELSE
                COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            OPEN INPUT NIGHTLY-SUMMARY-FILE.
            IF WS-SUM-STATUS NOT = "00"
                DISPLAY "NO NIGHTLY SUMMARY DATA AVAILABLE"
                MOVE 4 TO RETURN-CODE
                GO TO ZZ-END.
            EVALUATE WS-SHOW-MODE
                WHEN "A"
                ADD NSM-INVALID TO WS-EXC-TOTAL.
            IF NSM-EXCEPTIONS IS NUMERIC
                ADD NSM-EXCEPTIONS TO WS-EXC-TOTAL.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        CC-END.
            DISPLAY "======= END OF SUMMARY (" WS-LINE-COUNT
                " OF " WS-TOTAL-COUNT " ENTRIES SHOWN) =======".
                DISPLAY "RUNS OVER EXCEPTION THRESHOLD "
                    WS-THRESHOLD ": " WS-ALERT-COUNT.
            CLOSE NIGHTLY-SUMMARY-FILE.
            IF WS-ALERT-COUNT > 0
                MOVE 4 TO RETURN-CODE.
        ZZ-END.
            STOP RUN.
