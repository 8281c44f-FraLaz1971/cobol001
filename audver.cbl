        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDVER.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM VERIFIES THE CHAINED AUDIT LOGS EMPLOYEE_AUDIT.LOG,
      * PAYMAINT.LOG, BRANCH1_AUDIT.LOG AND REJREPAIR.LOG. EACH LOG IS
      * READ FROM THE TOP AND EVERY CHAINED RECORD IS CHECKED: ITS
      * SEQUENCE NUMBER MUST FOLLOW THE ONE BEFORE, AND ITS CHECK VALUE
      * IS WORKED OUT AGAIN WITH AUDCHK FROM THE TEXT, THE SEQUENCE AND
      * THE CHECK VALUE OF THE RECORD BEFORE. THE FIRST BREAK IN THE
      * CHAIN IS LISTED WITH THE RECORD, EVERY SEQUENCE GAP IS LISTED,
      * AND THE LAST RECORD IS COMPARED WITH THE LAST SEQUENCE AND
      * CHECK VALUE ON THE CONTROL FILE AUDITCTL.DAT, SO A LOG CUT
      * SHORT OR REPLACED SHOWS UP EVEN WHEN WHAT IS LEFT IS INTACT.
      * RECORDS WRITTEN BEFORE CHAINING STARTED CARRY NO CHAIN FIELDS;
      * THEY ARE COUNTED BUT NOT CHECKED. A RECORD WITHOUT CHAIN
      * FIELDS AFTER THE CHAIN HAS STARTED IS A BREAK.
      * THE RUN ENDS WITH RETURN CODE 8 WHEN ANY LOG IS BROKEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT LOG-FILE ASSIGN USING WS-LOG-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
            SELECT CONTROL-FILE ASSIGN TO "auditctl.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-LOG
              FILE STATUS IS WS-ACT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD LOG-FILE.
        01 LOG-REC             PIC X(100).
        FD CONTROL-FILE.
        01 CONTROL-REC.
            COPY "auditctl.cpy".
        WORKING-STORAGE SECTION.
        01 WS-LOG-STATUS       PIC XX.
        01 WS-ACT-STATUS       PIC XX.
        01 WS-ACT-OPEN         PIC X VALUE "N".
        01 WS-ACT-FOUND        PIC X.
        01 WS-LOG-VALUES.
            03 FILLER PIC X(23) VALUE "employee_audit.log  080".
            03 FILLER PIC X(23) VALUE "paymaint.log        080".
            03 FILLER PIC X(23) VALUE "branch1_audit.log   060".
            03 FILLER PIC X(23) VALUE "rejrepair.log       080".
        01 WS-LOG-TABLE REDEFINES WS-LOG-VALUES.
            03 WS-LOG-ENTRY OCCURS 4 TIMES.
                05 WS-LOG-NAME PIC X(20).
                05 WS-LOG-LEN  PIC 9(3).
        01 WS-LOG-IDX          PIC 9.
        01 WS-LOG-FILE-NAME    PIC X(20).
        01 WS-TEXT-LEN         PIC 9(3).
        01 WS-CHAIN-FIELDS.
            COPY "audchain.cpy".
        01 WS-RECORDS-READ     PIC 9(8).
        01 WS-LEGACY-RECS      PIC 9(8).
        01 WS-CHAINED-RECS     PIC 9(8).
        01 WS-GAP-COUNT        PIC 9(8).
        01 WS-BREAK-COUNT      PIC 9(8).
        01 WS-EXPECT-SEQ       PIC 9(8).
        01 WS-LAST-SEQ         PIC 9(8).
        01 WS-LAST-CHECK       PIC 9(10).
        01 WS-PREV-CHECK       PIC 9(10).
        01 WS-CALC-CHECK       PIC 9(10).
        01 WS-CHAIN-STARTED    PIC X.
        01 WS-LOG-OK           PIC X.
        01 WS-BREAK-REASON     PIC X(30).
        01 WS-LOGS-CHECKED     PIC 9 VALUE 0.
        01 WS-LOGS-BROKEN      PIC 9 VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "===== AUDIT LOG CHAIN VERIFICATION =====".
            OPEN INPUT CONTROL-FILE.
            IF WS-ACT-STATUS = "00"
                MOVE "Y" TO WS-ACT-OPEN
            ELSE
                DISPLAY "** NO auditctl.dat, STATUS " WS-ACT-STATUS
                    ", LOGS NOT CHECKED FOR TRUNCATION **"
            END-IF.
            MOVE 1 TO WS-LOG-IDX.
        BA-NEXT-LOG.
            IF WS-LOG-IDX > 4
                GO TO ZZ-END.
            PERFORM CA-VERIFY-LOG THRU CA-EXIT.
            ADD 1 TO WS-LOG-IDX.
            GO TO BA-NEXT-LOG.
        CA-VERIFY-LOG.
            MOVE WS-LOG-NAME(WS-LOG-IDX) TO WS-LOG-FILE-NAME.
            MOVE WS-LOG-LEN(WS-LOG-IDX) TO WS-TEXT-LEN.
            MOVE 0 TO WS-RECORDS-READ WS-LEGACY-RECS WS-CHAINED-RECS
                WS-GAP-COUNT WS-BREAK-COUNT WS-LAST-SEQ WS-LAST-CHECK
                WS-PREV-CHECK.
            MOVE 1 TO WS-EXPECT-SEQ.
            MOVE "N" TO WS-CHAIN-STARTED.
            MOVE "Y" TO WS-LOG-OK.
            ADD 1 TO WS-LOGS-CHECKED.
            DISPLAY "----- " WS-LOG-FILE-NAME.
            OPEN INPUT LOG-FILE.
            IF WS-LOG-STATUS NOT = "00"
                DISPLAY "NOT PRESENT"
                GO TO CD-CHECK-CONTROL.
        CB-LOG-READ.
            READ LOG-FILE AT END GO TO CC-LOG-DONE.
            ADD 1 TO WS-RECORDS-READ.
            MOVE LOG-REC(WS-TEXT-LEN + 1:20) TO WS-CHAIN-FIELDS.
            IF AUD-SEQ IS NOT NUMERIC OR AUD-CHECK IS NOT NUMERIC
                OR AUD-SEQ = 0
                GO TO CB1-UNCHAINED.
            MOVE "Y" TO WS-CHAIN-STARTED.
            ADD 1 TO WS-CHAINED-RECS.
            IF AUD-SEQ NOT = WS-EXPECT-SEQ
                ADD 1 TO WS-GAP-COUNT
                MOVE "N" TO WS-LOG-OK
                DISPLAY "** SEQUENCE GAP AT RECORD " WS-RECORDS-READ
                    ": EXPECTED " WS-EXPECT-SEQ " FOUND " AUD-SEQ
                    " **"
            END-IF.
            CALL "AUDCHK" USING WS-TEXT-LEN LOG-REC AUD-SEQ
                WS-PREV-CHECK WS-CALC-CHECK.
            IF WS-CALC-CHECK NOT = AUD-CHECK
                MOVE "CHECK VALUE DOES NOT AGREE" TO WS-BREAK-REASON
                PERFORM CE-REPORT-BREAK.
      * THE CHAIN CARRIES ON FROM THE VALUES ON THE RECORD, SO ONE
      * ALTERED RECORD IS ONE BREAK AND NOT A BREAK ON EVERY LINE.
            MOVE AUD-CHECK TO WS-PREV-CHECK WS-LAST-CHECK.
            MOVE AUD-SEQ TO WS-LAST-SEQ.
            COMPUTE WS-EXPECT-SEQ = AUD-SEQ + 1.
            GO TO CB-LOG-READ.
        CB1-UNCHAINED.
            IF WS-CHAIN-STARTED = "N"
                ADD 1 TO WS-LEGACY-RECS
                GO TO CB-LOG-READ.
            MOVE "RECORD CARRIES NO CHAIN FIELDS" TO WS-BREAK-REASON.
            PERFORM CE-REPORT-BREAK.
            GO TO CB-LOG-READ.
        CC-LOG-DONE.
            CLOSE LOG-FILE.
        CD-CHECK-CONTROL.
            IF WS-ACT-OPEN NOT = "Y"
                GO TO CF-LOG-RESULT.
            MOVE WS-LOG-FILE-NAME TO ACT-LOG.
            MOVE "Y" TO WS-ACT-FOUND.
            READ CONTROL-FILE
                INVALID KEY
                    MOVE "N" TO WS-ACT-FOUND
            END-READ.
            IF WS-ACT-FOUND = "N"
                IF WS-CHAINED-RECS > 0
                    MOVE "N" TO WS-LOG-OK
                    DISPLAY "** CHAINED LOG HAS NO CONTROL ENTRY **"
                END-IF
                GO TO CF-LOG-RESULT.
            IF ACT-LAST-SEQ > WS-LAST-SEQ
                MOVE "N" TO WS-LOG-OK
                DISPLAY "** LOG TRUNCATED: CONTROL SHOWS LAST SEQUENCE "
                    ACT-LAST-SEQ " WRITTEN " ACT-LAST-STAMP
                    ", LOG ENDS AT " WS-LAST-SEQ " **"
                GO TO CF-LOG-RESULT.
            IF ACT-LAST-SEQ < WS-LAST-SEQ
                MOVE "N" TO WS-LOG-OK
                DISPLAY "** LOG RUNS PAST CONTROL: CONTROL SHOWS LAST "
                    "SEQUENCE " ACT-LAST-SEQ ", LOG ENDS AT "
                    WS-LAST-SEQ " **"
                GO TO CF-LOG-RESULT.
            IF ACT-LAST-CHECK NOT = WS-LAST-CHECK
                MOVE "N" TO WS-LOG-OK
                DISPLAY "** LAST RECORD DOES NOT MATCH THE CONTROL "
                    "CHECK VALUE " ACT-LAST-CHECK " **".
        CF-LOG-RESULT.
            DISPLAY "RECORDS READ: " WS-RECORDS-READ.
            DISPLAY "RECORDS FROM BEFORE CHAINING: " WS-LEGACY-RECS.
            DISPLAY "CHAINED RECORDS: " WS-CHAINED-RECS
                "  LAST SEQUENCE: " WS-LAST-SEQ.
            DISPLAY "SEQUENCE GAPS: " WS-GAP-COUNT
                "  CHAIN BREAKS: " WS-BREAK-COUNT.
            IF WS-LOG-OK = "Y"
                DISPLAY "CHAIN INTACT"
            ELSE
                ADD 1 TO WS-LOGS-BROKEN
                DISPLAY "** CHAIN BROKEN **"
            END-IF.
        CA-EXIT.
            EXIT.
        CE-REPORT-BREAK.
            ADD 1 TO WS-BREAK-COUNT.
            MOVE "N" TO WS-LOG-OK.
            IF WS-BREAK-COUNT = 1
                DISPLAY "** FIRST BREAK IN THE CHAIN AT RECORD "
                    WS-RECORDS-READ ": " WS-BREAK-REASON " **"
                DISPLAY "   " LOG-REC(1:WS-TEXT-LEN)
            END-IF.
        ZZ-END.
            IF WS-ACT-OPEN = "Y"
                CLOSE CONTROL-FILE
            END-IF.
            DISPLAY "======= VERIFICATION TOTALS =======".
            DISPLAY "LOGS CHECKED: " WS-LOGS-CHECKED.
            DISPLAY "LOGS WITH A BROKEN CHAIN: " WS-LOGS-BROKEN.
            IF WS-LOGS-BROKEN > 0
                MOVE 8 TO RETURN-CODE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
