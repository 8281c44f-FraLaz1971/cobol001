        DATE-COMPILED. 05/01/2026.
        SECURITY. free.
      * THIS CREATE AN INPUT FILE FOR PROGRAM EX01 .
      * THE RUN ENDS WITH RETURN CODE 4 WHEN ANY RECORD WAS SET ASIDE
      * AS A DATE OR SEQUENCE EXCEPTION AND 8 WHEN THE CONTROL TOTALS
      * DO NOT RECONCILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
		01 WS-DELTA-FOUND PIC X VALUE "N".
		01 WS-GRADE-CHANGES PIC 9(6) VALUE 0.
		01 WS-NEW-LONG-SERVICE PIC 9(6) VALUE 0.
		01 WS-PARM-PROG PIC X(10) VALUE "WR01".
		01 WS-PARM-NAME PIC X(10).
		01 WS-PARM-VALUE PIC X(20).
		01 WS-PARM-SOURCE PIC X.
		01 WS-OUT-OF-BALANCE PIC X VALUE "N".
        PROCEDURE DIVISION.
		AA-START.
		  MOVE "LONGSVC" TO WS-PARM-NAME.
		  PERFORM PR-GET-RUN-PARM.
		  IF WS-PARM-SOURCE = "P"
		      DISPLAY
		          "ENTER LONG-SERVICE YEARS (0=DEFAULT 10): "
		      ACCEPT WS-LONG-SERVICE-YEARS
		  ELSE
		      COMPUTE WS-LONG-SERVICE-YEARS =
		          FUNCTION NUMVAL(WS-PARM-VALUE)
		  END-IF.
		  IF WS-LONG-SERVICE-YEARS = 0
		      MOVE 10 TO WS-LONG-SERVICE-YEARS.
		  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-FULL-DATE.
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        JF-WRITE-AWARD.
            IF WS-SVA-OPEN = "N"
                OPEN I-O AWARD-FILE
          OPEN OUTPUT CHECKPOINT-FILE.
          WRITE CHECKPOINT-REC.
          CLOSE CHECKPOINT-FILE.
          IF WS-DATE-EXCEPTIONS > 0 OR WS-SEQ-EXCEPTIONS > 0
              MOVE 4 TO RETURN-CODE.
          IF WS-OUT-OF-BALANCE = "Y"
              MOVE 8 TO RETURN-CODE.
		STOP RUN.
        EA-RECONCILE-TOTALS.
            DISPLAY "======= CONTROL-TOTAL RECONCILIATION =======".
                DISPLAY "** OUT OF BALANCE ** RECORDS READ: " RE-REC
                    " DA02 WRITES + EXCEPTIONS: "
                    WR-REC2 WS-DATE-EXCEPTIONS WS-SEQ-EXCEPTIONS
                MOVE "Y" TO WS-OUT-OF-BALANCE
            END-IF.
            IF WR-REC2 = WR-REC3
                DISPLAY "RECONCILED: DA02 WRITES = DA03 WRITES"
            ELSE
                DISPLAY "** OUT OF BALANCE ** DA02 WRITES: " WR-REC2
                    " DA03 WRITES: " WR-REC3
                MOVE "Y" TO WS-OUT-OF-BALANCE
            END-IF.
