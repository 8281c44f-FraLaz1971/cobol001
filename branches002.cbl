        DATA DIVISION.
        FILE SECTION.
        FD WORKLIST-FILE.
        01 WORKLIST-REC PIC X(100).
        FD HISTORY-FILE.
        01 HISTORY-REC  PIC X(80).
        FD RECEIVABLE-FILE.
        01 RECEIVABLE-REC.
            COPY "rcvitem.cpy".
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
          03 OPD-DATE PIC 9(8).
            03 WS-AGE-31-60   PIC 9(5) VALUE 0.
            03 WS-AGE-61-90   PIC 9(5) VALUE 0.
            03 WS-AGE-OVER-90 PIC 9(5) VALUE 0.
        01 WS-AGE-AMOUNTS.
            03 WS-AMT-0-30    PIC 9(9)V99 VALUE 0.
            03 WS-AMT-31-60   PIC 9(9)V99 VALUE 0.
            03 WS-AMT-61-90   PIC 9(9)V99 VALUE 0.
            03 WS-AMT-OVER-90 PIC 9(9)V99 VALUE 0.
        01 WS-ITEM-AMOUNT  PIC S9(7)V99 VALUE 0.
        01 WS-ITEM-INVOICE PIC 9(6) VALUE 0.
        01 WS-ITEM-DUE     PIC 9(8) VALUE 0.
        01 WS-WRK-STATUS   PIC XX.
        01 WS-HIST-STATUS  PIC XX.
        01 WS-RCV-STATUS   PIC XX.
        01 WS-RUN-MODE     PIC X.
        01 WS-ACCOUNT      PIC 9(6) VALUE 0.
        01 WS-BATCH-READ   PIC 9(6) VALUE 0.
        01 WS-PAID-COUNT   PIC 9(6) VALUE 0.
        01 WS-WRK-COUNT    PIC 9(5) VALUE 0.
        01 WS-WRK-AMOUNT   PIC -9(7).99.
        01 WS-WRK-DAYS     PIC 9(5).
        01 WS-WRK-TAG      PIC X(7).
        01 WS-PARM-PROG    PIC X(10) VALUE "BRANCH2".
        01 WS-PARM-NAME    PIC X(10).
        01 WS-PARM-VALUE   PIC X(20).
        01 WS-PARM-SOURCE  PIC X.
        PROCEDURE DIVISION.
        AA-START.
        OPEN OUTPUT WORKLIST-FILE.
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
        PERFORM OD-CHECK-OPS-DATE.
        MOVE "RUNMODE" TO WS-PARM-NAME.
        PERFORM PR-GET-RUN-PARM.
        IF WS-PARM-SOURCE NOT = "P"
            IF WS-PARM-VALUE(1:1) = "I" OR WS-PARM-VALUE(1:1) = "i"
                DISPLAY "INTERACTIVE MODE NEEDS THE CONSOLE, "
                    "BATCH RUN TAKEN"
            END-IF
            GO TO BB-BATCH.
        DISPLAY "RUN MODE: BATCH FROM receivables.dat (B) OR "
            "INTERACTIVE (I)? ".
        ACCEPT WS-RUN-MODE.
			MOVE 0 TO IN-PART
			DISPLAY "ENTER TRANSACTION DATE YYYYMMDD"
			ACCEPT WS-TRANS-DATE
			MOVE IN-NUM TO WS-ITEM-AMOUNT
			MOVE 0 TO WS-ITEM-INVOICE
			MOVE WS-TRANS-DATE TO WS-ITEM-DUE
			PERFORM BA-AGE-BUCKET.
        DISPLAY "IN-NUM: " IN-NUM
        DISPLAY "IN-PART: " IN-PART
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE RUN IS ALWAYS THE BATCH AGEING; THE
      * INTERACTIVE MODE NEEDS SOMEONE AT THE CONSOLE.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
      * IN BATCH EACH ITEM OWED (NEGATIVE) ON RECEIVABLES.DAT IS AGED
      * FROM ITS DATE, WHETHER KEYED IN OR RAISED BY ORDSTAT WHEN AN
      * SC8 ORDER WAS INVOICED, AND THE AMOUNTS ARE TOTALLED BY BUCKET.
      * ONLY THE OPEN BALANCE IS AGED: THE CASH CASHRCPT HAS APPLIED
      * TO AN ITEM IS TAKEN OFF IT, AND AN ITEM PAID IN FULL DROPS OUT
      * OF THE AGING AND THE COLLECTIONS WORKLIST.
        BB-BATCH.
            OPEN INPUT RECEIVABLE-FILE.
            IF WS-RCV-STATUS NOT = "00"
            READ RECEIVABLE-FILE AT END GO TO BD-BATCH-DONE.
            ADD 1 TO WS-BATCH-READ.
            MOVE RCV-ACCOUNT TO WS-ACCOUNT.
            MOVE RCV-AMOUNT TO WS-ITEM-AMOUNT.
            IF RCV-APPLIED IS NUMERIC
                ADD RCV-APPLIED TO WS-ITEM-AMOUNT.
            IF RCV-AMOUNT < 0 AND WS-ITEM-AMOUNT NOT < 0
                ADD 1 TO WS-PAID-COUNT.
            MOVE RCV-INVOICE TO WS-ITEM-INVOICE.
            MOVE RCV-DUE-DATE TO WS-ITEM-DUE.
            IF WS-ITEM-AMOUNT < 0
                ADD 10 TO IN-TOTAL
                MOVE 0 TO IN-PART
                MOVE RCV-DATE TO WS-TRANS-DATE
        BD-BATCH-DONE.
            CLOSE RECEIVABLE-FILE.
            DISPLAY "RECEIVABLE RECORDS READ: " WS-BATCH-READ.
            DISPLAY "ITEMS PAID IN FULL, NOT AGED: " WS-PAID-COUNT.
            GO TO PARA-END.
        BA-AGE-BUCKET.
            IF WS-TRANS-DATE > WS-TODAY-DATE
                    FUNCTION INTEGER-OF-DATE(WS-TRANS-DATE)
                IF WS-DAYS-OVERDUE <= 30
                    ADD 1 TO WS-AGE-0-30
                    SUBTRACT WS-ITEM-AMOUNT FROM WS-AMT-0-30
                    IF WS-DAYS-OVERDUE > 0
                        PERFORM CA-WRITE-WORKLIST
                    END-IF
                ELSE
                    IF WS-DAYS-OVERDUE <= 60
                        ADD 1 TO WS-AGE-31-60
                        SUBTRACT WS-ITEM-AMOUNT FROM WS-AMT-31-60
                        PERFORM CA-WRITE-WORKLIST
                    ELSE
                        IF WS-DAYS-OVERDUE <= 90
                            ADD 1 TO WS-AGE-61-90
                            SUBTRACT WS-ITEM-AMOUNT FROM WS-AMT-61-90
                            PERFORM CA-WRITE-WORKLIST
                        ELSE
                            ADD 1 TO WS-AGE-OVER-90
                            SUBTRACT WS-ITEM-AMOUNT
                                FROM WS-AMT-OVER-90
                            PERFORM CA-WRITE-WORKLIST
                        END-IF
                    END-IF
                END-IF
            END-IF.
      * EVERY ITEM AT LEAST A DAY OLD GOES ON THE WORKLIST, TAGGED BY
      * BUCKET: OVER-00 (1-30 DAYS), OVER-30, OVER-60 AND OVER-90. THE
      * COLLECTORS WORK THE OVER-60 AND OVER-90 LINES; DUNNING READS
      * THEM ALL TO SEND THE REMINDER LETTERS. THE FIELDS ARE AT FIXED
      * POSITIONS, AS DUNNING EXPECTS THEM.
        CA-WRITE-WORKLIST.
            ADD 1 TO WS-WRK-COUNT.
            MOVE WS-ITEM-AMOUNT TO WS-WRK-AMOUNT.
            MOVE WS-DAYS-OVERDUE TO WS-WRK-DAYS.
            MOVE SPACES TO WORKLIST-REC.
            IF WS-DAYS-OVERDUE > 90
                MOVE "OVER-90" TO WS-WRK-TAG
            ELSE
                IF WS-DAYS-OVERDUE > 60
                    MOVE "OVER-60" TO WS-WRK-TAG
                ELSE
                    IF WS-DAYS-OVERDUE > 30
                        MOVE "OVER-30" TO WS-WRK-TAG
                    ELSE
                        MOVE "OVER-00" TO WS-WRK-TAG
                    END-IF
                END-IF
            END-IF.
            STRING WS-WRK-TAG " ACCT=" WS-ACCOUNT
                " DATE=" WS-TRANS-DATE
                " AMOUNT=" WS-WRK-AMOUNT
                " DAYS=" WS-WRK-DAYS
                " INV=" WS-ITEM-INVOICE
                " DUE=" WS-ITEM-DUE
                DELIMITED BY SIZE INTO WORKLIST-REC.
            WRITE WORKLIST-REC.
        DA-WRITE-HISTORY.
            OPEN EXTEND HISTORY-FILE.
		DISPLAY "31-60: " WS-AGE-31-60.
		DISPLAY "61-90: " WS-AGE-61-90.
		DISPLAY "OVER 90: " WS-AGE-OVER-90.
            DISPLAY "AMOUNT OWED 0-30: " WS-AMT-0-30.
            DISPLAY "AMOUNT OWED 31-60: " WS-AMT-31-60.
            DISPLAY "AMOUNT OWED 61-90: " WS-AMT-61-90.
            DISPLAY "AMOUNT OWED OVER 90: " WS-AMT-OVER-90.
		DISPLAY "COLLECTIONS WORKLIST ENTRIES: " WS-WRK-COUNT.
		PERFORM DA-WRITE-HISTORY.
		CLOSE WORKLIST-FILE.
