        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKVAL.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE MONTH-END PAPER STOCK VALUATION. FOR EVERY
      * PAPER TYPE ON PAPSTOCK.DAT IT REPORTS TO STOCK_VAL.TXT THE
      * QUANTITY ON HAND, ITS WEIGHTED-AVERAGE COST AND THE VALUE OF
      * THE SHELF AT THAT COST, WITH THE QUANTITY SHIPPED IN THE MONTH
      * AND ITS COST OF GOODS SOLD FROM THE ORDSTAT LEDGER COGS.DAT. A
      * PAPER TYPE SHIPPED IN THE MONTH BUT NO LONGER ON THE STOCK FILE
      * IS STILL REPORTED. THE MONTH'S COST OF GOODS SOLD BY PAPER TYPE
      * IS WRITTEN TO GL_COGS.DAT, WHICH GLJRNL JOURNALS AS ITS COGS
      * SOURCE. RUN IT AFTER THE MONTH END, BEFORE GLCLOSE CLOSES THE
      * PERIOD; THE PERIOD DEFAULTS TO THE MONTH JUST ENDED. GLJRNL
      * TAKES A MONTH'S COGS ONLY ONCE, SO A MONTH NOT YET OVER IS
      * REPORTED BUT NOT FED TO THE GL, AND GL_COGS.DAT IS LEFT AS IT
      * WAS. A STOCK SHELF THAT HAS BEEN OVERDRAWN IS VALUED AT NIL
      * AND FLAGGED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STOCK-FILE ASSIGN "papstock.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS PST-TYPE
              FILE STATUS IS WS-PST-STATUS.
            SELECT COGS-FILE ASSIGN "cogs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CGS-STATUS.
            SELECT GL-COGS-FILE ASSIGN "gl_cogs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLC-STATUS.
            SELECT REPORT-FILE ASSIGN "stock_val.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD STOCK-FILE.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD COGS-FILE.
        01 COGS-REC.
            COPY "cogslog.cpy".
        FD GL-COGS-FILE.
        01 GL-COGS-REC.
            03 GC-PERIOD           PIC 9(6).
            03 FILLER              PIC X.
            03 GC-PAPER            PIC X(6).
            03 FILLER              PIC X.
            03 GC-AMOUNT           PIC 9(9)V99.
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PST-STATUS          PIC XX.
        01 WS-CGS-STATUS          PIC XX.
        01 WS-GLC-STATUS          PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-TODAY               PIC 9(8).
        01 WS-PERIOD              PIC 9(6).
        01 WS-PERIOD-R REDEFINES WS-PERIOD.
            03 WS-PERIOD-YYYY     PIC 9(4).
            03 WS-PERIOD-MM       PIC 99.
        01 WS-THIS-MONTH          PIC 9(6).
        01 WS-FEED-GL             PIC X VALUE "N".
        01 WS-VAL-TABLE.
            03 WS-VT-ENTRY OCCURS 500 TIMES.
                05 WS-VT-TYPE        PIC X(6).
                05 WS-VT-ON-HAND     PIC S9(7).
                05 WS-VT-AVG-COST    PIC 9(4)V9999.
                05 WS-VT-SOLD-QTY    PIC 9(9).
                05 WS-VT-COGS        PIC 9(11)V99.
        01 WS-VT-COUNT            PIC 9(3) VALUE 0.
        01 WS-VT-IDX              PIC 9(3).
        01 WS-VT-FOUND            PIC X.
        01 WS-LINE-VALUE          PIC 9(11)V99.
        01 WS-TOT-VALUE           PIC 9(11)V99 VALUE 0.
        01 WS-TOT-COGS            PIC 9(11)V99 VALUE 0.
        01 WS-COGS-LINES          PIC 9(6) VALUE 0.
        01 WS-FEED-LINES          PIC 9(6) VALUE 0.
        01 WS-OVERDRAWN           PIC 9(6) VALUE 0.
        01 WS-ED-QTY              PIC -ZZZZZZ9.
        01 WS-ED-SOLD             PIC ZZZZZZZ9.
        01 WS-ED-COST             PIC Z,ZZ9.9999.
        01 WS-ED-VALUE            PIC ZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
        AB-ACCEPT-PERIOD.
            DISPLAY "ENTER PERIOD TO VALUE YYYYMM (0 = LAST MONTH): ".
            ACCEPT WS-PERIOD.
            IF WS-PERIOD NOT NUMERIC
                DISPLAY "** PERIOD MUST BE NUMERIC **"
                GO TO AB-ACCEPT-PERIOD.
            MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
            IF WS-PERIOD = 0
                MOVE WS-THIS-MONTH TO WS-PERIOD
                IF WS-PERIOD-MM = 1
                    SUBTRACT 1 FROM WS-PERIOD-YYYY
                    MOVE 12 TO WS-PERIOD-MM
                ELSE
                    SUBTRACT 1 FROM WS-PERIOD-MM
                END-IF
            END-IF.
            IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                DISPLAY "** MONTH MUST BE 01 TO 12 **"
                GO TO AB-ACCEPT-PERIOD.
            IF WS-PERIOD < WS-THIS-MONTH
                MOVE "Y" TO WS-FEED-GL.
            OPEN INPUT STOCK-FILE.
            IF WS-PST-STATUS NOT = "00"
                DISPLAY "NO STOCK FILE papstock.dat, STATUS "
                    WS-PST-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            PERFORM BA-LOAD-STOCK THRU BA-EXIT.
            PERFORM CA-LOAD-COGS THRU CA-EXIT.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE stock_val.txt, STATUS "
                    WS-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            IF WS-FEED-GL = "Y"
                OPEN OUTPUT GL-COGS-FILE
                IF WS-GLC-STATUS NOT = "00"
                    DISPLAY "CANNOT CREATE gl_cogs.dat, STATUS "
                        WS-GLC-STATUS
                    CLOSE REPORT-FILE
                    MOVE 8 TO RETURN-CODE
                    GO TO ZZ-END
                END-IF
            END-IF.
            PERFORM FA-WRITE-HEADING.
            PERFORM DA-REPORT-PAPERS THRU DA-EXIT.
            PERFORM EA-TOTALS THRU EA-EXIT.
            IF WS-FEED-GL = "Y"
                CLOSE GL-COGS-FILE
            END-IF.
            CLOSE REPORT-FILE.
            GO TO ZZ-END.
        BA-LOAD-STOCK.
            READ STOCK-FILE NEXT RECORD AT END GO TO BA1-DONE.
            IF WS-VT-COUNT >= 500
                DISPLAY "** MORE THAN 500 PAPER TYPES, EXTRA IGNORED **"
                GO TO BA1-DONE.
            ADD 1 TO WS-VT-COUNT.
            MOVE PST-TYPE TO WS-VT-TYPE(WS-VT-COUNT).
            MOVE PST-ON-HAND TO WS-VT-ON-HAND(WS-VT-COUNT).
            MOVE 0 TO WS-VT-AVG-COST(WS-VT-COUNT).
            IF PST-AVG-COST NUMERIC
                MOVE PST-AVG-COST TO WS-VT-AVG-COST(WS-VT-COUNT).
            MOVE 0 TO WS-VT-SOLD-QTY(WS-VT-COUNT).
            MOVE 0 TO WS-VT-COGS(WS-VT-COUNT).
            GO TO BA-LOAD-STOCK.
        BA1-DONE.
            CLOSE STOCK-FILE.
            DISPLAY "PAPER TYPES ON FILE: " WS-VT-COUNT.
        BA-EXIT.
            EXIT.
      * ONLY THE SHIPMENTS DATED IN THE PERIOD COUNT. A PAPER TYPE NOT
      * ON THE STOCK FILE IS ADDED WITH NOTHING ON HAND.
        CA-LOAD-COGS.
            OPEN INPUT COGS-FILE.
            IF WS-CGS-STATUS NOT = "00"
                DISPLAY "NO cogs.dat, NO SHIPMENTS COSTED YET"
                GO TO CA-EXIT.
        CA1-COGS-READ.
            READ COGS-FILE AT END GO TO CA2-DONE.
            IF CG-DATE(1:6) NOT = WS-PERIOD
                GO TO CA1-COGS-READ.
            ADD 1 TO WS-COGS-LINES.
            PERFORM CB-FIND-PAPER THRU CB-EXIT.
            IF WS-VT-FOUND = "N"
                GO TO CA1-COGS-READ.
            ADD CG-QTY TO WS-VT-SOLD-QTY(WS-VT-IDX).
            ADD CG-COST TO WS-VT-COGS(WS-VT-IDX).
            GO TO CA1-COGS-READ.
        CA2-DONE.
            CLOSE COGS-FILE.
            DISPLAY "SHIPMENTS COSTED IN " WS-PERIOD ": " WS-COGS-LINES.
        CA-EXIT.
            EXIT.
        CB-FIND-PAPER.
            MOVE "Y" TO WS-VT-FOUND.
            MOVE 1 TO WS-VT-IDX.
        CB1-SEARCH.
            IF WS-VT-IDX > WS-VT-COUNT
                GO TO CB2-ADD.
            IF WS-VT-TYPE(WS-VT-IDX) = CG-PAPER
                GO TO CB-EXIT.
            ADD 1 TO WS-VT-IDX.
            GO TO CB1-SEARCH.
        CB2-ADD.
            IF WS-VT-COUNT >= 500
                DISPLAY "** MORE THAN 500 PAPER TYPES, " CG-PAPER
                    " LEFT OUT **"
                MOVE "N" TO WS-VT-FOUND
                GO TO CB-EXIT.
            ADD 1 TO WS-VT-COUNT.
            MOVE WS-VT-COUNT TO WS-VT-IDX.
            MOVE CG-PAPER TO WS-VT-TYPE(WS-VT-IDX).
            MOVE 0 TO WS-VT-ON-HAND(WS-VT-IDX).
            MOVE 0 TO WS-VT-AVG-COST(WS-VT-IDX).
            MOVE 0 TO WS-VT-SOLD-QTY(WS-VT-IDX).
            MOVE 0 TO WS-VT-COGS(WS-VT-IDX).
        CB-EXIT.
            EXIT.
        DA-REPORT-PAPERS.
            MOVE 1 TO WS-VT-IDX.
        DA1-PAPER-NEXT.
            IF WS-VT-IDX > WS-VT-COUNT
                GO TO DA-EXIT.
            MOVE 0 TO WS-LINE-VALUE.
            IF WS-VT-ON-HAND(WS-VT-IDX) > 0
                COMPUTE WS-LINE-VALUE ROUNDED =
                    WS-VT-ON-HAND(WS-VT-IDX)
                    * WS-VT-AVG-COST(WS-VT-IDX).
            ADD WS-LINE-VALUE TO WS-TOT-VALUE.
            ADD WS-VT-COGS(WS-VT-IDX) TO WS-TOT-COGS.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-VT-TYPE(WS-VT-IDX) TO REPORT-LINE(1:6).
            MOVE WS-VT-ON-HAND(WS-VT-IDX) TO WS-ED-QTY.
            MOVE WS-ED-QTY TO REPORT-LINE(8:8).
            MOVE WS-VT-AVG-COST(WS-VT-IDX) TO WS-ED-COST.
            MOVE WS-ED-COST TO REPORT-LINE(17:10).
            MOVE WS-LINE-VALUE TO WS-ED-VALUE.
            MOVE WS-ED-VALUE TO REPORT-LINE(28:13).
            MOVE WS-VT-SOLD-QTY(WS-VT-IDX) TO WS-ED-SOLD.
            MOVE WS-ED-SOLD TO REPORT-LINE(42:8).
            MOVE WS-VT-COGS(WS-VT-IDX) TO WS-ED-VALUE.
            MOVE WS-ED-VALUE TO REPORT-LINE(51:13).
            IF WS-VT-ON-HAND(WS-VT-IDX) < 0
                MOVE "OVERDRAWN" TO REPORT-LINE(65:9)
                ADD 1 TO WS-OVERDRAWN.
            WRITE REPORT-LINE.
            IF WS-VT-COGS(WS-VT-IDX) = 0 OR WS-FEED-GL NOT = "Y"
                GO TO DA2-NEXT.
            MOVE SPACES TO GL-COGS-REC.
            MOVE WS-PERIOD TO GC-PERIOD.
            MOVE WS-VT-TYPE(WS-VT-IDX) TO GC-PAPER.
            MOVE WS-VT-COGS(WS-VT-IDX) TO GC-AMOUNT.
            WRITE GL-COGS-REC.
            ADD 1 TO WS-FEED-LINES.
        DA2-NEXT.
            ADD 1 TO WS-VT-IDX.
            GO TO DA1-PAPER-NEXT.
        DA-EXIT.
            EXIT.
        EA-TOTALS.
            IF WS-VT-COUNT = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NO PAPER TYPES ON FILE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE "TOTALS" TO REPORT-LINE(1:6).
            MOVE WS-TOT-VALUE TO WS-ED-VALUE.
            MOVE WS-ED-VALUE TO REPORT-LINE(28:13).
            MOVE WS-TOT-COGS TO WS-ED-VALUE.
            MOVE WS-ED-VALUE TO REPORT-LINE(51:13).
            WRITE REPORT-LINE.
            DISPLAY "======= PAPER STOCK VALUATION " WS-PERIOD
                " =======".
            DISPLAY "PAPER TYPES REPORTED: " WS-VT-COUNT.
            DISPLAY "STOCK VALUE ON HAND:  " WS-TOT-VALUE.
            DISPLAY "COST OF GOODS SOLD:   " WS-TOT-COGS.
            DISPLAY "OVERDRAWN PAPER TYPES: " WS-OVERDRAWN.
            DISPLAY "REPORT WRITTEN TO stock_val.txt".
            IF WS-FEED-GL NOT = "Y"
                MOVE SPACES TO REPORT-LINE
                STRING "NOT FED TO GL: PERIOD " WS-PERIOD
                    " IS NOT YET OVER"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                DISPLAY "PERIOD " WS-PERIOD " IS NOT YET OVER, "
                    "NOT FED TO GL - gl_cogs.dat LEFT AS IT WAS"
                GO TO EA-EXIT.
            DISPLAY "COGS LINES WRITTEN TO gl_cogs.dat FOR GLJRNL: "
                WS-FEED-LINES.
        EA-EXIT.
            EXIT.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PAPER STOCK VALUATION FOR PERIOD " WS-PERIOD
                " AT WEIGHTED-AVERAGE COST, RUN " WS-TODAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PAPER   ON HAND   AVG COST         VALUE"
                " QTY SOLD COST OF SALES"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
