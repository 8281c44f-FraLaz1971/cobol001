        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKCNT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM TAKES THE PHYSICAL COUNT OF THE PAPER STOCK AND
      * BRINGS PAPSTOCK.DAT BACK INTO LINE WITH THE SHELF. THE COUNT
      * STARTS BY FREEZING THE BOOK QUANTITY AND WEIGHTED-AVERAGE COST
      * OF EVERY PAPER TYPE INTO THE COUNT FILE STKCOUNT.DAT; THE
      * QUANTITIES COUNTED ARE THEN ENTERED PER PAPER TYPE, WITH A
      * REASON FOR ANY DIFFERENCE FROM THE BOOK, AND THE VARIANCE
      * REPORT STOCK_VAR.TXT SHOWS EACH DIFFERENCE IN QUANTITY AND IN
      * VALUE AT THE FROZEN COST. A SUPERVISOR ON OPERATORS.DAT WITH
      * STOCK MODE "S" APPROVES THE COUNT, WHEREUPON EACH VARIANCE IS
      * POSTED TO THE ON-HAND BALANCE AND WRITTEN TO THE STOCK LEDGER
      * STKLEDG.DAT WITH ITS REASON AND THE APPROVER, AND THE COUNT IS
      * CLOSED. RECEIPTS AND SHIPMENTS MAY GO ON DURING THE COUNT: THE
      * VARIANCE AGAINST THE FROZEN BOOK IS ADDED TO THE BALANCE AS IT
      * STANDS WHEN THE COUNT IS POSTED, SO THEY ARE NOT LOST. A PAPER
      * TYPE LEFT UNCOUNTED KEEPS ITS BOOK QUANTITY.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STOCK-FILE ASSIGN TO "papstock.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PST-TYPE
            FILE STATUS IS WS-PST-STATUS.
            SELECT COUNT-FILE ASSIGN TO "stkcount.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CT-TYPE
            FILE STATUS IS WS-CNT-STATUS.
            SELECT LEDGER-FILE ASSIGN "stkledg.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LDG-STATUS.
            SELECT REPORT-FILE ASSIGN "stock_var.txt"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPT-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD STOCK-FILE.
        01 STOCK-REC.
            COPY "papstk.cpy".
        FD COUNT-FILE.
        01 COUNT-REC.
            03 CT-TYPE           PIC X(6).
            03 CT-FREEZE-DATE    PIC 9(8).
            03 CT-BOOK-QTY       PIC S9(7).
            03 CT-AVG-COST       PIC 9(4)V9999.
            03 CT-COUNTED        PIC X.
                88 CT-IS-COUNTED     VALUE "Y".
            03 CT-COUNT-QTY      PIC 9(7).
            03 CT-REASON         PIC X(2).
            03 CT-COUNT-DATE     PIC 9(8).
        FD LEDGER-FILE.
        01 LEDGER-REC.
            COPY "stkledg.cpy".
        FD REPORT-FILE.
        01 REPORT-LINE           PIC X(80).
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        WORKING-STORAGE SECTION.
        01 WS-PST-STATUS       PIC XX.
        01 WS-CNT-STATUS       PIC XX.
        01 WS-LDG-STATUS       PIC XX.
        01 WS-RPT-STATUS       PIC XX.
        01 WS-OPER-STATUS      PIC XX.
        01 WS-RUN-MODE         PIC X.
        01 WS-CONFIRM          PIC X.
        01 WS-TODAY            PIC 9(8).
        01 WS-FREEZE-DATE      PIC 9(8).
        01 WS-FROZEN-COUNT     PIC 9(6).
        01 WS-COUNT-TYPE       PIC X(6).
        01 WS-COUNT-QTY        PIC 9(7).
        01 WS-REASON           PIC X(2).
            88 WS-REASON-VALID     VALUE "DM" "WS" "MC" "LS" "OT".
        01 WS-VARIANCE         PIC S9(7).
        01 WS-VAR-VALUE        PIC S9(9)V99.
        01 WS-COUNTED          PIC 9(6).
        01 WS-UNCOUNTED        PIC 9(6).
        01 WS-VAR-LINES        PIC 9(6).
        01 WS-LOSS-VALUE       PIC 9(11)V99.
        01 WS-GAIN-VALUE       PIC 9(11)V99.
        01 WS-NET-VALUE        PIC S9(11)V99.
        01 WS-POSTED           PIC 9(6).
        01 WS-NOT-POSTED       PIC 9(6).
        01 WS-SUPERVISOR-ID    PIC X(8).
        01 WS-OPER-FOUND       PIC X VALUE "N".
        01 WS-MODE-OK          PIC 9 VALUE 0.
        01 WS-ED-QTY           PIC -ZZZZZZ9.
        01 WS-ED-COST          PIC Z,ZZ9.9999.
        01 WS-ED-VALUE         PIC -ZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O STOCK-FILE.
            IF WS-PST-STATUS NOT = "00"
                DISPLAY "NO STOCK FILE papstock.dat, STATUS "
                    WS-PST-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN.
        BB-CHOOSE.
            DISPLAY "FREEZE BOOK QUANTITIES (F), ENTER COUNTS (E), "
                "VARIANCE REPORT (V), POST COUNT (P) OR STOP (S)? ".
            ACCEPT WS-RUN-MODE.
            EVALUATE WS-RUN-MODE
                WHEN "F" WHEN "f"
                    PERFORM CA-FREEZE-BOOK THRU CA-EXIT
                WHEN "E" WHEN "e"
                    PERFORM DA-ENTER-COUNTS THRU DA-EXIT
                WHEN "V" WHEN "v"
                    PERFORM EA-VARIANCE-REPORT THRU EA-EXIT
                WHEN "P" WHEN "p"
                    PERFORM FA-POST-COUNT THRU FA-EXIT
                WHEN "S" WHEN "s"
                    GO TO ZZ-END
                WHEN OTHER
                    DISPLAY "UNKNOWN CHOICE " WS-RUN-MODE
            END-EVALUATE.
            GO TO BB-CHOOSE.
      * A COUNT ALREADY FROZEN AND NOT YET POSTED IS ONLY THROWN AWAY
      * IF THE OPERATOR SAYS SO.
        CA-FREEZE-BOOK.
            PERFORM CX-COUNT-IN-PROGRESS THRU CX-EXIT.
            IF WS-FROZEN-COUNT > 0
                DISPLAY "A COUNT OF " WS-FROZEN-COUNT " PAPER TYPES "
                    "FROZEN ON " WS-FREEZE-DATE " IS NOT YET POSTED"
                DISPLAY "DISCARD IT AND FREEZE AGAIN? (Y/N): "
                ACCEPT WS-CONFIRM
                IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                    DISPLAY "COUNT KEPT"
                    GO TO CA-EXIT
                END-IF
            END-IF.
            MOVE 0 TO WS-FROZEN-COUNT.
            OPEN OUTPUT COUNT-FILE.
            MOVE LOW-VALUES TO PST-TYPE.
            START STOCK-FILE KEY IS NOT LESS THAN PST-TYPE
                INVALID KEY
                    GO TO CA2-DONE
            END-START.
        CA1-STOCK-READ.
            READ STOCK-FILE NEXT RECORD AT END GO TO CA2-DONE.
            MOVE SPACES TO COUNT-REC.
            MOVE PST-TYPE TO CT-TYPE.
            MOVE WS-TODAY TO CT-FREEZE-DATE.
            MOVE PST-ON-HAND TO CT-BOOK-QTY.
            MOVE 0 TO CT-AVG-COST.
            IF PST-AVG-COST NUMERIC
                MOVE PST-AVG-COST TO CT-AVG-COST.
            MOVE "N" TO CT-COUNTED.
            MOVE 0 TO CT-COUNT-QTY.
            MOVE 0 TO CT-COUNT-DATE.
            WRITE COUNT-REC.
            ADD 1 TO WS-FROZEN-COUNT.
            GO TO CA1-STOCK-READ.
        CA2-DONE.
            CLOSE COUNT-FILE.
            DISPLAY "BOOK QUANTITIES FROZEN FOR " WS-FROZEN-COUNT
                " PAPER TYPES ON " WS-TODAY.
        CA-EXIT.
            EXIT.
      * THE BOOK QUANTITY IS NOT SHOWN BEFORE THE COUNT IS ENTERED, SO
      * THE SHELF IS COUNTED AND NOT CHECKED AGAINST A FIGURE. A PAPER
      * TYPE MAY BE COUNTED AGAIN; THE LATER COUNT REPLACES THE FIRST.
        DA-ENTER-COUNTS.
            PERFORM CX-COUNT-IN-PROGRESS THRU CX-EXIT.
            IF WS-FROZEN-COUNT = 0
                DISPLAY "NO COUNT IN PROGRESS, FREEZE THE BOOK "
                    "QUANTITIES FIRST"
                GO TO DA-EXIT.
            OPEN I-O COUNT-FILE.
        DA1-NEXT-TYPE.
            DISPLAY "ENTER PAPER TYPE COUNTED (BLANK TO STOP): ".
            MOVE SPACES TO WS-COUNT-TYPE.
            ACCEPT WS-COUNT-TYPE.
            IF WS-COUNT-TYPE = SPACES
                GO TO DA5-DONE.
            MOVE WS-COUNT-TYPE TO CT-TYPE.
            READ COUNT-FILE
                INVALID KEY
                    DISPLAY "** PAPER TYPE " WS-COUNT-TYPE
                        " IS NOT IN THIS COUNT **"
                    GO TO DA1-NEXT-TYPE
            END-READ.
            IF CT-IS-COUNTED
                DISPLAY "ALREADY COUNTED AT " CT-COUNT-QTY
                    ", A NEW COUNT REPLACES IT".
        DA2-ACCEPT-QTY.
            DISPLAY "ENTER QUANTITY OF " CT-TYPE " ON THE SHELF: ".
            ACCEPT WS-COUNT-QTY.
            IF WS-COUNT-QTY NOT NUMERIC
                DISPLAY "** QUANTITY MUST BE NUMERIC **"
                GO TO DA2-ACCEPT-QTY.
            COMPUTE WS-VARIANCE = WS-COUNT-QTY - CT-BOOK-QTY.
            MOVE SPACES TO WS-REASON.
            IF WS-VARIANCE = 0
                GO TO DA4-SAVE-COUNT.
            MOVE WS-VARIANCE TO WS-ED-QTY.
            DISPLAY "COUNT DIFFERS FROM THE BOOK BY " WS-ED-QTY.
        DA3-ACCEPT-REASON.
            DISPLAY "REASON: DAMAGED (DM), WASTE (WS), MISCOUNT (MC), "
                "LOST (LS) OR OTHER (OT)? ".
            ACCEPT WS-REASON.
            INSPECT WS-REASON CONVERTING "dmwsclot" TO "DMWSCLOT".
            IF NOT WS-REASON-VALID
                DISPLAY "** UNKNOWN REASON " WS-REASON " **"
                GO TO DA3-ACCEPT-REASON.
        DA4-SAVE-COUNT.
            MOVE "Y" TO CT-COUNTED.
            MOVE WS-COUNT-QTY TO CT-COUNT-QTY.
            MOVE WS-REASON TO CT-REASON.
            MOVE WS-TODAY TO CT-COUNT-DATE.
            REWRITE COUNT-REC
                INVALID KEY
                    DISPLAY "** COULD NOT RECORD COUNT OF " CT-TYPE
                        " **"
            END-REWRITE.
            GO TO DA1-NEXT-TYPE.
        DA5-DONE.
            CLOSE COUNT-FILE.
        DA-EXIT.
            EXIT.
        EA-VARIANCE-REPORT.
            PERFORM CX-COUNT-IN-PROGRESS THRU CX-EXIT.
            IF WS-FROZEN-COUNT = 0
                DISPLAY "NO COUNT IN PROGRESS, NOTHING TO REPORT"
                GO TO EA-EXIT.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE stock_var.txt, STATUS "
                    WS-RPT-STATUS
                GO TO EA-EXIT.
            PERFORM EC-WRITE-HEADING.
            PERFORM GA-CLEAR-TOTALS.
            OPEN INPUT COUNT-FILE.
        EA1-COUNT-READ.
            READ COUNT-FILE NEXT RECORD AT END GO TO EA2-TOTALS.
            PERFORM GB-TALLY-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE CT-TYPE TO REPORT-LINE(1:6).
            MOVE CT-BOOK-QTY TO WS-ED-QTY.
            MOVE WS-ED-QTY TO REPORT-LINE(8:8).
            MOVE CT-AVG-COST TO WS-ED-COST.
            MOVE WS-ED-COST TO REPORT-LINE(35:10).
            IF NOT CT-IS-COUNTED
                MOVE "NOT COUNTED" TO REPORT-LINE(64:11)
                WRITE REPORT-LINE
                GO TO EA1-COUNT-READ.
            MOVE CT-COUNT-QTY TO WS-ED-QTY.
            MOVE WS-ED-QTY TO REPORT-LINE(17:8).
            MOVE WS-VARIANCE TO WS-ED-QTY.
            MOVE WS-ED-QTY TO REPORT-LINE(26:8).
            MOVE WS-VAR-VALUE TO WS-ED-VALUE.
            MOVE WS-ED-VALUE TO REPORT-LINE(46:14).
            MOVE CT-REASON TO REPORT-LINE(61:2).
            WRITE REPORT-LINE.
            GO TO EA1-COUNT-READ.
        EA2-TOTALS.
            CLOSE COUNT-FILE.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PAPER TYPES " WS-FROZEN-COUNT "   COUNTED "
                WS-COUNTED "   NOT COUNTED " WS-UNCOUNTED
                "   WITH VARIANCE " WS-VAR-LINES
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-LOSS-VALUE TO WS-ED-VALUE.
            STRING "SHORTAGES AT COST " WS-ED-VALUE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-GAIN-VALUE TO WS-ED-VALUE.
            STRING "SURPLUSES AT COST " WS-ED-VALUE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            MOVE WS-NET-VALUE TO WS-ED-VALUE.
            STRING "NET VARIANCE      " WS-ED-VALUE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "======= STOCK COUNT VARIANCE =======".
            DISPLAY "PAPER TYPES IN COUNT: " WS-FROZEN-COUNT.
            DISPLAY "COUNTED: " WS-COUNTED "  NOT COUNTED: "
                WS-UNCOUNTED.
            DISPLAY "WITH VARIANCE: " WS-VAR-LINES.
            DISPLAY "NET VARIANCE AT COST: " WS-ED-VALUE.
            DISPLAY "REPORT WRITTEN TO stock_var.txt".
        EA-EXIT.
            EXIT.
        EC-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "STOCK COUNT VARIANCES, BOOK FROZEN " WS-FREEZE-DATE
                ", REPORTED " WS-TODAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PAPER      BOOK  COUNTED VARIANCE   AVG COST"
                "          VALUE RSN"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
      * POSTING NEEDS A SUPERVISOR WITH STOCK MODE "S". EACH VARIANCE
      * IS ADDED TO THE CURRENT ON-HAND BALANCE AND LOGGED TO THE STOCK
      * LEDGER AT THE COST FROZEN WITH THE BOOK; THE COUNT FILE IS THEN
      * EMPTIED SO THE SAME COUNT CANNOT BE POSTED TWICE.
        FA-POST-COUNT.
            PERFORM CX-COUNT-IN-PROGRESS THRU CX-EXIT.
            IF WS-FROZEN-COUNT = 0
                DISPLAY "NO COUNT IN PROGRESS, NOTHING TO POST"
                GO TO FA-EXIT.
            PERFORM GA-CLEAR-TOTALS.
            OPEN INPUT COUNT-FILE.
        FA1-TALLY-READ.
            READ COUNT-FILE NEXT RECORD AT END GO TO FA2-APPROVE.
            PERFORM GB-TALLY-LINE.
            GO TO FA1-TALLY-READ.
        FA2-APPROVE.
            CLOSE COUNT-FILE.
            IF WS-COUNTED = 0
                DISPLAY "NOTHING HAS BEEN COUNTED, NOTHING TO POST"
                GO TO FA-EXIT.
            IF WS-UNCOUNTED > 0
                DISPLAY "** " WS-UNCOUNTED " PAPER TYPES NOT COUNTED "
                    "WILL KEEP THEIR BOOK QUANTITY **".
            MOVE WS-NET-VALUE TO WS-ED-VALUE.
            DISPLAY WS-VAR-LINES " ADJUSTMENTS TO POST, NET VALUE "
                WS-ED-VALUE.
            DISPLAY "ENTER SUPERVISOR OPERATOR ID: ".
            ACCEPT WS-SUPERVISOR-ID.
            IF WS-SUPERVISOR-ID = SPACES
                DISPLAY "** A SUPERVISOR ID IS REQUIRED TO POST A "
                    "STOCK COUNT **"
                GO TO FA-EXIT.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-SUPERVISOR-ID
                    ", COUNT NOT POSTED **"
                GO TO FA-EXIT.
            IF WS-MODE-OK = 0
                DISPLAY "** OPERATOR " WS-SUPERVISOR-ID " MAY NOT "
                    "APPROVE STOCK COUNTS, COUNT NOT POSTED **"
                GO TO FA-EXIT.
            DISPLAY "APPROVE AND POST THE COUNT? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "COUNT NOT POSTED"
                GO TO FA-EXIT.
            OPEN EXTEND LEDGER-FILE.
            IF WS-LDG-STATUS NOT = "00"
                OPEN OUTPUT LEDGER-FILE
            END-IF.
            IF WS-LDG-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN stkledg.dat, STATUS "
                    WS-LDG-STATUS ", COUNT NOT POSTED **"
                GO TO FA-EXIT.
            MOVE 0 TO WS-POSTED WS-NOT-POSTED.
            OPEN INPUT COUNT-FILE.
        FA3-POST-READ.
            READ COUNT-FILE NEXT RECORD AT END GO TO FA4-DONE.
            IF NOT CT-IS-COUNTED
                GO TO FA3-POST-READ.
            COMPUTE WS-VARIANCE = CT-COUNT-QTY - CT-BOOK-QTY.
            IF WS-VARIANCE = 0
                GO TO FA3-POST-READ.
            MOVE CT-TYPE TO PST-TYPE.
            READ STOCK-FILE
                INVALID KEY
                    DISPLAY "** PAPER " CT-TYPE " NO LONGER ON "
                        "papstock.dat, NOT ADJUSTED **"
                    ADD 1 TO WS-NOT-POSTED
                    GO TO FA3-POST-READ
            END-READ.
            ADD WS-VARIANCE TO PST-ON-HAND.
            REWRITE STOCK-REC.
            MOVE SPACES TO LEDGER-REC.
            MOVE WS-TODAY TO SL-DATE.
            MOVE "C" TO SL-TYPE.
            MOVE CT-TYPE TO SL-PAPER.
            MOVE CT-REASON TO SL-REASON.
            MOVE CT-BOOK-QTY TO SL-BOOK-QTY.
            MOVE CT-COUNT-QTY TO SL-COUNT-QTY.
            MOVE WS-VARIANCE TO SL-ADJ-QTY.
            MOVE CT-AVG-COST TO SL-UNIT-COST.
            COMPUTE SL-ADJ-VALUE ROUNDED = WS-VARIANCE * CT-AVG-COST.
            MOVE WS-SUPERVISOR-ID TO SL-APPROVED-BY.
            WRITE LEDGER-REC.
            ADD 1 TO WS-POSTED.
            MOVE WS-VARIANCE TO WS-ED-QTY.
            DISPLAY "PAPER " PST-TYPE " ADJUSTED BY " WS-ED-QTY
                " (" CT-REASON "), ON HAND NOW " PST-ON-HAND.
            GO TO FA3-POST-READ.
        FA4-DONE.
            CLOSE COUNT-FILE.
            CLOSE LEDGER-FILE.
            OPEN OUTPUT COUNT-FILE.
            CLOSE COUNT-FILE.
            DISPLAY "COUNT FROZEN " WS-FREEZE-DATE " POSTED: "
                WS-POSTED " ADJUSTMENTS APPROVED BY " WS-SUPERVISOR-ID.
            IF WS-NOT-POSTED > 0
                DISPLAY "** " WS-NOT-POSTED " PAPER TYPES NO LONGER "
                    "ON FILE WERE NOT ADJUSTED **".
        FA-EXIT.
            EXIT.
        GA-CLEAR-TOTALS.
            MOVE 0 TO WS-COUNTED WS-UNCOUNTED WS-VAR-LINES.
            MOVE 0 TO WS-LOSS-VALUE WS-GAIN-VALUE WS-NET-VALUE.
      * ONE LINE OF THE COUNT INTO THE TOTALS, LEAVING ITS VARIANCE IN
      * QUANTITY AND IN VALUE AT THE FROZEN COST.
        GB-TALLY-LINE.
            MOVE 0 TO WS-VARIANCE WS-VAR-VALUE.
            IF NOT CT-IS-COUNTED
                ADD 1 TO WS-UNCOUNTED
            ELSE
                ADD 1 TO WS-COUNTED
                COMPUTE WS-VARIANCE = CT-COUNT-QTY - CT-BOOK-QTY
                COMPUTE WS-VAR-VALUE ROUNDED =
                    WS-VARIANCE * CT-AVG-COST
                ADD WS-VAR-VALUE TO WS-NET-VALUE
                IF WS-VARIANCE NOT = 0
                    ADD 1 TO WS-VAR-LINES
                END-IF
                IF WS-VAR-VALUE < 0
                    SUBTRACT WS-VAR-VALUE FROM WS-LOSS-VALUE
                ELSE
                    ADD WS-VAR-VALUE TO WS-GAIN-VALUE
                END-IF
            END-IF.
      * HOW MANY PAPER TYPES THE COUNT IN PROGRESS HOLDS, AND THE DAY
      * ITS BOOK WAS FROZEN; NONE IF NO COUNT HAS BEEN FROZEN.
        CX-COUNT-IN-PROGRESS.
            MOVE 0 TO WS-FROZEN-COUNT.
            MOVE 0 TO WS-FREEZE-DATE.
            OPEN INPUT COUNT-FILE.
            IF WS-CNT-STATUS NOT = "00"
                GO TO CX-EXIT.
        CX1-COUNT-READ.
            READ COUNT-FILE NEXT RECORD AT END GO TO CX2-DONE.
            IF WS-FROZEN-COUNT = 0
                MOVE CT-FREEZE-DATE TO WS-FREEZE-DATE.
            ADD 1 TO WS-FROZEN-COUNT.
            GO TO CX1-COUNT-READ.
        CX2-DONE.
            CLOSE COUNT-FILE.
        CX-EXIT.
            EXIT.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            MOVE 0 TO WS-MODE-OK.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT ENFORCED **"
                MOVE "Y" TO WS-OPER-FOUND
                MOVE 1 TO WS-MODE-OK
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-SUPERVISOR-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
                INSPECT OP-MODES TALLYING WS-MODE-OK FOR ALL "S"
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
        NN-EXIT.
            EXIT.
        ZZ-END.
            CLOSE STOCK-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
