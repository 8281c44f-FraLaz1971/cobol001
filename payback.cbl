        DATE-COMPILED. 02/09/2026.
        SECURITY. free.
      * THIS PROGRAM BACKS OUT A BAD PAY RUN: THE OPERATOR NAMES A
      * RUN STAMP AND EVERY BALANCE, QUARTER-TO-DATE, ACCRUAL,
      * GARNISHMENT, LOAN REPAYMENT AND RETIREMENT CONTRIBUTION
      * POSTING JOURNALED UNDER THAT
      * STAMP IN PAYJRNL.DAT IS REVERSED BY RESTORING ITS BEFORE
      * IMAGE, SO THE RUN CAN BE REPEATED CLEANLY. A BACKED-OUT LOAN
      * REPAYMENT IS ALSO WRITTEN TO LOANHIST.DAT SO THE LOAN
      * STATEMENT STILL ADDS UP. A POST-PASS CHECKPOINT LEFT IN
      * PAY.CKP FOR THE SAME RUN IS EMPTIED, SO THE REPEATED POST
      * PASS STARTS FROM THE FIRST EMPLOYEE AGAIN. STAFF EXPENSE
      * CLAIMS THE RUN REPAID GO BACK TO QUEUED ON REIMBQ.DAT.
      * CHEQUES STILL ISSUED ON CHQREG.DAT FOR THE RUN'S PAY PERIOD
      * ARE VOIDED WITH REASON RUN BACKED OUT UNDER THE SIGNED-ON
      * OPERATOR, AND EACH VOID IS LOGGED TO PAYMAINT.LOG AS CHQVOID
      * LOGS ONE. THE PERIOD IS TAKEN FROM PAYRUN.DAT WHEN IT STILL
      * HOLDS THE RUN, OTHERWISE THE OPERATOR IS ASKED FOR IT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ACR-EID
            FILE STATUS IS WS-ACR-STATUS.
            SELECT QTD-FILE
            ASSIGN TO "payqtd.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QTD-EID
            FILE STATUS IS WS-QTD-STATUS.
            SELECT GARNISH-FILE
            ASSIGN TO "garnish.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS GAR-EID
            FILE STATUS IS WS-GAR-STATUS.
            SELECT LOAN-FILE
            ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LN-STATUS.
            SELECT RETIRE-FILE
            ASSIGN TO "retire.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RET-EID
            FILE STATUS IS WS-RET-STATUS.
            SELECT REIMB-FILE
            ASSIGN TO "reimbq.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-KEY
            FILE STATUS IS WS-RQ-STATUS.
            SELECT LOAN-HIST-FILE
            ASSIGN TO "loanhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LH-STATUS.
            SELECT CHECKPOINT-FILE
            ASSIGN TO "pay.ckp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCK-STATUS.
            SELECT PAY-RUN-FILE
            ASSIGN TO "payrun.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-STATUS.
            SELECT CHEQUE-REG-FILE
            ASSIGN TO "chqreg.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHEQUE-NO
            FILE STATUS IS WS-CHR-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "paymaint.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD JOURNAL-FILE.
        01 ACCRUAL-RECORD.
            03 ACR-EID              PIC 9(6).
            03 ACR-BALANCE-HOURS    PIC 9(5)V99.
        FD RETIRE-FILE.
        01 RETIRE-RECORD.
            03 RET-EID               PIC 9(6).
            03 RET-PERCENT           PIC 99V99.
            03 RET-YEAR              PIC 9(4).
            03 RET-YTD-EE            PIC 9(8)V99.
            03 RET-YTD-ER            PIC 9(8)V99.
        FD QTD-FILE.
        01 QTD-RECORD.
            03 QTD-EID              PIC 9(6).
            03 QTD-QUARTER          PIC 9(5).
            03 QTD-GROSS            PIC 9(8)V99.
            03 QTD-TAX              PIC 9(8)V99.
            03 QTD-DEDUCT           PIC 9(8)V99.
            03 QTD-PRIOR-QUARTER    PIC 9(5).
            03 QTD-PRIOR-GROSS      PIC 9(8)V99.
            03 QTD-PRIOR-TAX        PIC 9(8)V99.
            03 QTD-PRIOR-DEDUCT     PIC 9(8)V99.
        FD GARNISH-FILE.
        01 GARNISH-RECORD.
            03 GAR-EID               PIC 9(6).
            03 GAR-ORDER-AMOUNT      PIC 9(6)V99.
            03 GAR-MAX-PERCENT       PIC V99.
            03 GAR-SATISFIED-TO-DATE PIC 9(6)V99.
        FD LOAN-FILE.
        01 LOAN-RECORD.
            03 LN-KEY.
                05 LN-EID           PIC 9(6).
                05 LN-NUMBER        PIC 9(3).
            03 LN-PRINCIPAL          PIC 9(6)V99.
            03 LN-INSTALMENT         PIC 9(5)V99.
            03 LN-BALANCE            PIC 9(6)V99.
            03 LN-START-DATE         PIC 9(8).
            03 LN-STATUS             PIC X.
                88 LN-ACTIVE             VALUE "A".
                88 LN-SUSPENDED          VALUE "S".
                88 LN-PAID-OFF           VALUE "P".
        FD REIMB-FILE.
        01 REIMB-REC.
            COPY "reimbq.cpy".
        FD LOAN-HIST-FILE.
        01 LOAN-HIST-REC.
            03 LH-DATE               PIC 9(8).
            03 FILLER                PIC X.
            03 LH-EID                PIC 9(6).
            03 FILLER                PIC X.
            03 LH-NUMBER             PIC 9(3).
            03 FILLER                PIC X.
            03 LH-TYPE               PIC X.
            03 FILLER                PIC X.
            03 LH-AMOUNT             PIC 9(6)V99.
            03 FILLER                PIC X.
            03 LH-BALANCE            PIC 9(6)V99.
            03 FILLER                PIC X.
            03 LH-RUN-STAMP          PIC X(14).
        FD CHECKPOINT-FILE.
        01 CHECKPOINT-REC.
            03 PCK-RUN-STAMP         PIC X(14).
            03 FILLER                PIC X(200).
        FD PAY-RUN-FILE.
        01 PAY-RUN-REC.
            03 RN-RUN-STAMP          PIC X(14).
            03 FILLER                PIC X.
            03 RN-STATUS             PIC X.
            03 FILLER                PIC X.
            03 RN-PERIOD             PIC 9(4).
            03 FILLER                PIC X(120).
        FD CHEQUE-REG-FILE.
        01 CHEQUE-REG-RECORD.
            03 CR-CHEQUE-NO          PIC 9(8).
            03 CR-EID                PIC 9(6).
            03 CR-NAME               PIC X(6).
            03 CR-AMOUNT             PIC 9(6)V99.
            03 CR-ISSUE-DATE         PIC 9(8).
            03 CR-PERIOD             PIC 9(4).
            03 CR-STATUS             PIC X.
                88 CR-ISSUED             VALUE "I".
                88 CR-VOIDED             VALUE "V".
            03 CR-REPLACES           PIC 9(8).
            03 CR-REPLACED-BY        PIC 9(8).
            03 CR-VOID-DATE          PIC 9(8).
            03 CR-VOID-REASON        PIC X(20).
            03 CR-OPERATOR           PIC X(8).
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT        PIC X(80).
            COPY "audchain.cpy".
        WORKING-STORAGE SECTION.
        01 WS-JRN-STATUS          PIC XX.
        01 WS-BAL-STATUS          PIC XX.
        01 WS-ACR-STATUS          PIC XX.
        01 WS-GAR-STATUS          PIC XX.
        01 WS-LN-STATUS           PIC XX.
        01 WS-LN-OPEN             PIC X VALUE "N".
        01 WS-LH-STATUS           PIC XX.
        01 WS-LH-OPEN             PIC X VALUE "N".
        01 WS-LOAN-NUMBER-X       PIC X(3).
        01 WS-RQ-STATUS           PIC XX.
        01 WS-RQ-OPEN             PIC X VALUE "N".
        01 WS-CLAIM-SEQ-X         PIC X(6).
        01 WS-QTD-STATUS          PIC XX.
        01 WS-QTD-OPEN            PIC X VALUE "N".
        01 WS-QTD-QUARTER-X       PIC X(5).
        01 WS-QTD-DELTA           PIC 9(8)V99.
        01 WS-RET-STATUS          PIC XX.
        01 WS-RET-OPEN            PIC X VALUE "N".
        01 WS-RET-YEAR-X          PIC X(4).
        01 WS-RET-DELTA           PIC 9(8)V99.
        01 WS-BACKOUT-STAMP       PIC X(14).
        01 WS-PCK-STATUS          PIC XX.
        01 WS-RUN-STATUS          PIC XX.
        01 WS-CHR-STATUS          PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "paymaint.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-BACKOUT-PERIOD      PIC 9(4) VALUE 0.
        01 WS-TODAY               PIC 9(8).
        01 WS-CHEQUES-VOIDED      PIC 9(6) VALUE 0.
        01 WS-CONFIRM             PIC X.
        01 WS-RECORDS-READ        PIC 9(6) VALUE 0.
        01 WS-POSTINGS-REVERSED   PIC 9(6) VALUE 0.
        01 WS-POSTINGS-FAILED     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            DISPLAY "ENTER RUN STAMP TO BACK OUT (YYYYMMDDHHMMSS): ".
            ACCEPT WS-BACKOUT-STAMP.
            DISPLAY "REVERSE ALL POSTINGS FOR RUN " WS-BACKOUT-STAMP
            OPEN I-O BALANCE-FILE.
            OPEN I-O ACCRUAL-FILE.
            OPEN I-O GARNISH-FILE.
            OPEN I-O QTD-FILE.
            IF WS-QTD-STATUS = "00"
                MOVE "Y" TO WS-QTD-OPEN
            END-IF.
            OPEN I-O RETIRE-FILE.
            IF WS-RET-STATUS = "00"
                MOVE "Y" TO WS-RET-OPEN
            END-IF.
            OPEN I-O LOAN-FILE.
            IF WS-LN-STATUS = "00"
                MOVE "Y" TO WS-LN-OPEN
                OPEN EXTEND LOAN-HIST-FILE
                IF WS-LH-STATUS = "00"
                    MOVE "Y" TO WS-LH-OPEN
                END-IF
            END-IF.
            OPEN I-O REIMB-FILE.
            IF WS-RQ-STATUS = "00"
                MOVE "Y" TO WS-RQ-OPEN
            END-IF.
        BB-READ.
            READ JOURNAL-FILE AT END GO TO CC-END.
            ADD 1 TO WS-RECORDS-READ.
                WHEN "GAR-SATISFIED"
                    PERFORM DC-REVERSE-GARNISH THRU DC-EXIT
                WHEN OTHER
                    IF JR-FIELD(1:9) = "LOAN-BAL-"
                        PERFORM DD-REVERSE-LOAN THRU DD-EXIT
                    ELSE
                    IF JR-FIELD(1:4) = "QTD-"
                        PERFORM DE-REVERSE-QTD THRU DE-EXIT
                    ELSE
                    IF JR-FIELD(1:4) = "RET-"
                        PERFORM DF-REVERSE-RETIRE THRU DF-EXIT
                    ELSE
                    IF JR-FIELD(1:6) = "CLAIM-"
                        PERFORM DG-REQUEUE-CLAIM THRU DG-EXIT
                    ELSE
                        ADD 1 TO WS-POSTINGS-FAILED
                        DISPLAY "** UNKNOWN JOURNAL FIELD " JR-FIELD
                            " FOR EID " JR-EID ", NOT REVERSED **"
                    END-IF
                    END-IF
                    END-IF
                    END-IF
            END-EVALUATE.
            GO TO BB-READ.
        DA-REVERSE-BALANCE.
                " TO " JR-BEFORE.
        DC-EXIT.
            EXIT.
      * THE LOAN NUMBER IS CARRIED IN THE JOURNAL FIELD NAME. A LOAN
      * THE RUN PAID OFF GOES BACK TO ACTIVE WITH ITS BALANCE.
        DD-REVERSE-LOAN.
            MOVE JR-FIELD(10:3) TO WS-LOAN-NUMBER-X.
            IF WS-LN-OPEN NOT = "Y" OR WS-LOAN-NUMBER-X NOT NUMERIC
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** CANNOT REVERSE " JR-FIELD " FOR EID "
                    JR-EID ", LOAN FILE NOT AVAILABLE **"
                GO TO DD-EXIT.
            MOVE JR-EID TO LN-EID.
            MOVE WS-LOAN-NUMBER-X TO LN-NUMBER.
            READ LOAN-FILE
                INVALID KEY
                    ADD 1 TO WS-POSTINGS-FAILED
                    DISPLAY "** NO LOAN " LN-NUMBER " FOR EID " JR-EID
                        ", NOT REVERSED **"
                    GO TO DD-EXIT
            END-READ.
            MOVE JR-BEFORE TO LN-BALANCE.
            IF LN-PAID-OFF AND LN-BALANCE > 0
                MOVE "A" TO LN-STATUS.
            REWRITE LOAN-RECORD.
            ADD 1 TO WS-POSTINGS-REVERSED.
            DISPLAY "REVERSED " JR-FIELD " FOR EID " JR-EID
                " TO " JR-BEFORE.
            IF WS-LH-OPEN = "Y"
                MOVE SPACES TO LOAN-HIST-REC
                MOVE FUNCTION CURRENT-DATE(1:8) TO LH-DATE
                MOVE LN-EID TO LH-EID
                MOVE LN-NUMBER TO LH-NUMBER
                MOVE "B" TO LH-TYPE
                COMPUTE LH-AMOUNT = JR-BEFORE - JR-AFTER
                MOVE LN-BALANCE TO LH-BALANCE
                MOVE JR-RUN-STAMP TO LH-RUN-STAMP
                WRITE LOAN-HIST-REC
            END-IF.
        DD-EXIT.
            EXIT.
      * THE JOURNAL FIELD NAMES THE QUARTER (QTD-G-YYYYQ). THE RUN'S
      * AMOUNT IS TAKEN BACK OFF WHICHEVER BUCKET NOW HOLDS THAT
      * QUARTER, SINCE A LATER RUN MAY HAVE MOVED IT TO THE PRIOR
      * FIELDS.
        DE-REVERSE-QTD.
            MOVE JR-FIELD(7:5) TO WS-QTD-QUARTER-X.
            IF WS-QTD-OPEN NOT = "Y" OR WS-QTD-QUARTER-X NOT NUMERIC
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** CANNOT REVERSE " JR-FIELD " FOR EID "
                    JR-EID ", QTD FILE NOT AVAILABLE **"
                GO TO DE-EXIT.
            MOVE JR-EID TO QTD-EID.
            READ QTD-FILE
                INVALID KEY
                    ADD 1 TO WS-POSTINGS-FAILED
                    DISPLAY "** NO QTD RECORD FOR EID " JR-EID
                        ", NOT REVERSED **"
                    GO TO DE-EXIT
            END-READ.
            COMPUTE WS-QTD-DELTA = JR-AFTER - JR-BEFORE.
            IF QTD-QUARTER = WS-QTD-QUARTER-X
                EVALUATE JR-FIELD(5:1)
                    WHEN "G"
                        SUBTRACT WS-QTD-DELTA FROM QTD-GROSS
                    WHEN "T"
                        SUBTRACT WS-QTD-DELTA FROM QTD-TAX
                    WHEN "D"
                        SUBTRACT WS-QTD-DELTA FROM QTD-DEDUCT
                END-EVALUATE
            ELSE
            IF QTD-PRIOR-QUARTER = WS-QTD-QUARTER-X
                EVALUATE JR-FIELD(5:1)
                    WHEN "G"
                        SUBTRACT WS-QTD-DELTA FROM QTD-PRIOR-GROSS
                    WHEN "T"
                        SUBTRACT WS-QTD-DELTA FROM QTD-PRIOR-TAX
                    WHEN "D"
                        SUBTRACT WS-QTD-DELTA FROM QTD-PRIOR-DEDUCT
                END-EVALUATE
            ELSE
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** QUARTER " WS-QTD-QUARTER-X " NO LONGER "
                    "HELD FOR EID " JR-EID ", NOT REVERSED **"
                GO TO DE-EXIT
            END-IF
            END-IF.
            REWRITE QTD-RECORD.
            ADD 1 TO WS-POSTINGS-REVERSED.
            DISPLAY "REVERSED " JR-FIELD " FOR EID " JR-EID
                " BY " WS-QTD-DELTA.
        DE-EXIT.
            EXIT.
      * THE JOURNAL FIELD NAMES THE CONTRIBUTION YEAR (RET-EE-YYYY OR
      * RET-ER-YYYY). ONCE A LATER YEAR HAS STARTED ON THE ELECTION
      * THE OLD YEAR-TO-DATE FIGURES ARE GONE AND CANNOT BE REVERSED.
        DF-REVERSE-RETIRE.
            MOVE JR-FIELD(8:4) TO WS-RET-YEAR-X.
            IF WS-RET-OPEN NOT = "Y" OR WS-RET-YEAR-X NOT NUMERIC
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** CANNOT REVERSE " JR-FIELD " FOR EID "
                    JR-EID ", RETIREMENT FILE NOT AVAILABLE **"
                GO TO DF-EXIT.
            MOVE JR-EID TO RET-EID.
            READ RETIRE-FILE
                INVALID KEY
                    ADD 1 TO WS-POSTINGS-FAILED
                    DISPLAY "** NO RETIREMENT ELECTION FOR EID " JR-EID
                        ", NOT REVERSED **"
                    GO TO DF-EXIT
            END-READ.
            IF RET-YEAR NOT = WS-RET-YEAR-X
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** YEAR " WS-RET-YEAR-X " NO LONGER "
                    "HELD FOR EID " JR-EID ", NOT REVERSED **"
                GO TO DF-EXIT.
            COMPUTE WS-RET-DELTA = JR-AFTER - JR-BEFORE.
            IF JR-FIELD(5:2) = "EE"
                SUBTRACT WS-RET-DELTA FROM RET-YTD-EE
            ELSE
                SUBTRACT WS-RET-DELTA FROM RET-YTD-ER
            END-IF.
            REWRITE RETIRE-RECORD.
            ADD 1 TO WS-POSTINGS-REVERSED.
            DISPLAY "REVERSED " JR-FIELD " FOR EID " JR-EID
                " BY " WS-RET-DELTA.
        DF-EXIT.
            EXIT.
      * THE CLAIM SEQUENCE IS CARRIED IN THE JOURNAL FIELD NAME. THE
      * CLAIM IS ONLY PUT BACK IN THE QUEUE IF THIS RUN PAID IT.
        DG-REQUEUE-CLAIM.
            MOVE JR-FIELD(7:6) TO WS-CLAIM-SEQ-X.
            IF WS-RQ-OPEN NOT = "Y" OR WS-CLAIM-SEQ-X NOT NUMERIC
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** CANNOT REVERSE " JR-FIELD " FOR EID "
                    JR-EID ", CLAIM QUEUE NOT AVAILABLE **"
                GO TO DG-EXIT.
            MOVE JR-EID TO RQ-EID.
            MOVE WS-CLAIM-SEQ-X TO RQ-SEQ.
            READ REIMB-FILE
                INVALID KEY
                    ADD 1 TO WS-POSTINGS-FAILED
                    DISPLAY "** NO CLAIM " WS-CLAIM-SEQ-X " FOR EID "
                        JR-EID ", NOT REVERSED **"
                    GO TO DG-EXIT
            END-READ.
            IF NOT RQ-PAID OR RQ-PAY-RUN NOT = JR-RUN-STAMP
                ADD 1 TO WS-POSTINGS-FAILED
                DISPLAY "** CLAIM " RQ-SEQ " FOR EID " JR-EID
                    " WAS NOT PAID BY THIS RUN, NOT REVERSED **"
                GO TO DG-EXIT.
            MOVE "Q" TO RQ-STATE.
            MOVE 0 TO RQ-PAID-PERIOD.
            MOVE SPACES TO RQ-PAY-RUN.
            REWRITE REIMB-REC.
            ADD 1 TO WS-POSTINGS-REVERSED.
            DISPLAY "REVERSED " JR-FIELD " FOR EID " JR-EID
                ", CLAIM QUEUED AGAIN".
        DG-EXIT.
            EXIT.
        EA-CLEAR-CHECKPOINT.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-PCK-STATUS NOT = "00"
                GO TO EA-EXIT.
            READ CHECKPOINT-FILE
                AT END
                    MOVE SPACES TO PCK-RUN-STAMP
            END-READ.
            CLOSE CHECKPOINT-FILE.
            IF PCK-RUN-STAMP NOT = WS-BACKOUT-STAMP
                GO TO EA-EXIT.
            OPEN OUTPUT CHECKPOINT-FILE.
            CLOSE CHECKPOINT-FILE.
            DISPLAY "POST-PASS CHECKPOINT FOR RUN " WS-BACKOUT-STAMP
                " CLEARED".
        EA-EXIT.
            EXIT.
      * THE BACKED-OUT RUN'S CHEQUES CANNOT BE CASHED AGAINST PAY THAT
      * NO LONGER STANDS. EVERY CHEQUE STILL ISSUED FOR THE RUN'S
      * PERIOD IS VOIDED, WITH NO REPLACEMENT; THE REPEATED RUN
      * ISSUES NEW ONES.
        EB-VOID-CHEQUES.
            OPEN INPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS = "00"
                READ PAY-RUN-FILE
                    AT END
                        MOVE SPACES TO RN-RUN-STAMP
                END-READ
                CLOSE PAY-RUN-FILE
                IF RN-RUN-STAMP = WS-BACKOUT-STAMP
                    MOVE RN-PERIOD TO WS-BACKOUT-PERIOD
                END-IF
            END-IF.
            IF WS-BACKOUT-PERIOD = 0
                DISPLAY "ENTER PAY PERIOD OF RUN " WS-BACKOUT-STAMP
                    " (0 = NO CHEQUES TO VOID): "
                ACCEPT WS-BACKOUT-PERIOD
            END-IF.
            IF WS-BACKOUT-PERIOD = 0
                GO TO EB-EXIT.
            OPEN I-O CHEQUE-REG-FILE.
            IF WS-CHR-STATUS NOT = "00"
                DISPLAY "NO CHEQUE REGISTER, NO CHEQUES TO VOID"
                GO TO EB-EXIT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE 0 TO CR-CHEQUE-NO.
            START CHEQUE-REG-FILE KEY IS NOT LESS THAN CR-CHEQUE-NO
                INVALID KEY
                    GO TO EB2-VOID-DONE
            END-START.
        EB1-VOID-NEXT.
            READ CHEQUE-REG-FILE NEXT RECORD
                AT END GO TO EB2-VOID-DONE.
            IF CR-PERIOD NOT = WS-BACKOUT-PERIOD OR NOT CR-ISSUED
                GO TO EB1-VOID-NEXT.
            MOVE "V" TO CR-STATUS.
            MOVE WS-TODAY TO CR-VOID-DATE.
            MOVE "RUN BACKED OUT" TO CR-VOID-REASON.
            MOVE WS-OPERATOR-ID TO CR-OPERATOR.
            MOVE 0 TO CR-REPLACED-BY.
            REWRITE CHEQUE-REG-RECORD.
            ADD 1 TO WS-CHEQUES-VOIDED.
            DISPLAY "CHEQUE " CR-CHEQUE-NO " EID " CR-EID
                " AMOUNT " CR-AMOUNT " VOIDED".
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=Q"
                " ACTION=V"
                " CHEQUE=" CR-CHEQUE-NO
                " NEW=" CR-REPLACED-BY
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
            GO TO EB1-VOID-NEXT.
        EB2-VOID-DONE.
            CLOSE CHEQUE-REG-FILE.
            CLOSE AUDIT-FILE.
            DISPLAY "CHEQUES VOIDED FOR PERIOD " WS-BACKOUT-PERIOD
                ": " WS-CHEQUES-VOIDED.
        EB-EXIT.
            EXIT.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT "
                    "ENFORCED **"
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-OPERATOR-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-OPERATOR-ID
                    ", SIGN-ON REJECTED **"
                STOP RUN.
        NN-EXIT.
            EXIT.
        CC-END.
            DISPLAY "======= BACKOUT TOTALS =======".
            DISPLAY "JOURNAL RECORDS READ: " WS-RECORDS-READ.
            IF WS-POSTINGS-REVERSED = 0
                DISPLAY "NO POSTINGS FOUND FOR RUN STAMP "
                    WS-BACKOUT-STAMP.
            PERFORM EA-CLEAR-CHECKPOINT THRU EA-EXIT.
            PERFORM EB-VOID-CHEQUES THRU EB-EXIT.
            CLOSE JOURNAL-FILE.
            CLOSE BALANCE-FILE.
            CLOSE ACCRUAL-FILE.
            CLOSE GARNISH-FILE.
            IF WS-LN-OPEN = "Y"
                CLOSE LOAN-FILE
            END-IF.
            IF WS-LH-OPEN = "Y"
                CLOSE LOAN-HIST-FILE
            END-IF.
            IF WS-QTD-OPEN = "Y"
                CLOSE QTD-FILE
            END-IF.
            IF WS-RET-OPEN = "Y"
                CLOSE RETIRE-FILE
            END-IF.
            IF WS-RQ-OPEN = "Y"
                CLOSE REIMB-FILE
            END-IF.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
