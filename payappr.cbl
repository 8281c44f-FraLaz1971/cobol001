        IDENTIFICATION DIVISION.
        PROGRAM-ID. PAYAPPR.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE APPROVAL STEP OF THE TWO-PASS PAY RUN: A
      * SECOND OPERATOR REVIEWS THE RUN PAY CALCULATED INTO
      * PAYSTAGE.DAT AND APPROVES OR REJECTS IT. THE OPERATOR WHO
      * CALCULATED THE RUN MAY NOT APPROVE IT. THE DECISION IS KEPT
      * ON PAYRUN.DAT, WHICH PAY'S POST PASS CHECKS, AND LOGGED IN
      * PAYMAINT.LOG WITH BOTH IDENTITIES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STAGE-FILE
            ASSIGN TO "paystage.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STG-STATUS.
            SELECT PAY-RUN-FILE
            ASSIGN TO "payrun.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-STATUS.
            SELECT AUDIT-FILE ASSIGN "paymaint.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN "paybatch.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BLK-STATUS.
            SELECT MAINT-LOCK-FILE ASSIGN "paymaint.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MLK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD STAGE-FILE.
        01 STG-HEADER-REC.
            03 STH-TYPE              PIC X.
            03 FILLER                PIC X.
            03 STH-RUN-STAMP         PIC X(14).
            03 FILLER                PIC X.
            03 STH-PERIOD            PIC 9(4).
            03 FILLER                PIC X.
            03 STH-PERIOD-TYPE       PIC X.
            03 FILLER                PIC X.
            03 STH-PERIOD-START      PIC 9(8).
            03 FILLER                PIC X.
            03 STH-PERIOD-END        PIC 9(8).
            03 FILLER                PIC X.
            03 STH-RELEASE           PIC X.
            03 FILLER                PIC X.
            03 STH-OPERATOR          PIC X(8).
        01 STG-EMP-REC.
            03 STE-TYPE              PIC X.
            03 FILLER                PIC X.
            03 STE-EID               PIC 9(6).
            03 FILLER                PIC X.
            03 STE-NAME              PIC X(6).
            03 FILLER                PIC X.
            03 STE-HOUR-RATE         PIC 99V99.
            03 FILLER                PIC X.
            03 STE-HOURS             PIC 999V99.
            03 FILLER                PIC X.
            03 STE-INSURE            PIC 99V99.
            03 FILLER                PIC X.
            03 STE-BONUS             PIC 99V99.
            03 FILLER                PIC X.
            03 STE-UNION-DUES        PIC 99V99.
            03 FILLER                PIC X.
            03 STE-BENEFIT-PREMIUM   PIC 9(4)V99.
            03 FILLER                PIC X.
            03 STE-PARKING           PIC 99V99.
            03 FILLER                PIC X.
            03 STE-OTHER-DEDUCTIONS  PIC 9(4)V99.
            03 FILLER                PIC X.
            03 STE-GARNISHMENT       PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-SHIFT-PREMIUM     PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-GROSS-PAY         PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-TAX               PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-NET-PAY           PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-VAC-HOURS         PIC 999V99.
            03 FILLER                PIC X.
            03 STE-AWARD             PIC 9(5)V99.
            03 FILLER                PIC X.
            03 STE-LOAN-DEDUCTION    PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-HOL-HOURS         PIC 999V99.
            03 FILLER                PIC X.
            03 STE-HOL-PREMIUM       PIC 9(6)V99.
            03 FILLER                PIC X.
            03 STE-ER-BENEFIT        PIC 9(4)V99.
            03 FILLER                PIC X.
            03 STE-RETIRE-EE         PIC 9(5)V99.
            03 FILLER                PIC X.
            03 STE-RETIRE-ER         PIC 9(5)V99.
        01 STG-TRAILER-REC.
            03 STT-TYPE              PIC X.
            03 FILLER                PIC X.
            03 STT-COUNT             PIC 9(6).
            03 FILLER                PIC X.
            03 STT-GROSS             PIC 9(9)V99.
            03 FILLER                PIC X.
            03 STT-TAX               PIC 9(9)V99.
            03 FILLER                PIC X.
            03 STT-NET               PIC 9(9)V99.
        FD PAY-RUN-FILE.
        01 PAY-RUN-REC.
            03 RN-RUN-STAMP          PIC X(14).
            03 FILLER                PIC X.
            03 RN-STATUS             PIC X.
                88 RN-CALCULATED         VALUE "C".
                88 RN-APPROVED           VALUE "A".
                88 RN-REJECTED           VALUE "R".
                88 RN-POSTED             VALUE "P".
            03 FILLER                PIC X.
            03 RN-PERIOD             PIC 9(4).
            03 FILLER                PIC X.
            03 RN-CALC-OPERATOR      PIC X(8).
            03 FILLER                PIC X.
            03 RN-APPROVER           PIC X(8).
            03 FILLER                PIC X.
            03 RN-DECIDED-AT         PIC X(14).
            03 FILLER                PIC X.
            03 RN-POSTED-AT          PIC X(14).
            03 FILLER                PIC X.
            03 RN-EMP-COUNT          PIC 9(6).
            03 FILLER                PIC X.
            03 RN-TOTAL-GROSS        PIC 9(9)V99.
            03 FILLER                PIC X.
            03 RN-TOTAL-TAX          PIC 9(9)V99.
            03 FILLER                PIC X.
            03 RN-TOTAL-NET          PIC 9(9)V99.
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT        PIC X(80).
            COPY "audchain.cpy".
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                   PIC X(8).
            03 FILLER                  PIC X.
            03 OP-NAME                 PIC X(20).
            03 FILLER                  PIC X.
            03 OP-MODES                PIC X(10).
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            03 BLK-HOLDER PIC X(10).
            03 FILLER     PIC X.
            03 BLK-STAMP  PIC X(14).
        FD MAINT-LOCK-FILE.
        01 MAINT-LOCK-REC.
            03 MLK-HOLDER PIC X(10).
            03 FILLER     PIC X.
            03 MLK-STAMP  PIC X(14).
        WORKING-STORAGE SECTION.
        01 WS-STG-STATUS          PIC XX.
        01 WS-RUN-STATUS          PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "paymaint.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-BLK-STATUS          PIC XX.
        01 WS-MLK-STATUS          PIC XX.
        01 WS-LOCK-HELD           PIC X.
        01 WS-LOCK-CLEAR          PIC X.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-CHECKER-ID          PIC X(8).
        01 WS-DECISION            PIC X.
        01 WS-LIST-LINES          PIC X VALUE "N".
        01 WS-RUN-FOUND           PIC X VALUE "N".
        01 WS-STAGE-OK            PIC X VALUE "N".
        01 WS-TRAILER-SEEN        PIC X VALUE "N".
        01 WS-STAGE-COUNT         PIC 9(6) VALUE 0.
        01 WS-STAGE-GROSS         PIC 9(9)V99 VALUE 0.
        01 WS-STAGE-TAX           PIC 9(9)V99 VALUE 0.
        01 WS-STAGE-NET           PIC 9(9)V99 VALUE 0.
        01 WS-LOAN-LINES          PIC 9(6) VALUE 0.
        01 WS-CLAIM-LINES         PIC 9(6) VALUE 0.
        01 WS-ED-AMOUNT           PIC Z(8)9.99.
        01 WS-ED-HOURS            PIC ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
            ACCEPT WS-CHECKER-ID.
            IF WS-CHECKER-ID = SPACES
                DISPLAY "** AN OPERATOR ID IS REQUIRED TO APPROVE "
                    "A PAY RUN **"
                STOP RUN.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            PERFORM GC-OPEN-AUDIT-FILE.
            OPEN INPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS = "00"
                READ PAY-RUN-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-RUN-FOUND
                END-READ
                CLOSE PAY-RUN-FILE
            END-IF.
            IF WS-RUN-FOUND = "N"
                DISPLAY "NO STAGED PAY RUN TO REVIEW"
                GO TO CC-END.
            DISPLAY "--------------------------------------".
            DISPLAY "PAY RUN " RN-RUN-STAMP " PERIOD " RN-PERIOD
                " CALCULATED BY " RN-CALC-OPERATOR.
            IF NOT RN-CALCULATED
                DISPLAY "RUN STATUS IS " RN-STATUS
                    ", NOTHING AWAITING APPROVAL"
                GO TO CC-END.
            DISPLAY "  EMPLOYEES:   " RN-EMP-COUNT.
            MOVE RN-TOTAL-GROSS TO WS-ED-AMOUNT.
            DISPLAY "  TOTAL GROSS: " WS-ED-AMOUNT.
            MOVE RN-TOTAL-TAX TO WS-ED-AMOUNT.
            DISPLAY "  TOTAL TAX:   " WS-ED-AMOUNT.
            MOVE RN-TOTAL-NET TO WS-ED-AMOUNT.
            DISPLAY "  TOTAL NET:   " WS-ED-AMOUNT.
            DISPLAY "LIST THE STAGED EMPLOYEES? (Y/N): ".
            ACCEPT WS-LIST-LINES.
            IF WS-LIST-LINES = "y"
                MOVE "Y" TO WS-LIST-LINES.
            PERFORM DA-CHECK-STAGE THRU DA-EXIT.
            IF RN-CALC-OPERATOR = WS-CHECKER-ID
                DISPLAY "** YOU CALCULATED THIS RUN, ANOTHER OPERATOR "
                    "MUST APPROVE IT **"
                GO TO CC-END.
            IF WS-STAGE-OK = "Y"
                DISPLAY "APPROVE (A), REJECT (R) OR SKIP (S)? "
            ELSE
                DISPLAY "** STAGED FILE DOES NOT SUPPORT THE RUN "
                    "TOTALS, IT MAY ONLY BE REJECTED **"
                DISPLAY "REJECT (R) OR SKIP (S)? "
            END-IF.
            ACCEPT WS-DECISION.
            EVALUATE WS-DECISION
                WHEN "A" WHEN "a"
                    IF WS-STAGE-OK = "Y"
                        MOVE "A" TO RN-STATUS
                    END-IF
                WHEN "R" WHEN "r"
                    MOVE "R" TO RN-STATUS
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF RN-CALCULATED
                DISPLAY "RUN " RN-RUN-STAMP " LEFT AWAITING APPROVAL"
                GO TO CC-END.
            MOVE WS-CHECKER-ID TO RN-APPROVER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RN-DECIDED-AT.
            OPEN OUTPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS NOT = "00"
                DISPLAY "** CANNOT WRITE payrun.dat, STATUS "
                    WS-RUN-STATUS ", DECISION NOT RECORDED **"
                GO TO CC-END.
            WRITE PAY-RUN-REC.
            CLOSE PAY-RUN-FILE.
            PERFORM EA-LOG-DECISION.
            IF RN-APPROVED
                DISPLAY "RUN " RN-RUN-STAMP " APPROVED, PAY MAY NOW "
                    "POST IT"
            ELSE
                DISPLAY "RUN " RN-RUN-STAMP " REJECTED, NOTHING "
                    "POSTED - RECALCULATE WITH PAY"
            END-IF.
            GO TO CC-END.
      * THE STAGED FILE MUST HOLD THE SAME RUN AS PAYRUN.DAT AND ITS
      * EMPLOYEE LINES MUST ADD UP TO BOTH THE TRAILER AND THE TOTALS
      * SHOWN ABOVE, OR THE OPERATOR WOULD BE APPROVING FIGURES THAT
      * ARE NOT THE ONES PAY WILL POST.
        DA-CHECK-STAGE.
            OPEN INPUT STAGE-FILE.
            IF WS-STG-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN paystage.dat, STATUS "
                    WS-STG-STATUS " **"
                GO TO DA-EXIT.
            READ STAGE-FILE
                AT END
                    MOVE SPACES TO STG-HEADER-REC
            END-READ.
            IF STH-TYPE NOT = "H" OR STH-RUN-STAMP NOT = RN-RUN-STAMP
                DISPLAY "** paystage.dat DOES NOT HOLD RUN "
                    RN-RUN-STAMP " **"
                CLOSE STAGE-FILE
                GO TO DA-EXIT.
            DISPLAY "  PERIOD " STH-PERIOD " TYPE " STH-PERIOD-TYPE
                " FROM " STH-PERIOD-START " TO " STH-PERIOD-END
                " RELEASE RUN " STH-RELEASE.
            IF WS-LIST-LINES = "Y"
                DISPLAY "  EID    NAME    HOURS       GROSS"
                    "         TAX         NET".
        DA1-READ.
            READ STAGE-FILE AT END GO TO DA2-DONE.
            IF STE-TYPE = "L"
                ADD 1 TO WS-LOAN-LINES
                GO TO DA1-READ.
            IF STE-TYPE = "R"
                ADD 1 TO WS-CLAIM-LINES
                GO TO DA1-READ.
            IF STT-TYPE = "T"
                MOVE "Y" TO WS-TRAILER-SEEN
                GO TO DA1-READ.
            IF STE-TYPE NOT = "E"
                GO TO DA1-READ.
            ADD 1 TO WS-STAGE-COUNT.
            ADD STE-GROSS-PAY TO WS-STAGE-GROSS.
            ADD STE-TAX TO WS-STAGE-TAX.
            ADD STE-NET-PAY TO WS-STAGE-NET.
            IF WS-LIST-LINES = "Y"
                MOVE STE-HOURS TO WS-ED-HOURS
                DISPLAY "  " STE-EID " " STE-NAME " " WS-ED-HOURS
                    " " STE-GROSS-PAY " " STE-TAX " " STE-NET-PAY
            END-IF.
            GO TO DA1-READ.
        DA2-DONE.
            IF WS-TRAILER-SEEN = "N"
                DISPLAY "** paystage.dat HAS NO TRAILER **"
                CLOSE STAGE-FILE
                GO TO DA-EXIT.
            IF STT-COUNT NOT = WS-STAGE-COUNT
                OR STT-NET NOT = WS-STAGE-NET
                OR WS-STAGE-COUNT NOT = RN-EMP-COUNT
                OR WS-STAGE-GROSS NOT = RN-TOTAL-GROSS
                OR WS-STAGE-TAX NOT = RN-TOTAL-TAX
                OR WS-STAGE-NET NOT = RN-TOTAL-NET
                DISPLAY "** STAGED LINES DO NOT ADD UP TO THE RUN "
                    "TOTALS **"
                CLOSE STAGE-FILE
                GO TO DA-EXIT.
            CLOSE STAGE-FILE.
            DISPLAY "  LOAN INSTALMENT LINES: " WS-LOAN-LINES.
            DISPLAY "  EXPENSE CLAIM LINES: " WS-CLAIM-LINES.
            MOVE "Y" TO WS-STAGE-OK.
        DA-EXIT.
            EXIT.
        EA-LOG-DECISION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=R ACTION=" RN-STATUS
                " RUN=" RN-RUN-STAMP
                " MAKER=" RN-CALC-OPERATOR
                " CHECKER=" WS-CHECKER-ID
                " AT " RN-DECIDED-AT
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
        CC-END.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "PAYAPPR" TO MLK-HOLDER.
            MOVE FUNCTION CURRENT-DATE(1:14) TO MLK-STAMP.
            WRITE MAINT-LOCK-REC.
            CLOSE MAINT-LOCK-FILE.
        LK-EXIT.
            EXIT.
        LK1-CHECK-OTHER.
            MOVE "N" TO WS-LOCK-HELD.
            OPEN INPUT BATCH-LOCK-FILE.
            IF WS-BLK-STATUS = "00"
                READ BATCH-LOCK-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-LOCK-HELD
                END-READ
                CLOSE BATCH-LOCK-FILE
            END-IF.
            IF WS-LOCK-HELD = "N"
                GO TO LK1-EXIT.
            DISPLAY "** BATCH LOCK HELD BY " BLK-HOLDER
                " SINCE " BLK-STAMP " **".
            DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): ".
            ACCEPT WS-LOCK-CLEAR.
            IF WS-LOCK-CLEAR = "Y" OR WS-LOCK-CLEAR = "y"
                OPEN OUTPUT BATCH-LOCK-FILE
                CLOSE BATCH-LOCK-FILE
                DISPLAY "STALE BATCH LOCK CLEARED"
            ELSE
                DISPLAY "RUN REFUSED WHILE THE BATCH "
                    "LOCK IS HELD"
                STOP RUN.
        LK1-EXIT.
            EXIT.
        LK2-CHECK-OWN.
            MOVE "N" TO WS-LOCK-HELD.
            OPEN INPUT MAINT-LOCK-FILE.
            IF WS-MLK-STATUS = "00"
                READ MAINT-LOCK-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO WS-LOCK-HELD
                END-READ
                CLOSE MAINT-LOCK-FILE
            END-IF.
            IF WS-LOCK-HELD = "N"
                GO TO LK2-EXIT.
            DISPLAY "** MAINTENANCE LOCK ALREADY HELD BY " MLK-HOLDER
                " SINCE " MLK-STAMP " **".
            DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): ".
            ACCEPT WS-LOCK-CLEAR.
            IF WS-LOCK-CLEAR NOT = "Y" AND WS-LOCK-CLEAR NOT = "y"
                DISPLAY "RUN REFUSED WHILE THE MAINTENANCE "
                    "LOCK IS HELD"
                STOP RUN.
        LK2-EXIT.
            EXIT.
        LK-RELEASE-LOCK.
            OPEN OUTPUT MAINT-LOCK-FILE.
            CLOSE MAINT-LOCK-FILE.
      * THE APPROVER MUST BE A KNOWN OPERATOR, OR THE CHECK AGAINST THE
      * CALCULATING OPERATOR COULD BE DEFEATED BY TYPING ANY OTHER ID.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT ENFORCED **"
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-CHECKER-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-CHECKER-ID
                    ", SIGN-ON REJECTED **"
                STOP RUN.
        NN-EXIT.
            EXIT.
