        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHQVOID.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM VOIDS A CHEQUE ON THE CHEQUE REGISTER CHQREG.DAT
      * AND, WHEN ASKED, REISSUES IT UNDER THE NEXT NUMBER FROM
      * CHQSEQ.CKP. THE VOIDED CHEQUE STAYS ON THE REGISTER MARKED V
      * WITH THE DATE, REASON, OPERATOR AND REPLACEMENT NUMBER; THE
      * REISSUE IS A NEW REGISTER ENTRY POINTING BACK TO THE ORIGINAL
      * AND IS WRITTEN TO CHQREISS.DAT FOR PRINTING. THE LIST OPTION
      * SHOWS EVERY CHEQUE NUMBER IN A RANGE SO EACH CAN BE ACCOUNTED
      * FOR, WITH GAPS IN THE SEQUENCE REPORTED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CHEQUE-REG-FILE
            ASSIGN TO "chqreg.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHEQUE-NO
            FILE STATUS IS WS-CHR-STATUS.
            SELECT CHEQUE-PRINT-FILE
            ASSIGN TO "chqreiss.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHP-STATUS.
            SELECT CHEQUE-SEQ-FILE
            ASSIGN TO "chqseq.ckp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHS-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "paymaint.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            SELECT BATCH-LOCK-FILE ASSIGN "paybatch.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BLK-STATUS.
            SELECT MAINT-LOCK-FILE ASSIGN "paymaint.lck"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MLK-STATUS.
        DATA DIVISION.
        FILE SECTION.
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
        FD CHEQUE-PRINT-FILE.
        01 CHEQUE-PRINT-REC.
            03 CP-CHEQUE-NO          PIC 9(8).
            03 FILLER                PIC X.
            03 CP-DATE               PIC 9(8).
            03 FILLER                PIC X.
            03 CP-EID                PIC 9(6).
            03 FILLER                PIC X.
            03 CP-PAYEE              PIC X(6).
            03 FILLER                PIC X.
            03 CP-AMOUNT             PIC ZZZ,ZZ9.99.
        FD CHEQUE-SEQ-FILE.
        01 CHEQUE-SEQ-REC.
            03 CKP-LAST-CHEQUE       PIC 9(8).
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
        01 WS-CHR-STATUS          PIC XX.
        01 WS-CHP-STATUS          PIC XX.
        01 WS-CHS-STATUS          PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "paymaint.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-BLK-STATUS          PIC XX.
        01 WS-MLK-STATUS          PIC XX.
        01 WS-LOCK-HELD           PIC X.
        01 WS-LOCK-CLEAR          PIC X.
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-TODAY               PIC 9(8).
        01 WS-LAST-CHEQUE         PIC 9(8) VALUE 0.
        01 WS-VOID-CHEQUE         PIC 9(8).
        01 WS-NEW-CHEQUE          PIC 9(8) VALUE 0.
        01 WS-VOID-REASON         PIC X(20).
        01 WS-REISSUE             PIC X.
        01 WS-LIST-FROM           PIC 9(8).
        01 WS-LIST-TO             PIC 9(8).
        01 WS-EXPECT-CHEQUE       PIC 9(8).
        01 WS-LIST-ISSUED         PIC 9(6) VALUE 0.
        01 WS-LIST-VOIDED         PIC 9(6) VALUE 0.
        01 WS-LIST-GAPS           PIC 9(6) VALUE 0.
        01 WS-VOID-COUNT          PIC 9(6) VALUE 0.
        01 WS-REISSUE-COUNT       PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O CHEQUE-REG-FILE.
            IF WS-CHR-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN chqreg.dat, STATUS "
                    WS-CHR-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN INPUT CHEQUE-SEQ-FILE.
            IF WS-CHS-STATUS = "00"
                READ CHEQUE-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE CKP-LAST-CHEQUE TO WS-LAST-CHEQUE
                END-READ
                CLOSE CHEQUE-SEQ-FILE
            END-IF.
            OPEN OUTPUT CHEQUE-PRINT-FILE.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "VOID A CHEQUE (V), LIST REGISTER (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            EVALUATE WS-MAINT-ACTION
                WHEN "S" WHEN "s"
                    GO TO CC-END
                WHEN "V" WHEN "v"
                    MOVE "V" TO WS-MAINT-ACTION
                    PERFORM DA-VOID-CHEQUE THRU DA-EXIT
                WHEN "L" WHEN "l"
                    PERFORM EA-LIST-REGISTER THRU EA-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DA-VOID-CHEQUE.
            DISPLAY "ENTER CHEQUE NUMBER TO VOID: ".
            ACCEPT WS-VOID-CHEQUE.
            MOVE WS-VOID-CHEQUE TO CR-CHEQUE-NO.
            READ CHEQUE-REG-FILE
                INVALID KEY
                    DISPLAY "** CHEQUE " WS-VOID-CHEQUE
                        " IS NOT ON THE REGISTER **"
                    GO TO DA-EXIT
            END-READ.
            IF CR-VOIDED
                DISPLAY "** CHEQUE " WS-VOID-CHEQUE
                    " WAS ALREADY VOIDED ON " CR-VOID-DATE " **"
                GO TO DA-EXIT.
            DISPLAY "CHEQUE " CR-CHEQUE-NO " EID " CR-EID
                " " CR-NAME " AMOUNT " CR-AMOUNT
                " ISSUED " CR-ISSUE-DATE.
            DISPLAY "ENTER VOID REASON: ".
            ACCEPT WS-VOID-REASON.
            IF WS-VOID-REASON = SPACES
                DISPLAY "** A VOID REASON IS REQUIRED **"
                GO TO DA-EXIT.
            DISPLAY "REISSUE UNDER A NEW NUMBER? (Y/N): ".
            ACCEPT WS-REISSUE.
            IF WS-REISSUE = "y"
                MOVE "Y" TO WS-REISSUE.
            MOVE 0 TO WS-NEW-CHEQUE.
            IF WS-REISSUE = "Y"
                ADD 1 TO WS-LAST-CHEQUE
                MOVE WS-LAST-CHEQUE TO WS-NEW-CHEQUE
                PERFORM DC-WRITE-SEQ-CHECKPOINT
            END-IF.
            MOVE "V" TO CR-STATUS.
            MOVE WS-TODAY TO CR-VOID-DATE.
            MOVE WS-VOID-REASON TO CR-VOID-REASON.
            MOVE WS-OPERATOR-ID TO CR-OPERATOR.
            MOVE WS-NEW-CHEQUE TO CR-REPLACED-BY.
            REWRITE CHEQUE-REG-RECORD.
            ADD 1 TO WS-VOID-COUNT.
            DISPLAY "CHEQUE " WS-VOID-CHEQUE " VOIDED".
            PERFORM FA-LOG-ACTION.
            IF WS-REISSUE NOT = "Y"
                GO TO DA-EXIT.
            MOVE WS-NEW-CHEQUE TO CR-CHEQUE-NO.
            MOVE WS-TODAY TO CR-ISSUE-DATE.
            MOVE "I" TO CR-STATUS.
            MOVE WS-VOID-CHEQUE TO CR-REPLACES.
            MOVE 0 TO CR-REPLACED-BY CR-VOID-DATE.
            MOVE SPACES TO CR-VOID-REASON.
            MOVE WS-OPERATOR-ID TO CR-OPERATOR.
            WRITE CHEQUE-REG-RECORD
                INVALID KEY
                    DISPLAY "** CHEQUE " WS-NEW-CHEQUE
                        " ALREADY ON REGISTER, CHECK chqseq.ckp **"
                    GO TO DA-EXIT
            END-WRITE.
            MOVE SPACES TO CHEQUE-PRINT-REC.
            MOVE CR-CHEQUE-NO TO CP-CHEQUE-NO.
            MOVE CR-ISSUE-DATE TO CP-DATE.
            MOVE CR-EID TO CP-EID.
            MOVE CR-NAME TO CP-PAYEE.
            MOVE CR-AMOUNT TO CP-AMOUNT.
            WRITE CHEQUE-PRINT-REC.
            ADD 1 TO WS-REISSUE-COUNT.
            MOVE "R" TO WS-MAINT-ACTION.
            PERFORM FA-LOG-ACTION.
            DISPLAY "REISSUED AS CHEQUE " WS-NEW-CHEQUE.
        DA-EXIT.
            EXIT.
        DC-WRITE-SEQ-CHECKPOINT.
            OPEN OUTPUT CHEQUE-SEQ-FILE.
            IF WS-CHS-STATUS = "00"
                MOVE WS-LAST-CHEQUE TO CKP-LAST-CHEQUE
                WRITE CHEQUE-SEQ-REC
                CLOSE CHEQUE-SEQ-FILE
            END-IF.
        EA-LIST-REGISTER.
            DISPLAY "LIST FROM CHEQUE NUMBER: ".
            ACCEPT WS-LIST-FROM.
            DISPLAY "LIST TO CHEQUE NUMBER (0 = END): ".
            ACCEPT WS-LIST-TO.
            IF WS-LIST-TO = 0
                MOVE 99999999 TO WS-LIST-TO.
            MOVE 0 TO WS-LIST-ISSUED WS-LIST-VOIDED WS-LIST-GAPS.
            MOVE WS-LIST-FROM TO WS-EXPECT-CHEQUE.
            MOVE WS-LIST-FROM TO CR-CHEQUE-NO.
            START CHEQUE-REG-FILE KEY IS NOT LESS THAN CR-CHEQUE-NO
                INVALID KEY
                    DISPLAY "NO CHEQUES FROM " WS-LIST-FROM
                    GO TO EA-EXIT
            END-START.
        EB-LIST-NEXT.
            READ CHEQUE-REG-FILE NEXT RECORD
                AT END GO TO EC-LIST-DONE.
            IF CR-CHEQUE-NO > WS-LIST-TO
                GO TO EC-LIST-DONE.
            IF CR-CHEQUE-NO > WS-EXPECT-CHEQUE
                AND WS-EXPECT-CHEQUE > 0
                ADD 1 TO WS-LIST-GAPS
                DISPLAY "** GAP: CHEQUES " WS-EXPECT-CHEQUE
                    " TO " CR-CHEQUE-NO " (EXCLUSIVE) NOT ON "
                    "REGISTER **"
            END-IF.
            COMPUTE WS-EXPECT-CHEQUE = CR-CHEQUE-NO + 1.
            IF CR-VOIDED
                ADD 1 TO WS-LIST-VOIDED
                DISPLAY CR-CHEQUE-NO " EID " CR-EID " " CR-AMOUNT
                    " ISSUED " CR-ISSUE-DATE " VOIDED "
                    CR-VOID-DATE " " CR-VOID-REASON
                    " REPLACED BY " CR-REPLACED-BY
            ELSE
                ADD 1 TO WS-LIST-ISSUED
                DISPLAY CR-CHEQUE-NO " EID " CR-EID " " CR-AMOUNT
                    " ISSUED " CR-ISSUE-DATE " PERIOD " CR-PERIOD
                    " REPLACES " CR-REPLACES
            END-IF.
            GO TO EB-LIST-NEXT.
        EC-LIST-DONE.
            DISPLAY "CHEQUES OUTSTANDING OR CASHED: " WS-LIST-ISSUED.
            DISPLAY "CHEQUES VOIDED: " WS-LIST-VOIDED.
            DISPLAY "GAPS IN THE NUMBER SEQUENCE: " WS-LIST-GAPS.
        EA-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=Q"
                " ACTION=" WS-MAINT-ACTION
                " CHEQUE=" WS-VOID-CHEQUE
                " NEW=" WS-NEW-CHEQUE
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
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
            CLOSE CHEQUE-REG-FILE.
            CLOSE CHEQUE-PRINT-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "CHEQUES VOIDED: " WS-VOID-COUNT.
            DISPLAY "CHEQUES REISSUED TO chqreiss.dat: "
                WS-REISSUE-COUNT.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "CHQVOID" TO MLK-HOLDER.
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
                DISPLAY "RUN REFUSED WHILE THE BATCH LOCK IS HELD"
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
            DISPLAY "** MAINTENANCE LOCK ALREADY HELD BY "
                MLK-HOLDER " SINCE " MLK-STAMP " **".
            DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): ".
            ACCEPT WS-LOCK-CLEAR.
            IF WS-LOCK-CLEAR NOT = "Y" AND WS-LOCK-CLEAR NOT = "y"
                DISPLAY "RUN REFUSED WHILE THE MAINTENANCE LOCK "
                    "IS HELD"
                STOP RUN.
        LK2-EXIT.
            EXIT.
        LK-RELEASE-LOCK.
            OPEN OUTPUT MAINT-LOCK-FILE.
            CLOSE MAINT-LOCK-FILE.
