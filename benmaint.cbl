        IDENTIFICATION DIVISION.
        PROGRAM-ID. BENMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE BENEFIT PLAN MASTER BENPLAN.DAT AND
      * THE ENROLMENT FILE BENENROL.DAT THAT PAY WORKS THE BENEFIT
      * PREMIUM OUT FROM. A PLAN CARRIES THE MONTHLY EMPLOYEE COST AND
      * EMPLOYER COST FOR EACH COVERAGE TIER: E=EMPLOYEE ONLY,
      * S=EMPLOYEE AND SPOUSE, C=EMPLOYEE AND CHILDREN, F=FAMILY. AN
      * ENROLMENT IS KEYED BY EID AND PLAN AND HOLDS THE TIER, THE
      * EFFECTIVE DATE AND AN END DATE (ZERO WHILE STILL ENROLLED).
      * ENROLMENTS ARE ENDED RATHER THAN DELETED SO THAT THE INSURER'S
      * BILL FOR A PAST MONTH CAN STILL BE RECONCILED WITH BENRPT.
      * EVERY ACTION IS LOGGED WITH THE OPERATOR IN PAYMAINT.LOG.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EMPLOYEE
            ASSIGN TO "employee.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS EID
            FILE STATUS IS WS-EMP-STATUS.
            SELECT PLAN-FILE
            ASSIGN TO "benplan.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BP-PLAN-CODE
            FILE STATUS IS WS-BP-STATUS.
            SELECT ENROL-FILE
            ASSIGN TO "benenrol.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BE-KEY
            FILE STATUS IS WS-BE-STATUS.
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
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X(44).
        FD PLAN-FILE.
        01 PLAN-RECORD.
            03 BP-PLAN-CODE          PIC X(4).
            03 BP-PLAN-NAME          PIC X(20).
            03 BP-TIER-COST OCCURS 4 TIMES.
                05 BP-EE-COST        PIC 9(4)V99.
                05 BP-ER-COST        PIC 9(4)V99.
        FD ENROL-FILE.
        01 ENROL-RECORD.
            03 BE-KEY.
                05 BE-EID            PIC 9(6).
                05 BE-PLAN-CODE      PIC X(4).
            03 BE-TIER               PIC X.
            03 BE-EFFECTIVE-DATE     PIC 9(8).
            03 BE-END-DATE           PIC 9(8).
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
        01 WS-EMP-STATUS          PIC XX.
        01 WS-BP-STATUS           PIC XX.
        01 WS-BE-STATUS           PIC XX.
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
        01 WS-MAINT-FILE          PIC X.
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-EID           PIC 9(6).
        01 WS-MAINT-PLAN          PIC X(4).
        01 WS-EID-OK              PIC X.
        01 WS-PLAN-OK             PIC X.
        01 WS-WORK-NAME           PIC X(20).
        01 WS-WORK-COST           PIC 9(4)V99.
        01 WS-WORK-TIER           PIC X.
        01 WS-WORK-DATE           PIC 9(8).
        01 WS-TIER-CODES          PIC X(4) VALUE "ESCF".
        01 WS-TIER-IDX            PIC 9.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-TODAY               PIC 9(8).
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN I-O PLAN-FILE.
            IF WS-BP-STATUS NOT = "00"
                OPEN OUTPUT PLAN-FILE
                CLOSE PLAN-FILE
                OPEN I-O PLAN-FILE
            END-IF.
            OPEN I-O ENROL-FILE.
            IF WS-BE-STATUS NOT = "00"
                OPEN OUTPUT ENROL-FILE
                CLOSE ENROL-FILE
                OPEN I-O ENROL-FILE
            END-IF.
            IF WS-BP-STATUS NOT = "00" OR WS-BE-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN THE BENEFIT FILES, STATUS "
                    WS-BP-STATUS " / " WS-BE-STATUS
                CLOSE EMPLOYEE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "MAINTAIN PLANS (P), ENROLMENTS (E) OR STOP (S)? ".
            ACCEPT WS-MAINT-FILE.
            IF WS-MAINT-FILE = "S" OR WS-MAINT-FILE = "s"
                GO TO CC-END.
            EVALUATE WS-MAINT-FILE
                WHEN "P" WHEN "p"
                    MOVE "P" TO WS-MAINT-FILE
                    PERFORM DA-MAINT-PLAN THRU DA-EXIT
                WHEN "E" WHEN "e"
                    MOVE "E" TO WS-MAINT-FILE
                    PERFORM EA-MAINT-ENROL THRU EA-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN FILE CHOICE " WS-MAINT-FILE
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DA-MAINT-PLAN.
            DISPLAY "ADD (A), CHANGE (C) OR LIST ALL (L)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DD-LIST-PLANS THRU DD-EXIT
                GO TO DA-EXIT.
            DISPLAY "ENTER PLAN CODE: ".
            ACCEPT WS-MAINT-PLAN.
            IF WS-MAINT-PLAN = SPACES
                DISPLAY "** PLAN CODE IS REQUIRED **"
                GO TO DA-EXIT.
            MOVE WS-MAINT-PLAN TO BP-PLAN-CODE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM DB-ADD-PLAN THRU DB-EXIT
                WHEN "C" WHEN "c"
                    READ PLAN-FILE
                        INVALID KEY
                        DISPLAY "NO PLAN " WS-MAINT-PLAN
                        NOT INVALID KEY
                        PERFORM DC-CHANGE-PLAN THRU DC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
        DA-EXIT.
            EXIT.
        DB-ADD-PLAN.
            MOVE SPACES TO PLAN-RECORD.
            MOVE WS-MAINT-PLAN TO BP-PLAN-CODE.
            DISPLAY "ENTER PLAN NAME: ".
            ACCEPT WS-WORK-NAME.
            MOVE WS-WORK-NAME TO BP-PLAN-NAME.
            PERFORM DE-ACCEPT-TIER-COSTS THRU DE-EXIT.
            WRITE PLAN-RECORD
                INVALID KEY
                    DISPLAY "PLAN " WS-MAINT-PLAN " ALREADY ON FILE"
                    GO TO DB-EXIT
            END-WRITE.
            DISPLAY "PLAN ADDED: " BP-PLAN-CODE " " BP-PLAN-NAME.
            PERFORM FA-LOG-ACTION.
        DB-EXIT.
            EXIT.
        DC-CHANGE-PLAN.
            DISPLAY "CURRENT: " BP-PLAN-NAME.
            PERFORM DF-SHOW-TIER-COSTS THRU DF-EXIT.
            DISPLAY "ENTER PLAN NAME (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-NAME.
            ACCEPT WS-WORK-NAME.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO BP-PLAN-NAME.
            PERFORM DE-ACCEPT-TIER-COSTS THRU DE-EXIT.
            REWRITE PLAN-RECORD.
            PERFORM FA-LOG-ACTION.
        DC-EXIT.
            EXIT.
        DD-LIST-PLANS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE SPACES TO BP-PLAN-CODE.
            START PLAN-FILE KEY IS NOT LESS THAN BP-PLAN-CODE
                INVALID KEY
                    DISPLAY "NO PLANS ON FILE"
                    GO TO DD-EXIT
            END-START.
        DD1-LIST-NEXT.
            READ PLAN-FILE NEXT RECORD AT END GO TO DD2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY "PLAN " BP-PLAN-CODE " " BP-PLAN-NAME.
            PERFORM DF-SHOW-TIER-COSTS THRU DF-EXIT.
            GO TO DD1-LIST-NEXT.
        DD2-LIST-DONE.
            DISPLAY "PLANS LISTED: " WS-LIST-COUNT.
        DD-EXIT.
            EXIT.
      * COSTS ARE MONTHLY, AS THE INSURER BILLS; PAY CONVERTS THEM TO
      * THE PAY PERIOD.
        DE-ACCEPT-TIER-COSTS.
            MOVE 1 TO WS-TIER-IDX.
        DE1-ACCEPT-TIER.
            DISPLAY "TIER " WS-TIER-CODES(WS-TIER-IDX:1)
                " MONTHLY EMPLOYEE COST: ".
            ACCEPT WS-WORK-COST.
            IF WS-WORK-COST NOT NUMERIC
                DISPLAY "** COST MUST BE NUMERIC **"
                GO TO DE1-ACCEPT-TIER.
            MOVE WS-WORK-COST TO BP-EE-COST(WS-TIER-IDX).
        DE2-ACCEPT-EMPLOYER.
            DISPLAY "TIER " WS-TIER-CODES(WS-TIER-IDX:1)
                " MONTHLY EMPLOYER COST: ".
            ACCEPT WS-WORK-COST.
            IF WS-WORK-COST NOT NUMERIC
                DISPLAY "** COST MUST BE NUMERIC **"
                GO TO DE2-ACCEPT-EMPLOYER.
            MOVE WS-WORK-COST TO BP-ER-COST(WS-TIER-IDX).
            ADD 1 TO WS-TIER-IDX.
            IF WS-TIER-IDX NOT > 4
                GO TO DE1-ACCEPT-TIER.
        DE-EXIT.
            EXIT.
        DF-SHOW-TIER-COSTS.
            MOVE 1 TO WS-TIER-IDX.
        DF1-SHOW-TIER.
            DISPLAY "  TIER " WS-TIER-CODES(WS-TIER-IDX:1)
                " EMPLOYEE " BP-EE-COST(WS-TIER-IDX)
                " EMPLOYER " BP-ER-COST(WS-TIER-IDX).
            ADD 1 TO WS-TIER-IDX.
            IF WS-TIER-IDX NOT > 4
                GO TO DF1-SHOW-TIER.
        DF-EXIT.
            EXIT.
        EA-MAINT-ENROL.
            DISPLAY "ENROL (A), CHANGE (C) OR LIST ALL (L)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM ED-LIST-ENROLMENTS THRU ED-EXIT
                GO TO EA-EXIT.
            DISPLAY "ENTER EID: ".
            ACCEPT WS-MAINT-EID.
            PERFORM GA-CHECK-EID THRU GA-EXIT.
            IF WS-EID-OK = "N"
                GO TO EA-EXIT.
            DISPLAY "ENTER PLAN CODE: ".
            ACCEPT WS-MAINT-PLAN.
            PERFORM GB-CHECK-PLAN THRU GB-EXIT.
            IF WS-PLAN-OK = "N"
                GO TO EA-EXIT.
            MOVE WS-MAINT-EID TO BE-EID.
            MOVE WS-MAINT-PLAN TO BE-PLAN-CODE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EB-ADD-ENROLMENT THRU EB-EXIT
                WHEN "C" WHEN "c"
                    READ ENROL-FILE
                        INVALID KEY
                        DISPLAY "EID " WS-MAINT-EID
                            " IS NOT ENROLLED IN " WS-MAINT-PLAN
                        NOT INVALID KEY
                        PERFORM EC-CHANGE-ENROLMENT THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
        EA-EXIT.
            EXIT.
        EB-ADD-ENROLMENT.
            MOVE SPACES TO ENROL-RECORD.
            MOVE WS-MAINT-EID TO BE-EID.
            MOVE WS-MAINT-PLAN TO BE-PLAN-CODE.
            PERFORM EE-ACCEPT-TIER THRU EE-EXIT.
        EB1-ACCEPT-EFFECTIVE.
            DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD (0 = TODAY): ".
            ACCEPT WS-WORK-DATE.
            IF WS-WORK-DATE NOT NUMERIC
                DISPLAY "** DATE MUST BE NUMERIC **"
                GO TO EB1-ACCEPT-EFFECTIVE.
            IF WS-WORK-DATE = 0
                MOVE WS-TODAY TO WS-WORK-DATE.
            MOVE WS-WORK-DATE TO BE-EFFECTIVE-DATE.
            MOVE 0 TO BE-END-DATE.
            WRITE ENROL-RECORD
                INVALID KEY
                    DISPLAY "EID " WS-MAINT-EID " IS ALREADY ENROLLED"
                        " IN " WS-MAINT-PLAN ", USE CHANGE"
                    GO TO EB-EXIT
            END-WRITE.
            DISPLAY "EID " BE-EID " ENROLLED IN " BE-PLAN-CODE
                " TIER " BE-TIER " FROM " BE-EFFECTIVE-DATE.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
      * A CHANGE OF TIER RESTARTS THE ENROLMENT FROM A NEW EFFECTIVE
      * DATE; AN END DATE STOPS THE PREMIUM AFTER THAT DAY.
        EC-CHANGE-ENROLMENT.
            DISPLAY "CURRENT: TIER " BE-TIER
                " EFFECTIVE " BE-EFFECTIVE-DATE
                " END " BE-END-DATE.
            PERFORM EE-ACCEPT-TIER THRU EE-EXIT.
        EC1-ACCEPT-EFFECTIVE.
            DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD (0 = NO CHANGE): ".
            ACCEPT WS-WORK-DATE.
            IF WS-WORK-DATE NOT NUMERIC
                DISPLAY "** DATE MUST BE NUMERIC **"
                GO TO EC1-ACCEPT-EFFECTIVE.
            IF WS-WORK-DATE NOT = 0
                MOVE WS-WORK-DATE TO BE-EFFECTIVE-DATE.
        EC2-ACCEPT-END.
            DISPLAY "ENTER END DATE YYYYMMDD (0 = STILL ENROLLED): ".
            ACCEPT WS-WORK-DATE.
            IF WS-WORK-DATE NOT NUMERIC
                DISPLAY "** DATE MUST BE NUMERIC **"
                GO TO EC2-ACCEPT-END.
            IF WS-WORK-DATE NOT = 0
                AND WS-WORK-DATE < BE-EFFECTIVE-DATE
                DISPLAY "** END DATE CANNOT BE BEFORE THE EFFECTIVE "
                    "DATE **"
                GO TO EC2-ACCEPT-END.
            MOVE WS-WORK-DATE TO BE-END-DATE.
            REWRITE ENROL-RECORD.
            PERFORM FA-LOG-ACTION.
        EC-EXIT.
            EXIT.
        ED-LIST-ENROLMENTS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO BE-EID.
            MOVE SPACES TO BE-PLAN-CODE.
            START ENROL-FILE KEY IS NOT LESS THAN BE-KEY
                INVALID KEY
                    DISPLAY "NO ENROLMENTS ON FILE"
                    GO TO ED-EXIT
            END-START.
        ED1-LIST-NEXT.
            READ ENROL-FILE NEXT RECORD AT END GO TO ED2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY "EID " BE-EID " PLAN " BE-PLAN-CODE
                " TIER " BE-TIER
                " EFFECTIVE " BE-EFFECTIVE-DATE
                " END " BE-END-DATE.
            GO TO ED1-LIST-NEXT.
        ED2-LIST-DONE.
            DISPLAY "ENROLMENTS LISTED: " WS-LIST-COUNT.
        ED-EXIT.
            EXIT.
        EE-ACCEPT-TIER.
            DISPLAY "ENTER TIER (E=EMPLOYEE S=SPOUSE C=CHILDREN "
                "F=FAMILY): ".
            ACCEPT WS-WORK-TIER.
            INSPECT WS-WORK-TIER CONVERTING "escf" TO "ESCF".
            IF WS-WORK-TIER NOT = "E" AND WS-WORK-TIER NOT = "S"
                AND WS-WORK-TIER NOT = "C" AND WS-WORK-TIER NOT = "F"
                DISPLAY "** TIER MUST BE E, S, C OR F **"
                GO TO EE-ACCEPT-TIER.
            MOVE WS-WORK-TIER TO BE-TIER.
        EE-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            IF WS-MAINT-FILE = "P"
                STRING "FILE=N"
                    " ACTION=" WS-MAINT-ACTION
                    " PLAN=" WS-MAINT-PLAN
                    " OP=" WS-OPERATOR-ID
                    " AT " FUNCTION CURRENT-DATE(1:14)
                    DELIMITED BY SIZE INTO AUDIT-REC
            ELSE
                STRING "FILE=E"
                    " ACTION=" WS-MAINT-ACTION
                    " EID=" WS-MAINT-EID
                    " PLAN=" WS-MAINT-PLAN
                    " OP=" WS-OPERATOR-ID
                    " AT " FUNCTION CURRENT-DATE(1:14)
                    DELIMITED BY SIZE INTO AUDIT-REC
            END-IF.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        GA-CHECK-EID.
            MOVE "Y" TO WS-EID-OK.
            MOVE WS-MAINT-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    MOVE "N" TO WS-EID-OK
                    DISPLAY "** EID " WS-MAINT-EID
                        " IS NOT ON employee.dat **"
            END-READ.
        GA-EXIT.
            EXIT.
        GB-CHECK-PLAN.
            MOVE "Y" TO WS-PLAN-OK.
            MOVE WS-MAINT-PLAN TO BP-PLAN-CODE.
            READ PLAN-FILE
                INVALID KEY
                    MOVE "N" TO WS-PLAN-OK
                    DISPLAY "** PLAN " WS-MAINT-PLAN
                        " IS NOT ON benplan.dat **"
            END-READ.
        GB-EXIT.
            EXIT.
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
            CLOSE EMPLOYEE.
            CLOSE PLAN-FILE.
            CLOSE ENROL-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
            PERFORM LK2-CHECK-OWN THRU LK2-EXIT.
            OPEN OUTPUT MAINT-LOCK-FILE.
            MOVE "BENMAINT" TO MLK-HOLDER.
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
