        IDENTIFICATION DIVISION.
        PROGRAM-ID. MERITRUN.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM RUNS THE ANNUAL MERIT REVIEW. THE REVIEW FILE
      * MERITREV.DAT HOLDS A PERFORMANCE RATING (1 = POOR TO 5 =
      * OUTSTANDING) PER EID, AND THE MERIT MATRIX MERITMTX.DAT SETS
      * THE INCREASE PERCENTAGE FOR EACH RATING AND EACH QUARTILE OF
      * THE GRADE'S SALARY BAND ON SALBAND.DAT THAT THE CURRENT
      * SALARY FALLS IN (QUARTILE 1 IS THE BOTTOM OF THE BAND).
      * MODE P PROPOSES: EVERY RATED EMPLOYEE IS PRICED, NO PROPOSAL
      * IS ALLOWED ABOVE THE BAND MAXIMUM, THE PROPOSALS ARE KEPT IN
      * MERITPROP.DAT AND THE PROPOSED-INCREASE REPORT IS WRITTEN TO
      * MERIT_PROPOSAL.TXT FOR MANAGEMENT SIGN-OFF. MODE G IS THE
      * SIGN-OFF: A SECOND OPERATOR APPROVES THE PROPOSAL AND THE
      * SALADJ.DAT BATCH IS GENERATED FOR EMPLOYEE-DATA'S BATCH
      * SALARY ADJUSTMENT. EACH PROPOSAL CAN ONLY BE GENERATED ONCE.
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
            SELECT REVIEW-FILE ASSIGN "meritrev.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REV-STATUS.
            SELECT MATRIX-FILE ASSIGN "meritmtx.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MTX-STATUS.
            SELECT SALBAND-FILE ASSIGN "salband.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAND-STATUS.
            SELECT PROPOSAL-FILE
              ASSIGN TO "meritprop.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MP-EID
              FILE STATUS IS WS-PROP-STATUS.
            SELECT SALADJ-FILE ASSIGN "saladj.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SALADJ-STATUS.
            SELECT REPORT-FILE ASSIGN "merit_proposal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "employee_audit.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE               PIC X.
            03 FILLER              PIC X(5).
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
                88 EMP-TERMINATED      VALUE "T".
            03 EMP-DEPART          PIC 9(2).
            03 EMP-UNIT            PIC 9(2).
            03 EMP-HIRE-DATE       PIC 9(8).
            03 EMP-TERM-DATE       PIC 9(8).
        FD REVIEW-FILE.
        01 REVIEW-REC.
            03 MR-EID              PIC 9(6).
            03 FILLER              PIC X.
            03 MR-RATING           PIC 9.
        FD MATRIX-FILE.
        01 MATRIX-REC.
            03 MX-RATING           PIC 9.
            03 FILLER              PIC X.
            03 MX-QUARTILE         PIC 9.
            03 FILLER              PIC X.
            03 MX-PERCENT          PIC 99V99.
        FD SALBAND-FILE.
        01 SALBAND-REC.
            03 SB-GRADE            PIC X.
            03 FILLER              PIC X.
            03 SB-MIN              PIC 9(5).
            03 FILLER              PIC X.
            03 SB-MAX              PIC 9(5).
      * KEY 000000 IS THE CONTROL RECORD FOR THE PROPOSAL AS A WHOLE;
      * EVERY OTHER RECORD IS ONE EMPLOYEE'S PROPOSED INCREASE.
        FD PROPOSAL-FILE.
        01 PROPOSAL-REC.
            03 MP-EID              PIC 9(6).
            03 MP-NAME             PIC X(6).
            03 MP-GRADE            PIC X.
            03 MP-RATING           PIC 9.
            03 MP-QUARTILE         PIC 9.
            03 MP-OLD-SALARY       PIC 9(5).
            03 MP-PERCENT          PIC 99V99.
            03 MP-NEW-SALARY       PIC 9(5).
            03 MP-CAPPED           PIC X.
            03 MP-BELOW-MIN        PIC X.
            03 FILLER              PIC X(20).
        01 PROPOSAL-CTL-REC.
            03 MPC-KEY             PIC 9(6).
            03 MPC-PREPARER        PIC X(8).
            03 MPC-PREPARED        PIC X(14).
            03 MPC-STATUS          PIC X.
                88 MPC-PROPOSED        VALUE "P".
                88 MPC-GENERATED       VALUE "G".
            03 MPC-APPROVER        PIC X(8).
            03 MPC-APPROVED        PIC X(14).
        FD SALADJ-FILE.
        01 SALADJ-REC.
            03 SADJ-EID            PIC 9(6).
            03 FILLER              PIC X.
            03 SADJ-TYPE           PIC X.
            03 FILLER              PIC X.
            03 SADJ-AMOUNT         PIC 9(6)V99.
            03 FILLER              PIC X.
            03 SADJ-OVERRIDE       PIC X.
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
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
        01 WS-EMP-STATUS          PIC XX.
        01 WS-REV-STATUS          PIC XX.
        01 WS-MTX-STATUS          PIC XX.
        01 WS-BAND-STATUS         PIC XX.
        01 WS-PROP-STATUS         PIC XX.
        01 WS-SALADJ-STATUS       PIC XX.
        01 WS-RPT-STATUS          PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "employee_audit.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-RUN-MODE            PIC X.
        01 WS-CONFIRM             PIC X.
        01 WS-RUN-STAMP           PIC X(14).
        01 WS-BAND-TABLE.
            03 WS-SB-ENTRY OCCURS 10 TIMES.
                05 WS-SB-GRADE    PIC X.
                05 WS-SB-MIN      PIC 9(5).
                05 WS-SB-MAX      PIC 9(5).
        01 WS-BAND-COUNT          PIC 99 VALUE 0.
        01 WS-SB-IDX              PIC 99.
        01 WS-SB-FOUND            PIC 99.
      * INCREASE PERCENTAGE BY RATING (1-5) AND BAND QUARTILE (1-4).
        01 WS-MATRIX-TABLE.
            03 WS-MX-RATING OCCURS 5 TIMES.
                05 WS-MX-PCT      PIC 99V99 OCCURS 4 TIMES.
        01 WS-MX-LOADED           PIC 99 VALUE 0.
        01 WS-QUARTILE            PIC 9.
        01 WS-PERCENT             PIC 99V99.
        01 WS-NEW-SALARY          PIC 9(6).
        01 WS-INCREASE            PIC 9(5).
        01 WS-REVIEWS-READ        PIC 9(6) VALUE 0.
        01 WS-PROPOSED-COUNT      PIC 9(6) VALUE 0.
        01 WS-CAPPED-COUNT        PIC 9(6) VALUE 0.
        01 WS-EXCEPTION-COUNT     PIC 9(6) VALUE 0.
        01 WS-GENERATED-COUNT     PIC 9(6) VALUE 0.
        01 WS-STALE-COUNT         PIC 9(6) VALUE 0.
        01 WS-TOT-OLD-SALARY      PIC 9(9) VALUE 0.
        01 WS-TOT-INCREASE        PIC 9(9) VALUE 0.
        01 WS-EXCEPTION-TEXT      PIC X(30).
        01 WS-NOTE-TEXT           PIC X(10).
        01 WS-ED-SALARY           PIC ZZ,ZZ9.
        01 WS-ED-NEW-SALARY       PIC ZZ,ZZ9.
        01 WS-ED-INCREASE         PIC ZZ,ZZ9.
        01 WS-ED-PERCENT          PIC Z9.99.
        01 WS-ED-TOTAL            PIC ZZZ,ZZZ,ZZ9.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
            DISPLAY "PROPOSE INCREASES (P) OR APPROVE AND GENERATE "
                "saladj.dat (G)? ".
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = "P" OR WS-RUN-MODE = "p"
                GO TO BA-PROPOSE.
            IF WS-RUN-MODE = "G" OR WS-RUN-MODE = "g"
                GO TO GA-GENERATE.
            DISPLAY "** MODE MUST BE P OR G **".
            GO TO ZZ-END.
      ******************************************************************
      * PROPOSAL RUN
      ******************************************************************
        BA-PROPOSE.
            PERFORM HA-LOAD-BAND-TABLE THRU HA-EXIT.
            IF WS-BAND-COUNT = 0
                DISPLAY "NO SALARY BANDS ON FILE, CANNOT PROPOSE"
                GO TO ZZ-END.
            PERFORM HB-LOAD-MATRIX THRU HB-EXIT.
            IF WS-MX-LOADED = 0
                DISPLAY "NO MERIT MATRIX ON FILE, CANNOT PROPOSE"
                GO TO ZZ-END.
            PERFORM BB-CHECK-OLD-PROPOSAL THRU BB-EXIT.
            OPEN INPUT REVIEW-FILE.
            IF WS-REV-STATUS NOT = "00"
                DISPLAY "NO meritrev.dat AVAILABLE FOR THIS RUN"
                GO TO ZZ-END.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE REVIEW-FILE
                GO TO ZZ-END.
            OPEN OUTPUT PROPOSAL-FILE.
            IF WS-PROP-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE meritprop.dat, STATUS "
                    WS-PROP-STATUS
                CLOSE REVIEW-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END.
            OPEN OUTPUT REPORT-FILE.
            MOVE SPACES TO PROPOSAL-CTL-REC.
            MOVE 0 TO MPC-KEY.
            MOVE WS-OPERATOR-ID TO MPC-PREPARER.
            MOVE WS-RUN-STAMP TO MPC-PREPARED.
            MOVE "P" TO MPC-STATUS.
            WRITE PROPOSAL-CTL-REC.
            PERFORM FA-WRITE-HEADING.
        BC-READ-REVIEW.
            READ REVIEW-FILE AT END GO TO BE-PROPOSE-DONE.
            ADD 1 TO WS-REVIEWS-READ.
            MOVE SPACES TO WS-EXCEPTION-TEXT.
            IF MR-EID NOT NUMERIC OR MR-EID = 0
                MOVE "BAD EID ON REVIEW FILE" TO WS-EXCEPTION-TEXT
                GO TO BD-EXCEPTION.
            IF MR-RATING NOT NUMERIC OR MR-RATING < 1
                OR MR-RATING > 5
                MOVE "RATING MUST BE 1 TO 5" TO WS-EXCEPTION-TEXT
                GO TO BD-EXCEPTION.
            MOVE MR-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    MOVE "NOT ON employee.dat" TO WS-EXCEPTION-TEXT
                    GO TO BD-EXCEPTION
            END-READ.
            IF EMP-TERMINATED
                MOVE "TERMINATED" TO WS-EXCEPTION-TEXT
                GO TO BD-EXCEPTION.
            MOVE 0 TO WS-SB-FOUND.
            MOVE 1 TO WS-SB-IDX.
            PERFORM DA-FIND-BAND THRU DA-EXIT.
            IF WS-SB-FOUND = 0
                MOVE "NO SALARY BAND FOR GRADE" TO WS-EXCEPTION-TEXT
                GO TO BD-EXCEPTION.
            PERFORM DB-PRICE-INCREASE THRU DB-EXIT.
            MOVE SPACES TO PROPOSAL-REC.
            MOVE EID TO MP-EID.
            MOVE NAME TO MP-NAME.
            MOVE GRADE TO MP-GRADE.
            MOVE MR-RATING TO MP-RATING.
            MOVE WS-QUARTILE TO MP-QUARTILE.
            MOVE SALARY TO MP-OLD-SALARY.
            MOVE WS-PERCENT TO MP-PERCENT.
            MOVE WS-NEW-SALARY TO MP-NEW-SALARY.
            MOVE "N" TO MP-CAPPED MP-BELOW-MIN.
            IF WS-NOTE-TEXT = "CAPPED"
                MOVE "Y" TO MP-CAPPED
                ADD 1 TO WS-CAPPED-COUNT.
            IF WS-NEW-SALARY < WS-SB-MIN(WS-SB-FOUND)
                MOVE "Y" TO MP-BELOW-MIN.
            WRITE PROPOSAL-REC
                INVALID KEY
                    MOVE "DUPLICATE REVIEW FOR EID" TO WS-EXCEPTION-TEXT
                    GO TO BD-EXCEPTION
            END-WRITE.
            ADD 1 TO WS-PROPOSED-COUNT.
            ADD SALARY TO WS-TOT-OLD-SALARY.
            ADD WS-INCREASE TO WS-TOT-INCREASE.
            PERFORM FB-PROPOSAL-LINE.
            GO TO BC-READ-REVIEW.
        BD-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            DISPLAY "** NOT PROPOSED ** EID " MR-EID " : "
                WS-EXCEPTION-TEXT.
            MOVE SPACES TO REPORT-LINE.
            STRING MR-EID " ** NOT PROPOSED: " WS-EXCEPTION-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            GO TO BC-READ-REVIEW.
        BE-PROPOSE-DONE.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-OLD-SALARY TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "CURRENT SALARY OF PROPOSED STAFF  " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-INCREASE TO WS-ED-TOTAL.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL PROPOSED INCREASE           " WS-ED-TOTAL
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "APPROVED BY: ____________________   DATE: ________"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            DISPLAY "======= MERIT PROPOSAL TOTALS =======".
            DISPLAY "REVIEWS READ: " WS-REVIEWS-READ.
            DISPLAY "INCREASES PROPOSED: " WS-PROPOSED-COUNT.
            DISPLAY "CAPPED AT BAND MAXIMUM: " WS-CAPPED-COUNT.
            DISPLAY "NOT PROPOSED: " WS-EXCEPTION-COUNT.
            DISPLAY "TOTAL PROPOSED INCREASE: " WS-TOT-INCREASE.
            PERFORM GC-OPEN-AUDIT-FILE.
            MOVE SPACES TO AUDIT-REC.
            STRING "MERIT PROPOSED COUNT=" WS-PROPOSED-COUNT
                " INCREASE=" WS-TOT-INCREASE
                " OP=" WS-OPERATOR-ID " AT " WS-RUN-STAMP
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
            CLOSE AUDIT-FILE.
            CLOSE REVIEW-FILE.
            CLOSE EMPLOYEE.
            CLOSE PROPOSAL-FILE.
            CLOSE REPORT-FILE.
            DISPLAY "REPORT WRITTEN TO merit_proposal.txt".
            GO TO ZZ-END.
      * A PROPOSAL NOT YET SIGNED OFF IS ONLY REPLACED ON REQUEST.
        BB-CHECK-OLD-PROPOSAL.
            OPEN INPUT PROPOSAL-FILE.
            IF WS-PROP-STATUS NOT = "00"
                GO TO BB-EXIT.
            MOVE 0 TO MP-EID.
            READ PROPOSAL-FILE
                INVALID KEY
                    CLOSE PROPOSAL-FILE
                    GO TO BB-EXIT
            END-READ.
            CLOSE PROPOSAL-FILE.
            IF NOT MPC-PROPOSED
                GO TO BB-EXIT.
            DISPLAY "** A PROPOSAL PREPARED BY " MPC-PREPARER " AT "
                MPC-PREPARED " IS STILL AWAITING SIGN-OFF **".
            DISPLAY "REPLACE IT? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PROPOSAL RUN CANCELLED"
                GO TO ZZ-END.
        BB-EXIT.
            EXIT.
        DA-FIND-BAND.
            IF WS-SB-IDX > WS-BAND-COUNT
                GO TO DA-EXIT.
            IF WS-SB-GRADE(WS-SB-IDX) = GRADE
                MOVE WS-SB-IDX TO WS-SB-FOUND
                GO TO DA-EXIT.
            ADD 1 TO WS-SB-IDX.
            GO TO DA-FIND-BAND.
        DA-EXIT.
            EXIT.
      * THE QUARTILE IS WHERE SALARY SITS BETWEEN THE BAND MINIMUM AND
      * MAXIMUM; BELOW THE MINIMUM COUNTS AS QUARTILE 1 AND AT OR
      * ABOVE THE MAXIMUM AS QUARTILE 4. THE NEW SALARY IS HELD AT
      * THE BAND MAXIMUM, AND NOBODY ALREADY OVER IT IS GIVEN ANY
      * INCREASE.
        DB-PRICE-INCREASE.
            MOVE SPACES TO WS-NOTE-TEXT.
            IF SALARY < WS-SB-MIN(WS-SB-FOUND)
                MOVE 1 TO WS-QUARTILE
            ELSE
                IF SALARY NOT < WS-SB-MAX(WS-SB-FOUND)
                    MOVE 4 TO WS-QUARTILE
                ELSE
                    COMPUTE WS-QUARTILE =
                        (SALARY - WS-SB-MIN(WS-SB-FOUND)) * 4
                        / (WS-SB-MAX(WS-SB-FOUND)
                        - WS-SB-MIN(WS-SB-FOUND)) + 1
                END-IF
            END-IF.
            MOVE WS-MX-PCT(MR-RATING, WS-QUARTILE) TO WS-PERCENT.
            COMPUTE WS-NEW-SALARY ROUNDED =
                SALARY + SALARY * WS-PERCENT / 100.
            IF WS-NEW-SALARY > WS-SB-MAX(WS-SB-FOUND)
                MOVE "CAPPED" TO WS-NOTE-TEXT
                MOVE WS-SB-MAX(WS-SB-FOUND) TO WS-NEW-SALARY
                IF WS-NEW-SALARY < SALARY
                    MOVE SALARY TO WS-NEW-SALARY
                END-IF
            END-IF.
            COMPUTE WS-INCREASE = WS-NEW-SALARY - SALARY.
        DB-EXIT.
            EXIT.
      ******************************************************************
      * SIGN-OFF AND BATCH GENERATION
      ******************************************************************
        GA-GENERATE.
            PERFORM HA-LOAD-BAND-TABLE THRU HA-EXIT.
            OPEN I-O PROPOSAL-FILE.
            IF WS-PROP-STATUS NOT = "00"
                DISPLAY "NO MERIT PROPOSAL ON FILE, RUN MODE P FIRST"
                GO TO ZZ-END.
            MOVE 0 TO MP-EID.
            READ PROPOSAL-FILE
                INVALID KEY
                    DISPLAY "MERIT PROPOSAL HAS NO CONTROL RECORD"
                    CLOSE PROPOSAL-FILE
                    GO TO ZZ-END
            END-READ.
            IF MPC-GENERATED
                DISPLAY "** THIS PROPOSAL WAS APPROVED BY "
                    MPC-APPROVER " AT " MPC-APPROVED
                    " AND ITS BATCH ALREADY GENERATED **"
                CLOSE PROPOSAL-FILE
                GO TO ZZ-END.
            IF MPC-PREPARER = WS-OPERATOR-ID
                DISPLAY "** YOU PREPARED THIS PROPOSAL, ANOTHER "
                    "OPERATOR MUST SIGN IT OFF **"
                CLOSE PROPOSAL-FILE
                GO TO ZZ-END.
            PERFORM GB-SUM-PROPOSAL THRU GB-EXIT.
            DISPLAY "PROPOSAL PREPARED BY " MPC-PREPARER " AT "
                MPC-PREPARED.
            DISPLAY "INCREASES PROPOSED: " WS-PROPOSED-COUNT
                " TOTAL INCREASE: " WS-TOT-INCREASE.
            DISPLAY "APPROVE AND GENERATE saladj.dat? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PROPOSAL LEFT AWAITING SIGN-OFF"
                CLOSE PROPOSAL-FILE
                GO TO ZZ-END.
            PERFORM GE-CHECK-OLD-BATCH THRU GE-EXIT.
            OPEN INPUT EMPLOYEE.
            IF WS-EMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN employee.dat, STATUS "
                    WS-EMP-STATUS
                CLOSE PROPOSAL-FILE
                GO TO ZZ-END.
            OPEN OUTPUT SALADJ-FILE.
            MOVE 1 TO MP-EID.
            START PROPOSAL-FILE KEY NOT LESS MP-EID
                INVALID KEY
                    GO TO GA2-GENERATE-DONE
            END-START.
      * A SALARY THAT HAS MOVED SINCE THE PROPOSAL WAS PRICED IS LEFT
      * OUT RATHER THAN ADJUSTED ON A STALE FIGURE.
        GA1-NEXT-PROPOSAL.
            READ PROPOSAL-FILE NEXT RECORD AT END
                GO TO GA2-GENERATE-DONE.
            IF MP-NEW-SALARY NOT > MP-OLD-SALARY
                GO TO GA1-NEXT-PROPOSAL.
            MOVE MP-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** EID " MP-EID " NO LONGER ON FILE, "
                        "LEFT OUT **"
                    ADD 1 TO WS-STALE-COUNT
                    GO TO GA1-NEXT-PROPOSAL
            END-READ.
            IF SALARY NOT = MP-OLD-SALARY OR EMP-TERMINATED
                DISPLAY "** EID " MP-EID " SALARY OR STATUS CHANGED "
                    "SINCE THE PROPOSAL, LEFT OUT **"
                ADD 1 TO WS-STALE-COUNT
                GO TO GA1-NEXT-PROPOSAL.
            MOVE SPACES TO SALADJ-REC.
            MOVE MP-EID TO SADJ-EID.
            MOVE "F" TO SADJ-TYPE.
            COMPUTE SADJ-AMOUNT = MP-NEW-SALARY - MP-OLD-SALARY.
            IF MP-BELOW-MIN = "Y"
                MOVE "Y" TO SADJ-OVERRIDE
            ELSE
                MOVE "N" TO SADJ-OVERRIDE
            END-IF.
            WRITE SALADJ-REC.
            ADD 1 TO WS-GENERATED-COUNT.
            GO TO GA1-NEXT-PROPOSAL.
        GA2-GENERATE-DONE.
            MOVE 0 TO MP-EID.
            READ PROPOSAL-FILE
                INVALID KEY
                    DISPLAY "** CONTROL RECORD LOST, PROPOSAL NOT "
                        "MARKED GENERATED **"
                NOT INVALID KEY
                    MOVE "G" TO MPC-STATUS
                    MOVE WS-OPERATOR-ID TO MPC-APPROVER
                    MOVE WS-RUN-STAMP TO MPC-APPROVED
                    REWRITE PROPOSAL-CTL-REC
            END-READ.
            PERFORM GC-OPEN-AUDIT-FILE.
            MOVE SPACES TO AUDIT-REC.
            STRING "MERIT APPROVED PREP=" MPC-PREPARER
                " ADJ=" WS-GENERATED-COUNT
                " OP=" WS-OPERATOR-ID " AT " WS-RUN-STAMP
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
            CLOSE AUDIT-FILE.
            CLOSE SALADJ-FILE.
            CLOSE EMPLOYEE.
            CLOSE PROPOSAL-FILE.
            DISPLAY "======= MERIT BATCH TOTALS =======".
            DISPLAY "ADJUSTMENTS WRITTEN TO saladj.dat: "
                WS-GENERATED-COUNT.
            DISPLAY "LEFT OUT AS CHANGED SINCE PROPOSAL: "
                WS-STALE-COUNT.
            DISPLAY "APPLY THE BATCH WITH EMPLOYEE-DATA MODE F".
            GO TO ZZ-END.
        GB-SUM-PROPOSAL.
            MOVE 1 TO MP-EID.
            START PROPOSAL-FILE KEY NOT LESS MP-EID
                INVALID KEY
                    GO TO GB-EXIT
            END-START.
        GB1-NEXT.
            READ PROPOSAL-FILE NEXT RECORD AT END GO TO GB-EXIT.
            ADD 1 TO WS-PROPOSED-COUNT.
            COMPUTE WS-TOT-INCREASE = WS-TOT-INCREASE
                + MP-NEW-SALARY - MP-OLD-SALARY.
            GO TO GB1-NEXT.
        GB-EXIT.
            EXIT.
      * SALADJ.DAT MAY STILL HOLD A BATCH THAT HAS NOT BEEN APPLIED.
        GE-CHECK-OLD-BATCH.
            OPEN INPUT SALADJ-FILE.
            IF WS-SALADJ-STATUS NOT = "00"
                GO TO GE-EXIT.
            READ SALADJ-FILE
                AT END
                    CLOSE SALADJ-FILE
                    GO TO GE-EXIT
            END-READ.
            CLOSE SALADJ-FILE.
            DISPLAY "** saladj.dat ALREADY HOLDS AN ADJUSTMENT "
                "BATCH **".
            DISPLAY "REPLACE IT WITH THE MERIT BATCH? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "GENERATION CANCELLED, PROPOSAL LEFT AWAITING "
                    "SIGN-OFF"
                CLOSE PROPOSAL-FILE
                GO TO ZZ-END.
        GE-EXIT.
            EXIT.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
      ******************************************************************
      * TABLE LOADS AND REPORT LINES
      ******************************************************************
        HA-LOAD-BAND-TABLE.
            OPEN INPUT SALBAND-FILE.
            IF WS-BAND-STATUS NOT = "00"
                GO TO HA-EXIT.
        HA1-BAND-READ.
            READ SALBAND-FILE AT END GO TO HA2-BAND-DONE.
            IF WS-BAND-COUNT >= 10
                DISPLAY "** WARNING ** BAND TABLE FULL, "
                    "DISCARDING GRADE: " SB-GRADE
            ELSE
                ADD 1 TO WS-BAND-COUNT
                MOVE SB-GRADE TO WS-SB-GRADE(WS-BAND-COUNT)
                MOVE SB-MIN TO WS-SB-MIN(WS-BAND-COUNT)
                MOVE SB-MAX TO WS-SB-MAX(WS-BAND-COUNT)
            END-IF.
            GO TO HA1-BAND-READ.
        HA2-BAND-DONE.
            CLOSE SALBAND-FILE.
        HA-EXIT.
            EXIT.
      * CELLS MISSING FROM THE MATRIX FILE GIVE NO INCREASE.
        HB-LOAD-MATRIX.
            MOVE ZEROS TO WS-MATRIX-TABLE.
            OPEN INPUT MATRIX-FILE.
            IF WS-MTX-STATUS NOT = "00"
                GO TO HB-EXIT.
        HB1-MATRIX-READ.
            READ MATRIX-FILE AT END GO TO HB2-MATRIX-DONE.
            IF MX-RATING NOT NUMERIC OR MX-QUARTILE NOT NUMERIC
                OR MX-PERCENT NOT NUMERIC
                OR MX-RATING < 1 OR MX-RATING > 5
                OR MX-QUARTILE < 1 OR MX-QUARTILE > 4
                DISPLAY "** WARNING ** BAD MERIT MATRIX LINE: "
                    MATRIX-REC
                GO TO HB1-MATRIX-READ.
            MOVE MX-PERCENT TO WS-MX-PCT(MX-RATING, MX-QUARTILE).
            ADD 1 TO WS-MX-LOADED.
            GO TO HB1-MATRIX-READ.
        HB2-MATRIX-DONE.
            CLOSE MATRIX-FILE.
        HB-EXIT.
            EXIT.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "MERIT REVIEW - PROPOSED INCREASES FOR SIGN-OFF"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PREPARED BY " WS-OPERATOR-ID " AT " WS-RUN-STAMP
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "EID    NAME   G RTG QTR  SALARY    PCT NEW SALARY"
                "  INCREASE NOTE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        FB-PROPOSAL-LINE.
            MOVE SALARY TO WS-ED-SALARY.
            MOVE WS-PERCENT TO WS-ED-PERCENT.
            MOVE WS-NEW-SALARY TO WS-ED-NEW-SALARY.
            MOVE WS-INCREASE TO WS-ED-INCREASE.
            IF MP-BELOW-MIN = "Y"
                MOVE "BELOW BAND" TO WS-NOTE-TEXT.
            MOVE SPACES TO REPORT-LINE.
            STRING EID " " NAME " " GRADE "  " MR-RATING "   "
                WS-QUARTILE "  " WS-ED-SALARY "  " WS-ED-PERCENT
                "     " WS-ED-NEW-SALARY "    " WS-ED-INCREASE " "
                WS-NOTE-TEXT
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
      * THE OPERATOR MUST BE KNOWN SO THAT THE PREPARER AND THE
      * APPROVER CAN BE TOLD APART.
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
        ZZ-END.
            STOP RUN.
