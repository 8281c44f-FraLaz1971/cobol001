       DATE-COMPILED. 02/01/2026.
       SECURITY. free.
      * THIS READS EMPLOYEE DATA.
      * A LIST-ALL RUN ALSO PRINTS THE EMPLOYEE LISTING AND THE SALARY
      * SUMMARY THROUGH RPTPRT TO EMPLOYEE_<BUSINESS DATE>.PRT, WITH
      * PAGE HEADINGS, THE EXCEPTION RECORDS MARKED, A TOTAL FOR EACH
      * GRADE AND THE GRAND AND ACTIVE SALARY TOTALS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. Lenovo-Linux.
           03 AGE                 PIC 9(2).
           03 FILLER              PIC X(2).
           03 GRADE               PIC X.
           03 EMP-PAY-BASIS       PIC X.
               88 EMP-HOURLY          VALUE "H" SPACE.
               88 EMP-SALARIED        VALUE "S".
           03 EMP-HOURLY-RATE     PIC 99V99.
           03 SALARY              PIC 9(5).
           03 EMP-STATUS          PIC X.
               88 EMP-ACTIVE          VALUE "A" SPACE.
           03 EMP-HIRE-DATE       PIC 9(8).
           03 EMP-TERM-DATE       PIC 9(8).
       FD AUDIT-FILE.
       01 AUDIT-REC.
           03 AUDIT-TEXT          PIC X(80).
           COPY "audchain.cpy".
       FD SALADJ-FILE.
       01 SALADJ-REC.
           03 SADJ-EID                PIC 9(6).
               88 PND-APPROVED           VALUE "A".
               88 PND-REJECTED           VALUE "R".
           03 PND-CHECKER             PIC X(8).
           03 PND-PAY-BASIS           PIC X.
           03 PND-HOURLY-RATE         PIC 99V99.
           03 PND-POSITION            PIC 9(6).
       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-RECORD.
           03 WS-ID                  PIC 9(6).
       01 WS-VALID-RECORD            PIC X VALUE "Y".
       01 WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01 WS-AUDIT-STATUS            PIC XX.
       01 WS-AUDIT-LOG               PIC X(20)
           VALUE "employee_audit.log".
       01 WS-AUDIT-LEN               PIC 9(3) VALUE 80.
       01 WS-RUN-TIMESTAMP           PIC X(21).
       01 WS-SALADJ-STATUS           PIC XX.
       01 WS-OLD-SALARY              PIC 9(5).
               05 WS-DUP-REPORTED     PIC X VALUE "N".
       01 WS-DUP-COUNT               PIC 9(4) VALUE 0.
       01 WS-DUP-FOUND-ANY            PIC X VALUE "N".
       01 WS-GRADE-COUNTS.
           03 WS-GRADE-A-COUNT       PIC 9(5) VALUE 0.
           03 WS-GRADE-B-COUNT       PIC 9(5) VALUE 0.
           03 WS-GRADE-C-COUNT       PIC 9(5) VALUE 0.
           03 WS-GRADE-OTHER-COUNT   PIC 9(5) VALUE 0.
           03 WS-GRAND-COUNT         PIC 9(5) VALUE 0.
       01 WS-RPT-FUNC                PIC X(5).
       01 WS-RPT-CTL.
           COPY "rptctl.cpy".
       01 WS-RPT-LINE                PIC X(132).
       01 WS-EP-HEAD1.
           03 FILLER PIC X(26) VALUE "EID     NAME    AGE  GRADE".
           03 FILLER PIC X(12) VALUE "      SALARY".
           03 FILLER PIC X(7)  VALUE " STATUS".
           03 FILLER PIC X(9)  VALUE "  REMARKS".
       01 WS-EP-DETAIL.
           03 WS-EP-KEY.
               05 WS-EP-EID          PIC 9(6).
               05 FILLER             PIC X(2).
               05 WS-EP-NAME         PIC X(6).
               05 FILLER             PIC X(3).
               05 WS-EP-AGE          PIC Z9.
               05 FILLER             PIC X(6).
               05 WS-EP-GRADE        PIC X.
           03 WS-EP-LABEL REDEFINES WS-EP-KEY PIC X(26).
           03 FILLER                 PIC X(2).
           03 WS-EP-SALARY           PIC ZZ,ZZZ,ZZ9.
           03 FILLER                 PIC X.
           03 WS-EP-STATUS           PIC X.
           03 FILLER                 PIC X(7).
           03 WS-EP-REMARK           PIC X(40).
       PROCEDURE DIVISION.
       AA-START.
           DISPLAY "ENTER OPERATOR ID: ".
           STRING "RUN START " WS-RUN-TIMESTAMP " MODE=" WS-LOOKUP-MODE
               " OP=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-REC.
           CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
               AUDIT-REC
           WRITE AUDIT-REC.
           IF WS-LOOKUP-MODE = "B" OR WS-LOOKUP-MODE = "b"
               OPEN I-O EMPLOYEE
           OPEN INPUT EMPLOYEE.
           IF WS-LOOKUP-MODE = "O" OR WS-LOOKUP-MODE = "o"
               GO TO DD-LOOKUP.
           PERFORM SS-OPEN-PRINT.
       BB-READ.
           READ EMPLOYEE NEXT RECORD AT END GO TO CC-SUMMARY.
           MOVE "Y" TO WS-VALID-RECORD.
               DISPLAY "** EXCEPTION ** ID: " EID " NAME: " NAME
                   " AGE: " AGE " GRADE: " GRADE " SALARY: " SALARY
               DISPLAY "--------------------------------------"
               PERFORM ST-PRINT-EMPLOYEE
               MOVE "** EXCEPTION ** NOT TOTALLED" TO WS-EP-REMARK
               PERFORM SU-PRINT-DETAIL
               GO TO BB-READ.
           DISPLAY "ID: " EID " NAME: " NAME " AGE: " AGE.
           DISPLAY " GRADE: " GRADE " SALARY: " SALARY
               " STATUS: " EMP-STATUS.
           DISPLAY "--------------------------------------"
           PERFORM ST-PRINT-EMPLOYEE.
           PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO AUDIT-REC.
           STRING "VIEWED EID=" EID " NAME=" NAME
               " OP=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-REC.
           CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
               AUDIT-REC
           WRITE AUDIT-REC.
           EVALUATE GRADE
               WHEN "A"
                   ADD SALARY TO WS-GRADE-A-TOTAL
                   ADD 1 TO WS-GRADE-A-COUNT
               WHEN "B"
                   ADD SALARY TO WS-GRADE-B-TOTAL
                   ADD 1 TO WS-GRADE-B-COUNT
               WHEN "C"
                   ADD SALARY TO WS-GRADE-C-TOTAL
                   ADD 1 TO WS-GRADE-C-COUNT
               WHEN OTHER
                   ADD SALARY TO WS-GRADE-OTHER-TOTAL
                   ADD 1 TO WS-GRADE-OTHER-COUNT
           END-EVALUATE.
           ADD SALARY TO WS-GRAND-TOTAL.
           ADD 1 TO WS-GRAND-COUNT.
           IF NOT EMP-TERMINATED
               ADD SALARY TO WS-ACTIVE-TOTAL.
           GO TO BB-READ.
           DISPLAY "GRAND TOTAL: " WS-GRAND-TOTAL.
           DISPLAY "ACTIVE SALARY TOTAL: " WS-ACTIVE-TOTAL.
           DISPLAY "EXCEPTION RECORDS: " WS-EXCEPTION-COUNT.
           PERFORM SV-PRINT-SUMMARY.
           OPEN OUTPUT TOTALS-FILE.
           IF WS-TOTALS-STATUS = "00"
               MOVE SPACES TO TOTALS-REC
               STRING "VIEWED EID=" EID " NAME=" NAME
                   " OP=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO AUDIT-REC
               CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                   AUDIT-REC
               WRITE AUDIT-REC
           END-IF.
           GO TO CC-END.
           MOVE SPACES TO PENDING-REC.
           MOVE WS-MAINT-EID TO PND-EID.
           MOVE 0 TO PND-AGE PND-SALARY PND-HIRE-DATE.
           MOVE 0 TO PND-HOURLY-RATE PND-POSITION.
           EVALUATE WS-MAINT-ACTION
               WHEN "A" WHEN "a"
                   MOVE "A" TO PND-ACTION
                   DISPLAY "ENTER GRADE: "
                   ACCEPT PND-GRADE
                   PERFORM QQ-ACCEPT-BANDED-SALARY THRU QQ-EXIT
                   PERFORM RR-ACCEPT-PAY-BASIS THRU RR-EXIT
                   MOVE "A" TO PND-EMP-STATUS
                   PERFORM MM-ACCEPT-DEPT-UNIT THRU MM-EXIT
                   DISPLAY "ENTER HIRE DATE YYYYMMDD (0=TODAY): "
                   ACCEPT PND-HIRE-DATE
                   DISPLAY "ENTER POSITION NUMBER (0=NONE): "
                   ACCEPT PND-POSITION
                   PERFORM KK-WRITE-PENDING
               WHEN "C" WHEN "c"
                   READ EMPLOYEE
                       MOVE "C" TO PND-ACTION
                       DISPLAY "CURRENT NAME: " NAME " GRADE: " GRADE
                           " SALARY: " SALARY
                       DISPLAY "CURRENT PAY BASIS: " EMP-PAY-BASIS
                           " HOURLY RATE: " EMP-HOURLY-RATE
                       DISPLAY "ENTER NAME: "
                       ACCEPT PND-NAME
                       DISPLAY "ENTER AGE: "
                       DISPLAY "ENTER GRADE: "
                       ACCEPT PND-GRADE
                       PERFORM QQ-ACCEPT-BANDED-SALARY THRU QQ-EXIT
                       PERFORM RR-ACCEPT-PAY-BASIS THRU RR-EXIT
                       DISPLAY "ENTER STATUS (A=ACTIVE T=TERMINATED): "
                       ACCEPT PND-EMP-STATUS
                       PERFORM MM-ACCEPT-DEPT-UNIT THRU MM-EXIT
               STRING "PENDING SEQ=" PND-SEQ " ACTION=" PND-ACTION
                   " EID=" PND-EID " MAKER=" WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO AUDIT-REC
               CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                   AUDIT-REC
               WRITE AUDIT-REC
           END-IF.
       FF-BATCH-ADJUST.
                       " SALARY=" SALARY
                       " OP=" WS-OPERATOR-ID
                       DELIMITED BY SIZE INTO AUDIT-REC
                   CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                       AUDIT-REC
                   WRITE AUDIT-REC
               ELSE
                   DISPLAY "EID " SADJ-EID " ADJUSTMENT SKIPPED, "
               " NEW=" SALARY " TYPE=" SADJ-TYPE
               " OP=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-REC.
           CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
               AUDIT-REC
           WRITE AUDIT-REC.
           PERFORM II-WRITE-SALHIST.
           GO TO FF-BATCH-ADJUST.
               " SALARY=" PND-SALARY
               " OP=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-REC.
           CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
               AUDIT-REC
           WRITE AUDIT-REC.
       QQ-EXIT.
           EXIT.
      * SALARIED STAFF ARE PAID A FIXED AMOUNT PER PERIOD FROM SALARY;
      * HOURLY STAFF ARE PAID THEIR HOURS AT THE STORED HOURLY RATE,
      * OR AT SALARY / 2080 WHEN NO RATE IS STORED.
       RR-ACCEPT-PAY-BASIS.
           DISPLAY "ENTER PAY BASIS (S=SALARIED H=HOURLY): ".
           ACCEPT PND-PAY-BASIS.
           IF PND-PAY-BASIS = "s"
               MOVE "S" TO PND-PAY-BASIS.
           IF PND-PAY-BASIS = "h"
               MOVE "H" TO PND-PAY-BASIS.
           IF PND-PAY-BASIS NOT = "S" AND PND-PAY-BASIS NOT = "H"
               DISPLAY "** PAY BASIS MUST BE S OR H **"
               GO TO RR-ACCEPT-PAY-BASIS.
           MOVE 0 TO PND-HOURLY-RATE.
           IF PND-PAY-BASIS = "S"
               GO TO RR-EXIT.
           DISPLAY "ENTER HOURLY RATE (0=SALARY / 2080): ".
           ACCEPT PND-HOURLY-RATE.
       RR-EXIT.
           EXIT.
       NN-VALIDATE-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND.
           MOVE SPACES TO WS-OPER-MODES.
               STOP RUN.
       NP-EXIT.
           EXIT.
       SS-OPEN-PRINT.
           MOVE SPACES TO WS-RPT-CTL.
           MOVE "employee" TO RPC-REPORT-ID.
           MOVE "EMPLOYEE-DATA" TO RPC-PROGRAM.
           MOVE "EMPLOYEE LISTING AND SALARY SUMMARY" TO RPC-TITLE.
           MOVE WS-EP-HEAD1 TO RPC-HEAD1.
           MOVE "OPEN" TO WS-RPT-FUNC.
           CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
       ST-PRINT-EMPLOYEE.
           MOVE SPACES TO WS-EP-DETAIL.
           MOVE EID TO WS-EP-EID.
           MOVE NAME TO WS-EP-NAME.
           MOVE AGE TO WS-EP-AGE.
           MOVE GRADE TO WS-EP-GRADE.
           MOVE SALARY TO WS-EP-SALARY.
           MOVE EMP-STATUS TO WS-EP-STATUS.
       SU-PRINT-DETAIL.
           MOVE WS-EP-DETAIL TO WS-RPT-LINE.
           MOVE "LINE" TO WS-RPT-FUNC.
           CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
      * ONE TOTAL LINE PER GRADE, THEN THE GRAND AND ACTIVE TOTALS;
      * THE REMARK CARRIES THE NUMBER OF EMPLOYEES IN EACH TOTAL.
       SV-PRINT-SUMMARY.
           MOVE SPACES TO WS-EP-DETAIL.
           PERFORM SU-PRINT-DETAIL.
           MOVE "GRADE A TOTAL" TO WS-EP-LABEL.
           MOVE WS-GRADE-A-TOTAL TO WS-EP-SALARY.
           STRING "EMPLOYEES: " WS-GRADE-A-COUNT
               DELIMITED BY SIZE INTO WS-EP-REMARK.
           PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO WS-EP-DETAIL.
           MOVE "GRADE B TOTAL" TO WS-EP-LABEL.
           MOVE WS-GRADE-B-TOTAL TO WS-EP-SALARY.
           STRING "EMPLOYEES: " WS-GRADE-B-COUNT
               DELIMITED BY SIZE INTO WS-EP-REMARK.
           PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO WS-EP-DETAIL.
           MOVE "GRADE C TOTAL" TO WS-EP-LABEL.
           MOVE WS-GRADE-C-TOTAL TO WS-EP-SALARY.
           STRING "EMPLOYEES: " WS-GRADE-C-COUNT
               DELIMITED BY SIZE INTO WS-EP-REMARK.
           PERFORM SU-PRINT-DETAIL.
           IF WS-GRADE-OTHER-TOTAL > 0
               MOVE SPACES TO WS-EP-DETAIL
               MOVE "OTHER GRADES TOTAL" TO WS-EP-LABEL
               MOVE WS-GRADE-OTHER-TOTAL TO WS-EP-SALARY
               STRING "EMPLOYEES: " WS-GRADE-OTHER-COUNT
                   DELIMITED BY SIZE INTO WS-EP-REMARK
               PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO WS-EP-DETAIL.
           PERFORM SU-PRINT-DETAIL.
           MOVE "GRAND TOTAL" TO WS-EP-LABEL.
           MOVE WS-GRAND-TOTAL TO WS-EP-SALARY.
           STRING "EMPLOYEES: " WS-GRAND-COUNT
               DELIMITED BY SIZE INTO WS-EP-REMARK.
           PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO WS-EP-DETAIL.
           MOVE "ACTIVE SALARY TOTAL" TO WS-EP-LABEL.
           MOVE WS-ACTIVE-TOTAL TO WS-EP-SALARY.
           PERFORM SU-PRINT-DETAIL.
           MOVE SPACES TO WS-EP-DETAIL.
           MOVE "EXCEPTION RECORDS" TO WS-EP-LABEL.
           STRING "NOT TOTALLED: " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-EP-REMARK.
           PERFORM SU-PRINT-DETAIL.
           MOVE "CLOSE" TO WS-RPT-FUNC.
           CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
       GC-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               " EXCEPTIONS=" WS-EXCEPTION-COUNT
               " OP=" WS-OPERATOR-ID
               DELIMITED BY SIZE INTO AUDIT-REC.
           CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
               AUDIT-REC
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           IF WS-SALADJ-OPEN = "Y"
