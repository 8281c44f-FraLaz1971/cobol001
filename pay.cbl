        DATE-COMPILED. 03/01/2026.
        SECURITY. free.
      * THIS PROGRAM CALCULATES THE WEEKLY PAY OF EVERY EMPLOYEE.
      * A PAY RUN GOES THROUGH TWO PASSES. THE CALCULATE PASS WORKS OUT
      * EVERY EMPLOYEE'S PAY AND WRITES IT TO THE STAGING FILE
      * PAYSTAGE.DAT, RECORDING THE RUN IN PAYRUN.DAT AS CALCULATED;
      * NOTHING IS POSTED. A SECOND OPERATOR APPROVES OR REJECTS THE
      * STAGED RUN WITH PAYAPPR. THE POST PASS THEN TAKES THE APPROVED
      * RUN AND UPDATES BALANCES, ACCRUALS, GARNISHMENTS, LOANS,
      * RETIREMENT CONTRIBUTIONS, REMITTANCE, PAYSLIPS, THE BANK AND
      * CHEQUE FILES AND THE PLAN ADMINISTRATOR'S REMITTANCE FILE.
      * THE POST PASS CHECKPOINTS TO PAY.CKP AFTER EVERY STAGED LINE
      * IT POSTS, WITH THE LAST EID FULLY POSTED AND THE RUNNING
      * TOTALS; IF IT STOPS PART WAY, RUNNING IT AGAIN FOR THE SAME
      * APPROVED RUN CARRIES ON FROM THE NEXT LINE AND ADDS TO THE
      * PAYSLIP, BANK, CHEQUE AND REMITTANCE FILES ALREADY STARTED.
      * STAFF EXPENSE CLAIMS ACCEPTED IN EXPAPPR AND QUEUED ON
      * REIMBQ.DAT ARE REPAID WITH THE NEXT RUN: THEY ARE ADDED TO
      * NET PAY AFTER TAX, SHOWN ON THE PAYSLIP AS A NON-TAXABLE
      * REIMBURSEMENT, AND MARKED PAID BY THE POST PASS.
      * THE RUN ENDS WITH RETURN CODE 4 WHEN EMPLOYEES WERE HELD FOR
      * MISSING TIMESHEETS OR LEFT OUT FOR UNAPPROVED HOURS, 8 WHEN
      * NET PAY WAS LEFT UNPAID BY BOTH BANK AND CHEQUE OR THE POSTED
      * COUNT AND NET DO NOT AGREE WITH THE STAGED TRAILER (OR THE
      * TRAILER IS MISSING), AND 12 WHEN THE RUN IS REFUSED (LOCK
      * HELD, NO USABLE PERIOD, A RUN STILL AWAITING APPROVAL OR
      * POSTING, paybalance.dat OR paystage.dat UNUSABLE, UNKNOWN
      * OPERATOR).
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HR-KEY
            FILE STATUS IS WS-HOURS-STATUS.
            SELECT HOLIDAY-FILE
            ASSIGN TO "holidays.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS HOL-DATE
            FILE STATUS IS WS-HOL-STATUS.
            SELECT QTD-FILE
            ASSIGN TO "payqtd.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS QTD-EID
            FILE STATUS IS WS-QTD-STATUS.
            SELECT ACCRUAL-FILE
            ASSIGN TO "paccrual.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DED-EID
            FILE STATUS IS WS-DED-STATUS.
            SELECT RETIRE-FILE
            ASSIGN TO "retire.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS RET-EID
            FILE STATUS IS WS-RET-STATUS.
            SELECT RET-REMIT-FILE
            ASSIGN TO "retremit.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RRM-STATUS.
            SELECT PLAN-FILE
            ASSIGN TO "benplan.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BP-PLAN-CODE
            FILE STATUS IS WS-BP-STATUS.
            SELECT ENROL-FILE
            ASSIGN TO "benenrol.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BE-KEY
            FILE STATUS IS WS-BE-STATUS.
            SELECT GARNISH-FILE
            ASSIGN TO "garnish.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SFT-EID
            FILE STATUS IS WS-SFT-STATUS.
            SELECT TAXPROF-FILE
            ASSIGN TO "taxprof.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WP-EID
            FILE STATUS IS WS-WP-STATUS.
            SELECT MISSING-TS-FILE
            ASSIGN TO "missing_timesheets.dat"
            ORGANIZATION IS LINE SEQUENTIAL.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SVA-EID
            FILE STATUS IS WS-SVA-STATUS.
            SELECT REIMB-FILE
            ASSIGN TO "reimbq.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-KEY
            FILE STATUS IS WS-RQ-STATUS.
            SELECT HELD-FILE
            ASSIGN TO "heldpay.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PC-PERIOD-NUM
            FILE STATUS IS WS-CAL-STATUS.
            SELECT BANK-FILE
            ASSIGN TO "bankmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BK-EID
            FILE STATUS IS WS-BANK-STATUS.
            SELECT BANK-TRAN-FILE
            ASSIGN TO "banktran.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BTR-STATUS.
            SELECT CHEQUE-REG-FILE
            ASSIGN TO "chqreg.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-CHEQUE-NO
            FILE STATUS IS WS-CHR-STATUS.
            SELECT CHEQUE-PRINT-FILE
            ASSIGN TO "chqprint.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHP-STATUS.
            SELECT CHEQUE-SEQ-FILE
            ASSIGN TO "chqseq.ckp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHS-STATUS.
            SELECT CHECKPOINT-FILE
            ASSIGN TO "pay.ckp"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PCK-STATUS.
            SELECT LOAN-FILE
            ASSIGN TO "loans.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LN-STATUS.
            SELECT LOAN-HIST-FILE
            ASSIGN TO "loanhist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LH-STATUS.
            SELECT STAGE-FILE
            ASSIGN TO "paystage.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STG-STATUS.
            SELECT PAY-RUN-FILE
            ASSIGN TO "payrun.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
            03 AGE                 PIC 9(2).
            03 FILLER              PIC X(2).
            03 GRADE                PIC X.
            03 EMP-PAY-BASIS       PIC X.
                88 EMP-HOURLY          VALUE "H" SPACE.
                88 EMP-SALARIED        VALUE "S".
            03 EMP-HOURLY-RATE     PIC 99V99.
            03 SALARY              PIC 9(5).
            03 EMP-STATUS          PIC X.
                88 EMP-ACTIVE          VALUE "A" SPACE.
            03 HR-HOURS              PIC 999V99.
            03 HR-APPROVED           PIC X.
                88 HR-IS-APPROVED       VALUE "Y".
        FD HOLIDAY-FILE.
        01 HOLIDAY-RECORD.
            03 HOL-DATE              PIC 9(8).
            03 HOL-NAME              PIC X(20).
            03 HOL-PREMIUM-RATE      PIC 9V99.
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
        FD ACCRUAL-FILE.
        01 ACCRUAL-RECORD.
            03 ACR-EID              PIC 9(6).
            03 DED-UNION-DUES        PIC 99V99.
            03 DED-BENEFIT-PREMIUM   PIC 99V99.
            03 DED-PARKING           PIC 99V99.
        FD RETIRE-FILE.
        01 RETIRE-RECORD.
            03 RET-EID               PIC 9(6).
            03 RET-PERCENT           PIC 99V99.
            03 RET-YEAR              PIC 9(4).
            03 RET-YTD-EE            PIC 9(8)V99.
            03 RET-YTD-ER            PIC 9(8)V99.
        FD RET-REMIT-FILE.
        01 RRM-HEADER-REC.
            03 RRH-TYPE              PIC X.
            03 FILLER                PIC X.
            03 RRH-RUN-DATE          PIC 9(8).
            03 FILLER                PIC X.
            03 RRH-PERIOD            PIC 9(4).
            03 FILLER                PIC X.
            03 RRH-RUN-STAMP         PIC X(14).
        01 RRM-DETAIL-REC.
            03 RRD-TYPE              PIC X.
            03 FILLER                PIC X.
            03 RRD-EID               PIC 9(6).
            03 FILLER                PIC X.
            03 RRD-NAME              PIC X(6).
            03 FILLER                PIC X.
            03 RRD-GROSS             PIC 9(6)V99.
            03 FILLER                PIC X.
            03 RRD-EMPLOYEE          PIC 9(5)V99.
            03 FILLER                PIC X.
            03 RRD-EMPLOYER          PIC 9(5)V99.
        01 RRM-TRAILER-REC.
            03 RRT-TYPE              PIC X.
            03 FILLER                PIC X.
            03 RRT-COUNT             PIC 9(6).
            03 FILLER                PIC X.
            03 RRT-EMPLOYEE          PIC 9(8)V99.
            03 FILLER                PIC X.
            03 RRT-EMPLOYER          PIC 9(8)V99.
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
        FD GARNISH-FILE.
        01 GARNISH-RECORD.
            03 GAR-EID               PIC 9(6).
            03 SFT-EID              PIC 9(6).
            03 SFT-SHIFT-CODE       PIC X.
            03 SFT-PREMIUM-HOURS    PIC 999V99.
        FD TAXPROF-FILE.
        01 TAXPROF-RECORD.
            03 WP-EID               PIC 9(6).
            03 WP-ALLOWANCES        PIC 99.
            03 WP-EXEMPT            PIC X.
                88 WP-IS-EXEMPT         VALUE "Y".
            03 WP-EXTRA-AMOUNT      PIC 9(4)V99.
        FD PAYSLIP-FILE.
        01 PAYSLIP-RECORD.
            03 PS-EID               PIC 9(6).
            03 PS-INSURE             PIC 99V99.
            03 PS-BONUS              PIC 99V99.
            03 PS-UNION-DUES         PIC 99V99.
            03 PS-BENEFIT-PREMIUM    PIC 9(4)V99.
            03 PS-PARKING            PIC 99V99.
            03 PS-GARNISHMENT        PIC 9(6)V99.
            03 PS-SHIFT-PREMIUM      PIC 9(6)V99.
            03 PS-VAC-HOURS          PIC 999V99.
            03 PS-AWARD              PIC 9(5)V99.
            03 PS-PERIOD             PIC 9(4).
            03 PS-HOL-HOURS          PIC 999V99.
            03 PS-HOL-PREMIUM        PIC 9(6)V99.
            03 PS-RETIRE             PIC 9(5)V99.
            03 PS-REIMBURSE          PIC 9(6)V99.
            03 PS-LOAN-DEDUCT        PIC 9(6)V99.
            03 PS-LF                 PIC X.
        FD MISSING-TS-FILE.
        01 MISSING-TS-REC            PIC X(60).
            03 EMC-PAYROLL-TAX       PIC 9(6)V99.
            03 FILLER                PIC X.
            03 EMC-TOTAL-COST        PIC 9(6)V99.
            03 FILLER                PIC X.
            03 EMC-BENEFIT-SHARE     PIC 9(4)V99.
            03 FILLER                PIC X.
            03 EMC-RETIRE-MATCH      PIC 9(5)V99.
        FD JOURNAL-FILE.
        01 JOURNAL-REC.
            03 JR-RUN-STAMP          PIC X(14).
            03 FILLER                PIC X.
            03 JR-AFTER              PIC 9(8)V99.
        FD PS-HISTORY-FILE.
        01 PS-HISTORY-REC            PIC X(136).
        FD AWARD-FILE.
        01 AWARD-REC.
            03 SVA-EID    PIC 9(6).
            03 SVA-AMOUNT PIC 9(5)V99.
            03 SVA-PAID   PIC X.
                88 SVA-IS-PAID   VALUE "Y".
        FD REIMB-FILE.
        01 REIMB-REC.
            COPY "reimbq.cpy".
        FD HELD-FILE.
        01 HELD-RECORD.
            03 HP-EID                PIC 9(6).
            03 MLK-HOLDER PIC X(10).
            03 FILLER     PIC X.
            03 MLK-STAMP  PIC X(14).
        FD BANK-FILE.
        01 BANK-RECORD.
            03 BK-EID               PIC 9(6).
            03 BK-SORT-CODE         PIC 9(6).
            03 BK-ACCOUNT-NO        PIC 9(8).
            03 BK-ACCOUNT-NAME      PIC X(18).
            03 BK-STATUS            PIC X.
                88 BK-ACTIVE            VALUE "A".
                88 BK-SUSPENDED         VALUE "S".
        FD BANK-TRAN-FILE.
        01 BT-HEADER-REC.
            03 BTH-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BTH-RUN-DATE          PIC 9(8).
            03 FILLER                PIC X.
            03 BTH-PERIOD            PIC 9(4).
            03 FILLER                PIC X.
            03 BTH-RUN-STAMP         PIC X(14).
        01 BT-CREDIT-REC.
            03 BTC-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BTC-EID               PIC 9(6).
            03 FILLER                PIC X.
            03 BTC-SORT-CODE         PIC 9(6).
            03 FILLER                PIC X.
            03 BTC-ACCOUNT-NO        PIC 9(8).
            03 FILLER                PIC X.
            03 BTC-ACCOUNT-NAME      PIC X(18).
            03 FILLER                PIC X.
            03 BTC-AMOUNT            PIC 9(6)V99.
        01 BT-TRAILER-REC.
            03 BTT-TYPE              PIC X.
            03 FILLER                PIC X.
            03 BTT-COUNT             PIC 9(6).
            03 FILLER                PIC X.
            03 BTT-TOTAL             PIC 9(9)V99.
            03 FILLER                PIC X.
            03 BTT-HASH              PIC 9(12).
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
        FD CHECKPOINT-FILE.
        01 CHECKPOINT-REC.
            03 PCK-RUN-STAMP         PIC X(14).
            03 PCK-PERIOD            PIC 9(4).
            03 PCK-STAGED-READ       PIC 9(6).
            03 PCK-LAST-EID          PIC 9(6).
            03 PCK-POSTED-COUNT      PIC 9(6).
            03 PCK-POSTED-NET        PIC 9(9)V99.
            03 PCK-TAX-WITHHELD      PIC 9(8)V99.
            03 PCK-BT-COUNT          PIC 9(6).
            03 PCK-BT-TOTAL          PIC 9(9)V99.
            03 PCK-BT-HASH           PIC 9(12).
            03 PCK-CHQ-COUNT         PIC 9(6).
            03 PCK-CHQ-TOTAL         PIC 9(9)V99.
            03 PCK-UNPAID-COUNT      PIC 9(6).
            03 PCK-EMPLOYER-INSURE   PIC 9(8)V99.
            03 PCK-EMPLOYER-TAX      PIC 9(8)V99.
            03 PCK-EMPLOYER-COST     PIC 9(8)V99.
            03 PCK-EMPLOYER-BENEFIT  PIC 9(8)V99.
            03 PCK-RRM-COUNT         PIC 9(6).
            03 PCK-RETIRE-EE         PIC 9(8)V99.
            03 PCK-RETIRE-ER         PIC 9(8)V99.
            03 PCK-VACATION-HOURS    PIC 9(7)V99.
            03 PCK-AWARDS            PIC 9(7)V99.
            03 PCK-LOAN-REPAID       PIC 9(8)V99.
            03 PCK-LOANS-CLEARED     PIC 9(6).
            03 PCK-RELEASED-COUNT    PIC 9(6).
            03 PCK-REIMBURSED        PIC 9(8)V99.
            03 PCK-CLAIMS-PAID       PIC 9(6).
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
            03 FILLER                PIC X.
            03 STE-REIMBURSE         PIC 9(6)V99.
        01 STG-LOAN-REC.
            03 STL-TYPE              PIC X.
            03 FILLER                PIC X.
            03 STL-EID               PIC 9(6).
            03 FILLER                PIC X.
            03 STL-NUMBER            PIC 9(3).
            03 FILLER                PIC X.
            03 STL-AMOUNT            PIC 9(6)V99.
        01 STG-CLAIM-REC.
            03 STR-TYPE              PIC X.
            03 FILLER                PIC X.
            03 STR-EID               PIC 9(6).
            03 FILLER                PIC X.
            03 STR-SEQ               PIC 9(6).
            03 FILLER                PIC X.
            03 STR-AMOUNT            PIC 9(6)V99.
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
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD RATES-FILE.
        01 RATES-REC.
            03 RT-TYPE               PIC X.
        01 WS-BAL-STATUS            PIC XX.
        01 WS-HOURS-STATUS          PIC XX.
        01 WS-HOURS-OPEN            PIC X VALUE "N".
        01 WS-HOL-STATUS            PIC XX.
        01 WS-HOL-OPEN              PIC X VALUE "N".
        01 WS-HOL-HOURS             PIC 999V99 VALUE 0.
        01 WS-HOL-PREMIUM-PAY       PIC 9(6)V99 VALUE 0.
        01 WS-ACR-STATUS            PIC XX.
        01 WS-ACR-OPEN              PIC X VALUE "N".
        01 WS-QTD-STATUS            PIC XX.
        01 WS-QTD-OPEN              PIC X VALUE "N".
        01 WS-RUN-QUARTER           PIC 9(5) VALUE 0.
        01 WS-QTR-YEAR              PIC 9(4).
        01 WS-QTR-MONTH             PIC 99.
        01 WS-QTR-NUM               PIC 9.
        01 WS-VACATION-ACCRUAL-RATE PIC 99V99 VALUE 3.08.
        01 WS-DED-STATUS            PIC XX.
        01 WS-DED-OPEN              PIC X VALUE "N".
        01 WS-RET-STATUS            PIC XX.
        01 WS-RET-OPEN              PIC X VALUE "N".
        01 WS-RRM-STATUS            PIC XX.
        01 WS-RRM-OPEN              PIC X VALUE "N".
        01 WS-RETIRE-EE             PIC 9(5)V99 VALUE 0.
        01 WS-RETIRE-ER             PIC 9(5)V99 VALUE 0.
        01 WS-MATCH-BASE            PIC 9(6)V99 VALUE 0.
        01 WS-MATCH-CAP-AMOUNT      PIC 9(6)V99 VALUE 0.
        01 WS-MATCH-RATE            PIC 9(3)V99 VALUE 50.
        01 WS-MATCH-CAP-PERCENT     PIC 99V999 VALUE 6.
        01 WS-TAX-BASE              PIC 9(6)V99 VALUE 0.
        01 WS-RET-CUR-YEAR          PIC 9(4) VALUE 0.
        01 WS-JB-RET-EE             PIC 9(8)V99 VALUE 0.
        01 WS-JB-RET-ER             PIC 9(8)V99 VALUE 0.
        01 WS-RRM-COUNT             PIC 9(6) VALUE 0.
        01 WS-TOT-RETIRE-EE         PIC 9(8)V99 VALUE 0.
        01 WS-TOT-RETIRE-ER         PIC 9(8)V99 VALUE 0.
        01 WS-BP-STATUS             PIC XX.
        01 WS-BE-STATUS             PIC XX.
        01 WS-BEN-OPEN              PIC X VALUE "N".
        01 WS-BENEFIT-PREMIUM       PIC 9(4)V99 VALUE 0.
        01 WS-EMPLOYER-BENEFIT      PIC 9(4)V99 VALUE 0.
        01 WS-BEN-TIER-IDX          PIC 9 VALUE 0.
        01 WS-BEN-EE-PERIOD         PIC 9(4)V99 VALUE 0.
        01 WS-BEN-ER-PERIOD         PIC 9(4)V99 VALUE 0.
        01 WS-OTHER-DEDUCTIONS      PIC 9(4)V99 VALUE 0.
        01 WS-GAR-STATUS            PIC XX.
        01 WS-GAR-OPEN              PIC X VALUE "N".
        01 WS-DISPOSABLE-PAY        PIC 9(6)V99 VALUE 0.
        01 WS-SFT-STATUS            PIC XX.
        01 WS-SFT-OPEN              PIC X VALUE "N".
        01 WS-SHIFT-PREMIUM-PAY     PIC 9(6)V99 VALUE 0.
        01 WS-WP-STATUS             PIC XX.
        01 WS-WP-OPEN               PIC X VALUE "N".
        01 WS-ALLOWANCE-VALUE       PIC 9(4)V99 VALUE 82.69.
        01 WS-ALLOWANCE-TOTAL       PIC 9(6)V99 VALUE 0.
        01 WS-TAXABLE-GROSS         PIC 9(6)V99 VALUE 0.
        01 WS-SHIFT-PREMIUM-RATES.
            03 WS-SP-ENTRY OCCURS 2 TIMES INDEXED BY SP-IDX.
                05 WS-SP-CODE       PIC X.
        01 WS-SVA-OPEN              PIC X VALUE "N".
        01 WS-AWARD-PAY             PIC 9(5)V99 VALUE 0.
        01 WS-TOT-AWARDS            PIC 9(7)V99 VALUE 0.
        01 WS-RQ-STATUS             PIC XX.
        01 WS-RQ-OPEN               PIC X VALUE "N".
        01 WS-REIMBURSE             PIC 9(6)V99 VALUE 0.
        01 WS-TOT-REIMBURSED        PIC 9(8)V99 VALUE 0.
        01 WS-CLAIMS-PAID           PIC 9(6) VALUE 0.
        01 WS-HELD-STATUS           PIC XX.
        01 WS-HELD-OPEN             PIC X VALUE "N".
        01 WS-RELEASE-MODE          PIC X VALUE "N".
        01 WS-TOT-EMPLOYER-INSURE   PIC 9(8)V99 VALUE 0.
        01 WS-TOT-EMPLOYER-TAX      PIC 9(8)V99 VALUE 0.
        01 WS-TOT-EMPLOYER-COST     PIC 9(8)V99 VALUE 0.
        01 WS-TOT-EMPLOYER-BENEFIT  PIC 9(8)V99 VALUE 0.
        01 WS-PERIOD-TYPE           PIC X VALUE "W".
            88 WS-PERIOD-WEEKLY     VALUE "W".
            88 WS-PERIOD-BIWEEKLY   VALUE "B".
            88 WS-PERIOD-MONTHLY    VALUE "M".
        01 WS-PERIOD-MULTIPLE       PIC 9V99 VALUE 1.
        01 WS-OT-THRESHOLD          PIC 999V99 VALUE 40.
        01 WS-BANK-STATUS           PIC XX.
        01 WS-BANK-OPEN             PIC X VALUE "N".
        01 WS-BTR-STATUS            PIC XX.
        01 WS-BTR-OPEN              PIC X VALUE "N".
        01 WS-BT-COUNT              PIC 9(6) VALUE 0.
        01 WS-BT-TOTAL              PIC 9(9)V99 VALUE 0.
        01 WS-BT-HASH               PIC 9(12) VALUE 0.
        01 WS-CHR-STATUS            PIC XX.
        01 WS-CHR-OPEN              PIC X VALUE "N".
        01 WS-CHP-STATUS            PIC XX.
        01 WS-CHS-STATUS            PIC XX.
        01 WS-LAST-CHEQUE           PIC 9(8) VALUE 0.
        01 WS-CHQ-COUNT             PIC 9(6) VALUE 0.
        01 WS-CHQ-TOTAL             PIC 9(9)V99 VALUE 0.
        01 WS-UNPAID-COUNT          PIC 9(6) VALUE 0.
        01 WS-LN-STATUS             PIC XX.
        01 WS-LN-OPEN               PIC X VALUE "N".
        01 WS-LH-STATUS             PIC XX.
        01 WS-LH-OPEN               PIC X VALUE "N".
        01 WS-LOAN-REPAY            PIC 9(6)V99 VALUE 0.
        01 WS-LOAN-DEDUCTION        PIC 9(6)V99 VALUE 0.
        01 WS-TOT-LOAN-REPAID       PIC 9(8)V99 VALUE 0.
        01 WS-LOANS-CLEARED         PIC 9(6) VALUE 0.
        01 WS-RUN-MODE              PIC X VALUE "C".
            88 WS-CALC-RUN              VALUE "C".
            88 WS-POST-RUN              VALUE "P".
        01 WS-STAGING               PIC X VALUE "N".
        01 WS-STG-STATUS            PIC XX.
        01 WS-RUN-STATUS            PIC XX.
        01 WS-RUN-FOUND             PIC X VALUE "N".
        01 WS-OPER-STATUS           PIC XX.
        01 WS-OPER-FOUND            PIC X VALUE "N".
        01 WS-OPERATOR-ID           PIC X(8).
        01 WS-STG-COUNT             PIC 9(6) VALUE 0.
        01 WS-STG-GROSS             PIC 9(9)V99 VALUE 0.
        01 WS-STG-TAX               PIC 9(9)V99 VALUE 0.
        01 WS-STG-NET               PIC 9(9)V99 VALUE 0.
        01 WS-POSTED-COUNT          PIC 9(6) VALUE 0.
        01 WS-POSTED-NET            PIC 9(9)V99 VALUE 0.
        01 WS-STG-TRAILER-SEEN      PIC X VALUE "N".
        01 WS-TRAILER-MISMATCH      PIC X VALUE "N".
        01 WS-PCK-STATUS            PIC XX.
        01 WS-STG-READ              PIC 9(6) VALUE 0.
        01 WS-RESTART-COUNT         PIC 9(6) VALUE 0.
        01 WS-LAST-POSTED-EID       PIC 9(6) VALUE 0.
        01 WS-PARM-PROG             PIC X(10) VALUE "PAY".
        01 WS-PARM-NAME             PIC X(10).
        01 WS-PARM-VALUE            PIC X(20).
        01 WS-PARM-SOURCE           PIC X.
        PROCEDURE DIVISION.
        AA-START.
            PERFORM LK-ACQUIRE-LOCK THRU LK-EXIT.
            MOVE "W" TO WS-SP-CODE(2).
            MOVE .20  TO WS-SP-EXTRA-RATE(2).
            PERFORM AB-LOAD-RATES THRU AB-EXIT.
            MOVE "OPERATOR" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "ENTER OPERATOR ID: "
                ACCEPT WS-OPERATOR-ID
            ELSE
                MOVE WS-PARM-VALUE TO WS-OPERATOR-ID
            END-IF.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            MOVE "RUNMODE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "CALCULATE A PAY RUN (C) OR POST THE APPROVED "
                    "RUN (P)? "
                ACCEPT WS-RUN-MODE
            ELSE
                MOVE WS-PARM-VALUE TO WS-RUN-MODE
            END-IF.
            IF WS-RUN-MODE = "p"
                MOVE "P" TO WS-RUN-MODE.
            IF WS-RUN-MODE NOT = "P"
                MOVE "C" TO WS-RUN-MODE.
            IF WS-POST-RUN
                PERFORM PA-LOAD-APPROVED-RUN THRU PA-EXIT
                GO TO AA2-SCALE-RATES.
            MOVE "SIMULATE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "SIMULATION RUN AGAINST PROPOSED RATES? (Y/N): "
                ACCEPT WS-SIM-MODE
            ELSE
                MOVE WS-PARM-VALUE TO WS-SIM-MODE
            END-IF.
            IF WS-SIM-MODE = "y"
                MOVE "Y" TO WS-SIM-MODE.
            IF WS-SIM-MODE NOT = "Y"
                MOVE "N" TO WS-SIM-MODE.
            IF NOT WS-SIMULATION
                MOVE "RELEASE" TO WS-PARM-NAME
                PERFORM PR-GET-RUN-PARM
                IF WS-PARM-SOURCE = "P"
                    DISPLAY "RELEASE RUN FOR HELD EMPLOYEES? (Y/N): "
                    ACCEPT WS-RELEASE-MODE
                ELSE
                    MOVE WS-PARM-VALUE TO WS-RELEASE-MODE
                END-IF
                IF WS-RELEASE-MODE = "y"
                    MOVE "Y" TO WS-RELEASE-MODE
                END-IF
                IF WS-RELEASE-MODE NOT = "Y"
                    MOVE "N" TO WS-RELEASE-MODE
                END-IF
                MOVE "Y" TO WS-STAGING
                PERFORM AQ-CHECK-PENDING-RUN THRU AQ-EXIT
            END-IF.
            PERFORM AG-FIND-OPEN-PERIOD THRU AG-EXIT.
            IF WS-CAL-OPEN = "Y" AND WS-PERIOD-FOUND = "N"
                    "RUN REFUSED **"
                CLOSE CALENDAR-FILE
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
      * WITHOUT A CALENDAR THE PERIOD DATES MUST COME FROM THE
      * OPERATOR, OR THE DAILY TIMESHEET SUM WOULD COVER EVERY ENTRY
      * EVER RECORDED AND RE-PAY PRIOR PERIODS ON EVERY RUN.
            IF WS-CAL-OPEN = "N"
                MOVE "PERTYPE" TO WS-PARM-NAME
                PERFORM PR-GET-RUN-PARM
                IF WS-PARM-SOURCE = "P"
                    DISPLAY "NO PAY-PERIOD CALENDAR, ENTER PAY PERIOD "
                        "TYPE (W=WEEKLY B=BIWEEKLY M=MONTHLY): "
                    ACCEPT WS-PERIOD-TYPE
                ELSE
                    MOVE WS-PARM-VALUE TO WS-PERIOD-TYPE
                END-IF
                PERFORM AJ-ACCEPT-PERIOD-DATES THRU AJ-EXIT
            END-IF.
        AA2-SCALE-RATES.
            EVALUATE TRUE
                WHEN WS-PERIOD-BIWEEKLY
                    MOVE 2 TO WS-PERIOD-MULTIPLE
                WS-BRACKET-LIMIT(1) * WS-PERIOD-MULTIPLE.
            COMPUTE WS-BRACKET-LIMIT(2) ROUNDED =
                WS-BRACKET-LIMIT(2) * WS-PERIOD-MULTIPLE.
            COMPUTE WS-ALLOWANCE-VALUE ROUNDED =
                WS-ALLOWANCE-VALUE * WS-PERIOD-MULTIPLE.
            IF WS-SIMULATION
                PERFORM AI-LOAD-PROPOSED-RATES THRU AI-EXIT
                OPEN OUTPUT SIM-REPORT-FILE
                    "POSTED **"
            END-IF.
            OPEN INPUT EMPLOYEE.
            IF WS-POST-RUN
                IF WS-RESTART-COUNT > 0
                    OPEN EXTEND PAYSLIP-FILE
                ELSE
                    OPEN OUTPUT PAYSLIP-FILE
                END-IF
                OPEN EXTEND PS-HISTORY-FILE
                IF WS-PSH-STATUS NOT = "00"
                    OPEN OUTPUT PS-HISTORY-FILE
                        WS-PSH-STATUS ", HISTORY SKIPPED **"
                END-IF
            END-IF.
            IF WS-STAGING = "Y"
                OPEN OUTPUT MISSING-TS-FILE
            END-IF.
            OPEN I-O BALANCE-FILE.
                    WS-BAL-STATUS ", RUN REFUSED - IF THE FILE "
                    "PREDATES THE EXTENDED RECORD, RUN LAYCONV **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT HOURS-FILE.
            IF WS-HOURS-STATUS = "00"
                MOVE "Y" TO WS-HOURS-OPEN
            END-IF.
            OPEN INPUT HOLIDAY-FILE.
            IF WS-HOL-STATUS = "00"
                MOVE "Y" TO WS-HOL-OPEN
            END-IF.
            OPEN I-O ACCRUAL-FILE.
            IF WS-ACR-STATUS NOT = "00"
                OPEN OUTPUT ACCRUAL-FILE
            IF WS-DED-STATUS = "00"
                MOVE "Y" TO WS-DED-OPEN
            END-IF.
            IF WS-POST-RUN
                OPEN I-O RETIRE-FILE
            ELSE
                OPEN INPUT RETIRE-FILE
            END-IF.
            IF WS-RET-STATUS = "00"
                MOVE "Y" TO WS-RET-OPEN
            END-IF.
            OPEN INPUT PLAN-FILE.
            OPEN INPUT ENROL-FILE.
            IF WS-BP-STATUS = "00" AND WS-BE-STATUS = "00"
                MOVE "Y" TO WS-BEN-OPEN
            ELSE
                DISPLAY "** NO BENEFIT PLAN OR ENROLMENT FILE, NO "
                    "BENEFIT PREMIUMS THIS RUN **"
                IF WS-BP-STATUS = "00"
                    CLOSE PLAN-FILE
                END-IF
                IF WS-BE-STATUS = "00"
                    CLOSE ENROL-FILE
                END-IF
            END-IF.
            OPEN I-O GARNISH-FILE.
            IF WS-GAR-STATUS = "00"
                MOVE "Y" TO WS-GAR-OPEN
            IF WS-SFT-STATUS = "00"
                MOVE "Y" TO WS-SFT-OPEN
            END-IF.
            OPEN INPUT TAXPROF-FILE.
            IF WS-WP-STATUS = "00"
                MOVE "Y" TO WS-WP-OPEN
            END-IF.
            IF WS-POST-RUN
                OPEN I-O LOAN-FILE
            ELSE
                OPEN INPUT LOAN-FILE
            END-IF.
            IF WS-LN-STATUS = "00"
                MOVE "Y" TO WS-LN-OPEN
            END-IF.
            OPEN I-O LEAVE-FILE.
            IF WS-LV-STATUS = "00"
                MOVE "Y" TO WS-LV-OPEN
            IF WS-SVA-STATUS = "00"
                MOVE "Y" TO WS-SVA-OPEN
            END-IF.
            OPEN I-O REIMB-FILE.
            IF WS-RQ-STATUS = "00"
                MOVE "Y" TO WS-RQ-OPEN
            END-IF.
            OPEN I-O HELD-FILE.
            IF WS-HELD-STATUS NOT = "00"
                OPEN OUTPUT HELD-FILE
                MOVE "Y" TO WS-HELD-OPEN
            END-IF.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            IF WS-CALC-RUN
                MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JRN-STAMP
            END-IF.
            MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR.
            MOVE WS-RUN-DATE(5:2) TO WS-QTR-MONTH.
            COMPUTE WS-QTR-NUM = (WS-QTR-MONTH + 2) / 3.
            COMPUTE WS-RUN-QUARTER = WS-QTR-YEAR * 10 + WS-QTR-NUM.
            IF WS-POST-RUN
                OPEN I-O QTD-FILE
                IF WS-QTD-STATUS NOT = "00"
                    OPEN OUTPUT QTD-FILE
                    CLOSE QTD-FILE
                    OPEN I-O QTD-FILE
                END-IF
                IF WS-QTD-STATUS = "00"
                    MOVE "Y" TO WS-QTD-OPEN
                ELSE
                    DISPLAY "** CANNOT OPEN QUARTER-TO-DATE FILE, "
                        "STATUS " WS-QTD-STATUS ", QTD NOT POSTED **"
                END-IF
            END-IF.
            IF WS-POST-RUN
                OPEN EXTEND JOURNAL-FILE
                IF WS-JRN-STATUS NOT = "00"
                    OPEN OUTPUT JOURNAL-FILE
                        WS-JRN-STATUS ", POSTINGS NOT JOURNALED **"
                END-IF
            END-IF.
            IF WS-POST-RUN
                OPEN EXTEND EMPLCOST-FILE
                IF WS-EMC-STATUS NOT = "00"
                    OPEN OUTPUT EMPLCOST-FILE
                END-IF
                IF WS-EMC-STATUS = "00"
                    MOVE "Y" TO WS-EMC-OPEN
                ELSE
                    DISPLAY "** CANNOT OPEN EMPLOYER COST LEDGER, "
                        "STATUS " WS-EMC-STATUS
                        ", EMPLOYER COSTS SKIPPED **"
                END-IF
            END-IF.
            IF WS-POST-RUN
                PERFORM AN-OPEN-BANK-TRANSFER THRU AN-EXIT
                PERFORM AO-OPEN-CHEQUE-FILES THRU AO-EXIT
                PERFORM AT-OPEN-RET-REMIT THRU AT-EXIT
            END-IF.
            IF WS-POST-RUN AND WS-LN-OPEN = "Y"
                OPEN EXTEND LOAN-HIST-FILE
                IF WS-LH-STATUS NOT = "00"
                    OPEN OUTPUT LOAN-HIST-FILE
                END-IF
                IF WS-LH-STATUS = "00"
                    MOVE "Y" TO WS-LH-OPEN
                ELSE
                    DISPLAY "** CANNOT OPEN LOAN HISTORY, STATUS "
                        WS-LH-STATUS ", REPAYMENTS NOT RECORDED **"
                END-IF
            END-IF.
            IF WS-STAGING = "Y"
                PERFORM AR-OPEN-STAGE-FILE THRU AR-EXIT
            END-IF.
            IF WS-POST-RUN
                GO TO PB-POST-READ.
        BB-READ.
            READ EMPLOYEE NEXT RECORD AT END GO TO CC-END.
            IF EMP-TERMINATED
                        GO TO BB-READ
                END-READ
            END-IF.
            PERFORM DK-SET-HOUR-RATE.
            PERFORM DC-LOOKUP-HOURS.
            IF WS-TS-FOUND = "N" AND NOT EMP-SALARIED
                PERFORM DD-HOLD-MISSING-TS THRU DD-EXIT
                GO TO BB-READ
            END-IF.
            PERFORM DG-LOOKUP-SHIFT.
            PERFORM DL-LOOKUP-TAX-PROFILE.
            PERFORM DB-CALC-INSURE-BONUS.
            DISPLAY "======================================".
            DISPLAY "EID: " EID " NAME: " NAME.
            DISPLAY "HOURS = " HOURS
            DISPLAY "INSURE = " INSURE
            DISPLAY "BONUS = " BONUS
            PERFORM DA-CALC-GROSS THRU DA-EXIT.
            PERFORM DI-PAY-VACATION-HOURS THRU DI-EXIT.
            PERFORM DH-CALC-SHIFT-PREMIUM.
            PERFORM DO-ADD-HOLIDAY-PREMIUM.
            PERFORM DQ-CALC-RETIREMENT THRU DQ-EXIT.
            PERFORM EA-CALC-TAX THRU EA-EXIT.
            PERFORM DE-LOOKUP-DEDUCTIONS.
            SUBTRACT INSURE TAX WS-OTHER-DEDUCTIONS WS-RETIRE-EE
                FROM GROSS-PAY GIVING NET-PAY
            PERFORM DF-CALC-GARNISHMENT.
            SUBTRACT WS-GARNISHMENT FROM NET-PAY
            ADD BONUS TO NET-PAY
            PERFORM DJ-PAY-SERVICE-AWARD THRU DJ-EXIT.
            PERFORM DM-DEDUCT-LOANS THRU DM-EXIT.
            PERFORM DR-ADD-REIMBURSEMENTS THRU DR-EXIT.
            DISPLAY "NET-PAY = " NET-PAY
            IF WS-SIMULATION
                PERFORM SA-SIMULATE-COMPARE THRU SA-EXIT
                GO TO BB-READ
            END-IF.
            PERFORM ST-WRITE-STAGE-EMP.
            GO TO BB-READ.
        DC-LOOKUP-HOURS.
            MOVE 0 TO HOURS.
            MOVE "N" TO WS-TS-FOUND.
            MOVE 0 TO WS-TS-HOURS-SUM.
            MOVE 0 TO WS-UNAPPROVED-HOURS.
            MOVE 0 TO WS-HOL-HOURS.
            MOVE 0 TO WS-HOL-PREMIUM-PAY.
            IF WS-HOURS-OPEN = "Y"
                PERFORM DC1-SUM-DAILY-HOURS THRU DC1-EXIT
            END-IF.
            IF HR-IS-APPROVED
                ADD HR-HOURS TO WS-TS-HOURS-SUM
                MOVE "Y" TO WS-TS-FOUND
                PERFORM DN-CHECK-HOLIDAY
            ELSE
                ADD HR-HOURS TO WS-UNAPPROVED-HOURS
            END-IF.
            GO TO DC2-NEXT-DAY.
        DC1-EXIT.
            EXIT.
      * A DAY WORKED ON A PUBLIC HOLIDAY STAYS IN THE PERIOD HOURS AT
      * STRAIGHT TIME; THE PREMIUM ON HOLIDAYS.DAT ABOVE STRAIGHT TIME
      * IS CARRIED SEPARATELY AND ADDED TO GROSS BY DO.
        DN-CHECK-HOLIDAY.
            IF WS-HOL-OPEN = "Y"
                MOVE HR-WORK-DATE TO HOL-DATE
                READ HOLIDAY-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        ADD HR-HOURS TO WS-HOL-HOURS
                        COMPUTE WS-HOL-PREMIUM-PAY ROUNDED =
                            WS-HOL-PREMIUM-PAY + HR-HOURS * HOUR-RATE
                                * (HOL-PREMIUM-RATE - 1)
                END-READ
            END-IF.
        DI-PAY-VACATION-HOURS.
            MOVE 0 TO WS-VACATION-HOURS.
            MOVE 0 TO WS-VACATION-PAY.
                WS-VACATION-HOURS * HOUR-RATE.
            ADD WS-VACATION-PAY TO GROSS-PAY.
            ADD WS-VACATION-HOURS TO WS-TOT-VACATION-HOURS.
            DISPLAY "VACATION HOURS PAID = " WS-VACATION-HOURS
                " VACATION PAY = " WS-VACATION-PAY.
        DI-EXIT.
            MOVE SVA-AMOUNT TO WS-AWARD-PAY.
            ADD WS-AWARD-PAY TO NET-PAY.
            ADD WS-AWARD-PAY TO WS-TOT-AWARDS.
            DISPLAY "LONG-SERVICE AWARD PAID = " WS-AWARD-PAY.
        DJ-EXIT.
            EXIT.
      * LOAN INSTALMENTS COME OFF AFTER TAX AND EVERY OTHER DEDUCTION.
      * AN INSTALMENT IS CUT BACK TO THE BALANCE LEFT ON THE LOAN AND
      * TO THE NET PAY STILL AVAILABLE, SO NET PAY NEVER GOES BELOW
      * ZERO AND A LOAN STOPS WHEN IT REACHES A ZERO BALANCE.
        DM-DEDUCT-LOANS.
            MOVE 0 TO WS-LOAN-DEDUCTION.
            IF WS-LN-OPEN NOT = "Y"
                GO TO DM-EXIT.
            MOVE EID TO LN-EID.
            MOVE 0 TO LN-NUMBER.
            START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
                INVALID KEY
                    GO TO DM-EXIT
            END-START.
        DM1-NEXT-LOAN.
            READ LOAN-FILE NEXT RECORD AT END GO TO DM-EXIT.
            IF LN-EID NOT = EID
                GO TO DM-EXIT.
            IF NOT LN-ACTIVE OR LN-BALANCE = 0
                GO TO DM1-NEXT-LOAN.
            IF NET-PAY = 0
                DISPLAY "** NO NET PAY LEFT FOR LOAN " LN-NUMBER
                    " INSTALMENT **"
                GO TO DM1-NEXT-LOAN.
            MOVE LN-INSTALMENT TO WS-LOAN-REPAY.
            IF WS-LOAN-REPAY > LN-BALANCE
                MOVE LN-BALANCE TO WS-LOAN-REPAY.
            IF WS-LOAN-REPAY > NET-PAY
                MOVE NET-PAY TO WS-LOAN-REPAY.
            SUBTRACT WS-LOAN-REPAY FROM NET-PAY.
            ADD WS-LOAN-REPAY TO WS-LOAN-DEDUCTION.
            DISPLAY "LOAN " LN-NUMBER " REPAYMENT = " WS-LOAN-REPAY.
            IF WS-STAGING = "Y"
                MOVE SPACES TO STG-LOAN-REC
                MOVE "L" TO STL-TYPE
                MOVE EID TO STL-EID
                MOVE LN-NUMBER TO STL-NUMBER
                MOVE WS-LOAN-REPAY TO STL-AMOUNT
                WRITE STG-LOAN-REC
                ADD WS-LOAN-REPAY TO WS-TOT-LOAN-REPAID
            END-IF.
            GO TO DM1-NEXT-LOAN.
        DM-EXIT.
            EXIT.
      * STAFF EXPENSE CLAIMS ARE REPAID LAST, AFTER TAX, GARNISHMENT
      * AND LOANS, SO NONE OF THOSE CAN TAKE ANY OF IT. EACH CLAIM
      * STILL QUEUED FOR THE EID IS STAGED AS AN "R" LINE AHEAD OF THE
      * EMPLOYEE'S "E" LINE; IT IS ONLY MARKED PAID WHEN THE POST PASS
      * MEETS THAT LINE.
        DR-ADD-REIMBURSEMENTS.
            MOVE 0 TO WS-REIMBURSE.
            IF WS-RQ-OPEN NOT = "Y"
                GO TO DR-EXIT.
            MOVE EID TO RQ-EID.
            MOVE 0 TO RQ-SEQ.
            START REIMB-FILE KEY IS NOT LESS THAN RQ-KEY
                INVALID KEY
                    GO TO DR-EXIT
            END-START.
        DR1-NEXT-CLAIM.
            READ REIMB-FILE NEXT RECORD AT END GO TO DR2-ADD-TO-NET.
            IF RQ-EID NOT = EID
                GO TO DR2-ADD-TO-NET.
            IF NOT RQ-QUEUED
                GO TO DR1-NEXT-CLAIM.
            ADD RQ-AMOUNT TO WS-REIMBURSE.
            DISPLAY "EXPENSE CLAIM " RQ-SEQ " REIMBURSED = " RQ-AMOUNT.
            IF WS-STAGING = "Y"
                MOVE SPACES TO STG-CLAIM-REC
                MOVE "R" TO STR-TYPE
                MOVE EID TO STR-EID
                MOVE RQ-SEQ TO STR-SEQ
                MOVE RQ-AMOUNT TO STR-AMOUNT
                WRITE STG-CLAIM-REC
                ADD RQ-AMOUNT TO WS-TOT-REIMBURSED
                ADD 1 TO WS-CLAIMS-PAID
            END-IF.
            GO TO DR1-NEXT-CLAIM.
        DR2-ADD-TO-NET.
            ADD WS-REIMBURSE TO NET-PAY.
        DR-EXIT.
            EXIT.
        DD-HOLD-MISSING-TS.
            IF WS-SIMULATION
                DISPLAY "** NO TIMESHEET ** EID " EID
                GO TO AG-EXIT.
            MOVE "Y" TO WS-CAL-OPEN.
            IF WS-RELEASE-MODE = "Y"
                MOVE "RELPERIOD" TO WS-PARM-NAME
                PERFORM PR-GET-RUN-PARM
                IF WS-PARM-SOURCE = "P"
                    DISPLAY "ENTER PERIOD NUMBER TO RELEASE: "
                    ACCEPT WS-RELEASE-PERIOD
                ELSE
                    COMPUTE WS-RELEASE-PERIOD =
                        FUNCTION NUMVAL(WS-PARM-VALUE)
                END-IF
                MOVE WS-RELEASE-PERIOD TO PC-PERIOD-NUM
                READ CALENDAR-FILE
                    INVALID KEY
                " TO " PC-END-DATE.
        AG-EXIT.
            EXIT.
      * UNDER NIGHTRUN BAD OR MISSING PERIOD DATES CANNOT BE KEYED
      * AGAIN, SO THE RUN IS REFUSED RATHER THAN PAYING ON A GUESS.
        AJ-ACCEPT-PERIOD-DATES.
            MOVE "PERSTART" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE NOT = "P"
                COMPUTE WS-PERIOD-START =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
                MOVE "PEREND" TO WS-PARM-NAME
                PERFORM PR-GET-RUN-PARM
                COMPUTE WS-PERIOD-END = FUNCTION NUMVAL(WS-PARM-VALUE)
                GO TO AJ1-CHECK-DATES.
            DISPLAY "ENTER PERIOD START DATE (YYYYMMDD): ".
            ACCEPT WS-PERIOD-START.
            DISPLAY "ENTER PERIOD END DATE (YYYYMMDD): ".
            ACCEPT WS-PERIOD-END.
        AJ1-CHECK-DATES.
            IF WS-PERIOD-START = 0
                OR WS-PERIOD-END = 0
                OR WS-PERIOD-END < WS-PERIOD-START
                DISPLAY "** INVALID PERIOD DATES **"
                IF WS-PARM-SOURCE NOT = "P"
                    DISPLAY "RUN REFUSED, NO VALID PERIOD DATES IN "
                        "runparm.dat"
                    PERFORM LK-RELEASE-LOCK
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
                GO TO AJ-ACCEPT-PERIOD-DATES.
            DISPLAY "PAYING TIMESHEETS FROM " WS-PERIOD-START
                " TO " WS-PERIOD-END.
        AJ-EXIT.
            EXIT.
        AN-OPEN-BANK-TRANSFER.
            OPEN INPUT BANK-FILE.
            IF WS-BANK-STATUS = "00"
                MOVE "Y" TO WS-BANK-OPEN
            ELSE
                DISPLAY "** NO BANK-ACCOUNT MASTER, STATUS "
                    WS-BANK-STATUS ", NET PAY GOES BY CHEQUE **"
            END-IF.
            IF WS-RESTART-COUNT > 0
                OPEN EXTEND BANK-TRAN-FILE
            ELSE
                OPEN OUTPUT BANK-TRAN-FILE
            END-IF.
            IF WS-BTR-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN BANK TRANSFER FILE, STATUS "
                    WS-BTR-STATUS ", TRANSFERS NOT WRITTEN **"
                GO TO AN-EXIT.
            MOVE "Y" TO WS-BTR-OPEN.
            IF WS-RESTART-COUNT > 0
                GO TO AN-EXIT.
            MOVE SPACES TO BT-HEADER-REC.
            MOVE "H" TO BTH-TYPE.
            MOVE WS-RUN-DATE TO BTH-RUN-DATE.
            MOVE WS-CURRENT-PERIOD TO BTH-PERIOD.
            MOVE WS-JRN-STAMP TO BTH-RUN-STAMP.
            WRITE BT-HEADER-REC.
        AN-EXIT.
            EXIT.
      * THE CONTRIBUTION REMITTANCE FOR THE PLAN ADMINISTRATOR IS
      * REWRITTEN BY EVERY POST PASS, LIKE THE BANK TRANSFER FILE.
        AT-OPEN-RET-REMIT.
            IF WS-RESTART-COUNT > 0
                OPEN EXTEND RET-REMIT-FILE
            ELSE
                OPEN OUTPUT RET-REMIT-FILE
            END-IF.
            IF WS-RRM-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN RETIREMENT REMITTANCE FILE, "
                    "STATUS " WS-RRM-STATUS ", NOT WRITTEN **"
                GO TO AT-EXIT.
            MOVE "Y" TO WS-RRM-OPEN.
            IF WS-RESTART-COUNT > 0
                GO TO AT-EXIT.
            MOVE SPACES TO RRM-HEADER-REC.
            MOVE "H" TO RRH-TYPE.
            MOVE WS-RUN-DATE TO RRH-RUN-DATE.
            MOVE WS-CURRENT-PERIOD TO RRH-PERIOD.
            MOVE WS-JRN-STAMP TO RRH-RUN-STAMP.
            WRITE RRM-HEADER-REC.
        AT-EXIT.
            EXIT.
        AO-OPEN-CHEQUE-FILES.
            OPEN I-O CHEQUE-REG-FILE.
            IF WS-CHR-STATUS NOT = "00"
                OPEN OUTPUT CHEQUE-REG-FILE
                CLOSE CHEQUE-REG-FILE
                OPEN I-O CHEQUE-REG-FILE
            END-IF.
            IF WS-CHR-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN CHEQUE REGISTER, STATUS "
                    WS-CHR-STATUS ", NO CHEQUES WILL BE ISSUED **"
                GO TO AO-EXIT.
            IF WS-RESTART-COUNT > 0
                OPEN EXTEND CHEQUE-PRINT-FILE
            ELSE
                OPEN OUTPUT CHEQUE-PRINT-FILE
            END-IF.
            IF WS-CHP-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN CHEQUE PRINT FILE, STATUS "
                    WS-CHP-STATUS ", NO CHEQUES WILL BE ISSUED **"
                CLOSE CHEQUE-REG-FILE
                GO TO AO-EXIT.
            MOVE "Y" TO WS-CHR-OPEN.
            OPEN INPUT CHEQUE-SEQ-FILE.
            IF WS-CHS-STATUS = "00"
                READ CHEQUE-SEQ-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE CKP-LAST-CHEQUE TO WS-LAST-CHEQUE
                END-READ
                CLOSE CHEQUE-SEQ-FILE
            END-IF.
            DISPLAY "NEXT CHEQUE NUMBER FOLLOWS " WS-LAST-CHEQUE.
        AO-EXIT.
            EXIT.
        AI-LOAD-PROPOSED-RATES.
            MOVE WS-GRADE-RATES TO WS-PROP-GRADE-RATES.
            MOVE WS-TAX-TABLE TO WS-PROP-TAX-TABLE.
            MOVE WS-PROP-GRADE-RATES TO WS-GRADE-RATES.
            MOVE WS-PROP-TAX-TABLE TO WS-TAX-TABLE.
            PERFORM DB-CALC-INSURE-BONUS.
            PERFORM EA-CALC-TAX THRU EA-EXIT.
            SUBTRACT INSURE TAX WS-OTHER-DEDUCTIONS WS-RETIRE-EE
                FROM GROSS-PAY GIVING NET-PAY.
            SUBTRACT WS-GARNISHMENT FROM NET-PAY.
            ADD BONUS TO NET-PAY.
      * THE PROPOSED NET MUST CARRY IT TOO OR THE COMPARISON WOULD
      * SHOW A SPURIOUS DIFFERENCE EQUAL TO THE AWARD.
            ADD WS-AWARD-PAY TO NET-PAY.
            IF WS-LOAN-DEDUCTION < NET-PAY
                SUBTRACT WS-LOAN-DEDUCTION FROM NET-PAY
            ELSE
                MOVE 0 TO NET-PAY
            END-IF.
      * THE SAME GOES FOR ANY STAFF EXPENSE CLAIMS BEING REPAID.
            ADD WS-REIMBURSE TO NET-PAY.
            MOVE TAX TO WS-PROP-TAX.
            MOVE NET-PAY TO WS-PROP-NET.
            MOVE WS-SAVE-GRADE-RATES TO WS-GRADE-RATES.
                    PERFORM AE-APPLY-GRADE-RATE
                WHEN "T"
                    PERFORM AF-APPLY-TAX-BRACKET
                WHEN "A"
                    MOVE RT-AMOUNT-1 TO WS-ALLOWANCE-VALUE
                    ADD 1 TO WS-RATES-LOADED
                WHEN "M"
                    MOVE RT-AMOUNT-1 TO WS-MATCH-RATE
                    MOVE RT-AMOUNT-2 TO WS-MATCH-CAP-PERCENT
                    ADD 1 TO WS-RATES-LOADED
                WHEN OTHER
                    DISPLAY "** UNKNOWN RATES RECORD TYPE "
                        RT-TYPE ", SKIPPED **"
                        CONTINUE
                END-READ
            END-IF.
        DL-LOOKUP-TAX-PROFILE.
            MOVE 0 TO WP-ALLOWANCES WP-EXTRA-AMOUNT.
            MOVE "N" TO WP-EXEMPT.
            IF WS-WP-OPEN = "Y"
                MOVE EID TO WP-EID
                READ TAXPROF-FILE
                    INVALID KEY
                        MOVE 0 TO WP-ALLOWANCES WP-EXTRA-AMOUNT
                        MOVE "N" TO WP-EXEMPT
                END-READ
            END-IF.
        DB-CALC-INSURE-BONUS.
            MOVE 10.70 TO INSURE.
            MOVE 90.00 TO BONUS.
                    MOVE WS-GR-INSURE(GR-IDX) TO INSURE
                    MOVE WS-GR-BONUS(GR-IDX) TO BONUS
            END-SEARCH.
      * THE BENEFIT PREMIUM COMES FROM THE ENROLMENTS IN FORCE FOR THE
      * PERIOD, NOT FROM THE OLD FLAT FIGURE ON DEDUCTIONS.DAT.
        DE-LOOKUP-DEDUCTIONS.
            MOVE 0 TO DED-UNION-DUES DED-BENEFIT-PREMIUM DED-PARKING.
            IF WS-DED-OPEN = "Y"
                        CONTINUE
                END-READ
            END-IF.
            PERFORM DP-CALC-BENEFITS THRU DP-EXIT.
            ADD DED-UNION-DUES WS-BENEFIT-PREMIUM DED-PARKING
                GIVING WS-OTHER-DEDUCTIONS.
      * AN ENROLMENT IS IN FORCE IF IT STARTS BY THE PERIOD END AND
      * HAS NOT ENDED BEFORE THE PERIOD START. PLAN COSTS ARE MONTHLY
      * AND ARE CONVERTED TO THE PAY PERIOD THROUGH THE WEEKLY COST.
        DP-CALC-BENEFITS.
            MOVE 0 TO WS-BENEFIT-PREMIUM.
            MOVE 0 TO WS-EMPLOYER-BENEFIT.
            IF WS-BEN-OPEN NOT = "Y"
                GO TO DP-EXIT.
            MOVE EID TO BE-EID.
            MOVE SPACES TO BE-PLAN-CODE.
            START ENROL-FILE KEY IS NOT LESS THAN BE-KEY
                INVALID KEY
                    GO TO DP-EXIT
            END-START.
        DP1-NEXT-ENROLMENT.
            READ ENROL-FILE NEXT RECORD AT END GO TO DP-EXIT.
            IF BE-EID NOT = EID
                GO TO DP-EXIT.
            IF BE-EFFECTIVE-DATE > WS-PERIOD-END
                GO TO DP1-NEXT-ENROLMENT.
            IF BE-END-DATE NOT = 0 AND BE-END-DATE < WS-PERIOD-START
                GO TO DP1-NEXT-ENROLMENT.
            EVALUATE BE-TIER
                WHEN "E" MOVE 1 TO WS-BEN-TIER-IDX
                WHEN "S" MOVE 2 TO WS-BEN-TIER-IDX
                WHEN "C" MOVE 3 TO WS-BEN-TIER-IDX
                WHEN "F" MOVE 4 TO WS-BEN-TIER-IDX
                WHEN OTHER
                    DISPLAY "** EID " EID " PLAN " BE-PLAN-CODE
                        " HAS UNKNOWN TIER " BE-TIER ", SKIPPED **"
                    GO TO DP1-NEXT-ENROLMENT
            END-EVALUATE.
            MOVE BE-PLAN-CODE TO BP-PLAN-CODE.
            READ PLAN-FILE
                INVALID KEY
                    DISPLAY "** EID " EID " ENROLLED IN UNKNOWN PLAN "
                        BE-PLAN-CODE ", SKIPPED **"
                    GO TO DP1-NEXT-ENROLMENT
            END-READ.
            COMPUTE WS-BEN-EE-PERIOD ROUNDED =
                BP-EE-COST(WS-BEN-TIER-IDX) * 12 / 52
                    * WS-PERIOD-MULTIPLE.
            COMPUTE WS-BEN-ER-PERIOD ROUNDED =
                BP-ER-COST(WS-BEN-TIER-IDX) * 12 / 52
                    * WS-PERIOD-MULTIPLE.
            ADD WS-BEN-EE-PERIOD TO WS-BENEFIT-PREMIUM.
            ADD WS-BEN-ER-PERIOD TO WS-EMPLOYER-BENEFIT.
            GO TO DP1-NEXT-ENROLMENT.
        DP-EXIT.
            EXIT.
        DF-CALC-GARNISHMENT.
            MOVE 0 TO WS-GARNISHMENT.
            IF WS-GAR-OPEN = "Y"
                                MOVE WS-GARNISH-REMAINING
                                    TO WS-GARNISHMENT
                            END-IF
                            DISPLAY "GARNISHMENT = " WS-GARNISHMENT
                        END-IF
                END-READ
            END-IF.
            MOVE INSURE TO PS-INSURE.
            MOVE BONUS TO PS-BONUS.
            MOVE DED-UNION-DUES TO PS-UNION-DUES.
            MOVE WS-BENEFIT-PREMIUM TO PS-BENEFIT-PREMIUM.
            MOVE DED-PARKING TO PS-PARKING.
            MOVE WS-GARNISHMENT TO PS-GARNISHMENT.
            MOVE WS-SHIFT-PREMIUM-PAY TO PS-SHIFT-PREMIUM.
            MOVE WS-VACATION-HOURS TO PS-VAC-HOURS.
            MOVE WS-AWARD-PAY TO PS-AWARD.
            MOVE WS-CURRENT-PERIOD TO PS-PERIOD.
            MOVE WS-HOL-HOURS TO PS-HOL-HOURS.
            MOVE WS-HOL-PREMIUM-PAY TO PS-HOL-PREMIUM.
            MOVE WS-RETIRE-EE TO PS-RETIRE.
            MOVE WS-REIMBURSE TO PS-REIMBURSE.
            MOVE WS-LOAN-DEDUCTION TO PS-LOAN-DEDUCT.
            MOVE FUNCTION CHAR(11) TO PS-LF.
            WRITE PAYSLIP-RECORD.
            IF WS-PSH-OPEN = "Y"
                MOVE PAYSLIP-RECORD TO PS-HISTORY-REC
                WRITE PS-HISTORY-REC
            END-IF.
        GB-WRITE-BANK-CREDIT.
            IF NET-PAY = 0
                GO TO GB-EXIT.
            MOVE SPACE TO BK-STATUS.
            IF WS-BANK-OPEN = "Y"
                MOVE EID TO BK-EID
                READ BANK-FILE
                    INVALID KEY
                        MOVE SPACE TO BK-STATUS
                END-READ
            END-IF.
            IF NOT BK-ACTIVE
                PERFORM GC-WRITE-CHEQUE THRU GC-EXIT
                GO TO GB-EXIT.
            IF WS-BTR-OPEN NOT = "Y"
                ADD 1 TO WS-UNPAID-COUNT
                GO TO GB-EXIT.
            MOVE SPACES TO BT-CREDIT-REC.
            MOVE "C" TO BTC-TYPE.
            MOVE EID TO BTC-EID.
            MOVE BK-SORT-CODE TO BTC-SORT-CODE.
            MOVE BK-ACCOUNT-NO TO BTC-ACCOUNT-NO.
            MOVE BK-ACCOUNT-NAME TO BTC-ACCOUNT-NAME.
            MOVE NET-PAY TO BTC-AMOUNT.
            WRITE BT-CREDIT-REC.
            ADD 1 TO WS-BT-COUNT.
            ADD NET-PAY TO WS-BT-TOTAL.
            ADD BK-ACCOUNT-NO TO WS-BT-HASH.
            DISPLAY "BANK CREDIT RAISED TO " BK-SORT-CODE " "
                BK-ACCOUNT-NO.
        GB-EXIT.
            EXIT.
      * AN EMPLOYEE WITH NO ACTIVE BANK ACCOUNT IS PAID BY CHEQUE. THE
      * CHEQUE NUMBER IS CHECKPOINTED AS SOON AS IT IS USED SO THAT A
      * FAILED RUN NEVER HANDS THE SAME NUMBER OUT TWICE.
        GC-WRITE-CHEQUE.
            IF WS-CHR-OPEN NOT = "Y"
                ADD 1 TO WS-UNPAID-COUNT
                DISPLAY "** NO BANK ACCOUNT AND NO CHEQUE REGISTER ** "
                    "EID " EID " NET-PAY " NET-PAY " NOT PAID OUT"
                GO TO GC-EXIT.
            ADD 1 TO WS-LAST-CHEQUE.
            MOVE SPACES TO CHEQUE-REG-RECORD.
            MOVE WS-LAST-CHEQUE TO CR-CHEQUE-NO.
            MOVE EID TO CR-EID.
            MOVE NAME TO CR-NAME.
            MOVE NET-PAY TO CR-AMOUNT.
            MOVE WS-RUN-DATE TO CR-ISSUE-DATE.
            MOVE WS-CURRENT-PERIOD TO CR-PERIOD.
            MOVE "I" TO CR-STATUS.
            MOVE 0 TO CR-REPLACES CR-REPLACED-BY CR-VOID-DATE.
            MOVE "PAY" TO CR-OPERATOR.
            WRITE CHEQUE-REG-RECORD
                INVALID KEY
                    DISPLAY "** CHEQUE " WS-LAST-CHEQUE
                        " ALREADY ON REGISTER, CHECK chqseq.ckp **"
                    ADD 1 TO WS-UNPAID-COUNT
                    GO TO GC-EXIT
            END-WRITE.
            OPEN OUTPUT CHEQUE-SEQ-FILE.
            IF WS-CHS-STATUS = "00"
                MOVE WS-LAST-CHEQUE TO CKP-LAST-CHEQUE
                WRITE CHEQUE-SEQ-REC
                CLOSE CHEQUE-SEQ-FILE
            END-IF.
            MOVE SPACES TO CHEQUE-PRINT-REC.
            MOVE WS-LAST-CHEQUE TO CP-CHEQUE-NO.
            MOVE WS-RUN-DATE TO CP-DATE.
            MOVE EID TO CP-EID.
            MOVE NAME TO CP-PAYEE.
            MOVE NET-PAY TO CP-AMOUNT.
            WRITE CHEQUE-PRINT-REC.
            ADD 1 TO WS-CHQ-COUNT.
            ADD NET-PAY TO WS-CHQ-TOTAL.
            DISPLAY "PAID BY CHEQUE NUMBER " WS-LAST-CHEQUE.
        GC-EXIT.
            EXIT.
        FA-UPDATE-YTD.
            MOVE EID TO BAL-EID.
            READ BALANCE-FILE
            DISPLAY "YTD-GROSS = " YTD-GROSS
            DISPLAY "YTD-TAX = " YTD-TAX
            DISPLAY "YTD-NET = " YTD-NET.
      * QUARTER-TO-DATE FIGURES FOLLOW THE MONTH THE RUN IS POSTED IN,
      * AS THE REMITTANCE LEDGER DOES. THE FIRST POSTING FOR AN EID IN
      * A NEW QUARTER MOVES THE OLD QUARTER TO THE PRIOR FIELDS, SO THE
      * RETURN FOR A QUARTER JUST ENDED CAN STILL BE PRODUCED. THE
      * QUARTER IS CARRIED IN THE JOURNAL FIELD NAME FOR PAYBACK.
        FE-UPDATE-QTD.
            IF WS-QTD-OPEN NOT = "Y"
                GO TO FE-EXIT.
            MOVE EID TO QTD-EID.
            READ QTD-FILE
                INVALID KEY
                    MOVE 0 TO QTD-GROSS QTD-TAX QTD-DEDUCT
                        QTD-PRIOR-QUARTER QTD-PRIOR-GROSS
                        QTD-PRIOR-TAX QTD-PRIOR-DEDUCT
                    MOVE WS-RUN-QUARTER TO QTD-QUARTER
            END-READ.
            IF QTD-QUARTER NOT = WS-RUN-QUARTER
                MOVE QTD-QUARTER TO QTD-PRIOR-QUARTER
                MOVE QTD-GROSS TO QTD-PRIOR-GROSS
                MOVE QTD-TAX TO QTD-PRIOR-TAX
                MOVE QTD-DEDUCT TO QTD-PRIOR-DEDUCT
                MOVE 0 TO QTD-GROSS QTD-TAX QTD-DEDUCT
                MOVE WS-RUN-QUARTER TO QTD-QUARTER
            END-IF.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "QTD-G-" WS-RUN-QUARTER
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE QTD-GROSS TO WS-JRN-BEFORE.
            ADD GROSS-PAY TO QTD-GROSS.
            MOVE QTD-GROSS TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "QTD-T-" WS-RUN-QUARTER
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE QTD-TAX TO WS-JRN-BEFORE.
            ADD TAX TO QTD-TAX.
            MOVE QTD-TAX TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "QTD-D-" WS-RUN-QUARTER
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE QTD-DEDUCT TO WS-JRN-BEFORE.
            ADD WS-OTHER-DEDUCTIONS TO QTD-DEDUCT.
            MOVE QTD-DEDUCT TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            IF WS-QTD-STATUS = "00"
                REWRITE QTD-RECORD
            ELSE
                WRITE QTD-RECORD
            END-IF.
        FE-EXIT.
            EXIT.
        FB-UPDATE-ACCRUAL.
            IF WS-ACR-OPEN NOT = "Y"
                GO TO FB-EXIT.
            MOVE INSURE TO WS-EMPLOYER-INSURE.
            COMPUTE WS-EMPLOYER-TAX ROUNDED =
                GROSS-PAY * WS-EMPLOYER-TAX-RATE.
            ADD WS-EMPLOYER-INSURE WS-EMPLOYER-TAX WS-EMPLOYER-BENEFIT
                WS-RETIRE-ER GIVING WS-EMPLOYER-COST.
            MOVE SPACES TO EMPLCOST-REC.
            MOVE WS-RUN-DATE TO EMC-RUN-DATE.
            MOVE EID TO EMC-EID.
            MOVE WS-EMPLOYER-INSURE TO EMC-INSURE-MATCH.
            MOVE WS-EMPLOYER-TAX TO EMC-PAYROLL-TAX.
            MOVE WS-EMPLOYER-COST TO EMC-TOTAL-COST.
            MOVE WS-EMPLOYER-BENEFIT TO EMC-BENEFIT-SHARE.
            MOVE WS-RETIRE-ER TO EMC-RETIRE-MATCH.
            WRITE EMPLCOST-REC.
            ADD WS-EMPLOYER-INSURE TO WS-TOT-EMPLOYER-INSURE.
            ADD WS-EMPLOYER-TAX TO WS-TOT-EMPLOYER-TAX.
            ADD WS-EMPLOYER-COST TO WS-TOT-EMPLOYER-COST.
            ADD WS-EMPLOYER-BENEFIT TO WS-TOT-EMPLOYER-BENEFIT.
            DISPLAY "EMPLOYER COST = " WS-EMPLOYER-COST.
        FC-EXIT.
            EXIT.
            CLOSE REMIT-FILE.
        FD-EXIT.
            EXIT.
      * THE WITHHOLDING PROFILE TAKES THE ALLOWANCES OFF GROSS BEFORE
      * THE BRACKETS AND ADDS ANY EXTRA FLAT AMOUNT AFTERWARDS; AN
      * EXEMPT EMPLOYEE HAS NOTHING WITHHELD.
        EA-CALC-TAX.
            MOVE 0 TO TAX.
            MOVE 0 TO WS-PREV-LIMIT.
            IF WP-IS-EXEMPT
                DISPLAY "TAX = " TAX " (EXEMPT)"
                GO TO EA-EXIT.
            COMPUTE WS-ALLOWANCE-TOTAL =
                WP-ALLOWANCES * WS-ALLOWANCE-VALUE.
            SUBTRACT WS-RETIRE-EE FROM GROSS-PAY GIVING WS-TAX-BASE.
            IF WS-ALLOWANCE-TOTAL < WS-TAX-BASE
                SUBTRACT WS-ALLOWANCE-TOTAL FROM WS-TAX-BASE
                    GIVING WS-TAXABLE-GROSS
            ELSE
                MOVE 0 TO WS-TAXABLE-GROSS
            END-IF.
            PERFORM VARYING BRK-IDX FROM 1 BY 1 UNTIL BRK-IDX > 3
                IF WS-TAXABLE-GROSS > WS-BRACKET-LIMIT(BRK-IDX)
                    COMPUTE TAX ROUNDED = TAX +
                        (WS-BRACKET-LIMIT(BRK-IDX) - WS-PREV-LIMIT)
                            * WS-BRACKET-RATE(BRK-IDX)
                    MOVE WS-BRACKET-LIMIT(BRK-IDX) TO WS-PREV-LIMIT
                ELSE
                    COMPUTE TAX ROUNDED = TAX +
                        (WS-TAXABLE-GROSS - WS-PREV-LIMIT)
                            * WS-BRACKET-RATE(BRK-IDX)
                    EXIT PERFORM
                END-IF
            END-PERFORM.
            ADD WP-EXTRA-AMOUNT TO TAX.
            DISPLAY "TAX = " TAX.
        EA-EXIT.
            EXIT.
      * A STORED HOURLY RATE WINS FOR HOURLY STAFF; OTHERWISE THE RATE
      * IS DERIVED FROM SALARY AND IS USED FOR VACATION AND SHIFT PAY.
        DK-SET-HOUR-RATE.
            IF EMP-HOURLY AND EMP-HOURLY-RATE NUMERIC
                AND EMP-HOURLY-RATE > 0
                MOVE EMP-HOURLY-RATE TO HOUR-RATE
            ELSE
                COMPUTE HOUR-RATE ROUNDED = SALARY / 2080
            END-IF.
      * SALARIED STAFF GET A FIXED PERIOD AMOUNT WHATEVER THE TIMESHEET
      * SAYS, AND NO OVERTIME; HOURLY STAFF ARE PAID THEIR HOURS.
        DA-CALC-GROSS.
            MOVE 0 TO OVERTIME-PAY.
            IF EMP-SALARIED
                MOVE 0 TO OVERTIME-HOURS
                MOVE HOURS TO REGULAR-HOURS
                COMPUTE GROSS-PAY ROUNDED =
                    SALARY / 52 * WS-PERIOD-MULTIPLE
                DISPLAY "SALARIED PERIOD PAY = " GROSS-PAY
                GO TO DA-EXIT
            END-IF.
            IF HOURS > WS-OT-THRESHOLD
                MOVE WS-OT-THRESHOLD TO REGULAR-HOURS
                SUBTRACT WS-OT-THRESHOLD FROM HOURS
            ADD OVERTIME-PAY TO GROSS-PAY.
            DISPLAY "OVERTIME-PAY = " OVERTIME-PAY
            DISPLAY "GROSS-PAY = " GROSS-PAY.
        DA-EXIT.
            EXIT.
        DH-CALC-SHIFT-PREMIUM.
            MOVE 0 TO WS-SHIFT-PREMIUM-PAY.
            SET SP-IDX TO 1.
            END-SEARCH.
            ADD WS-SHIFT-PREMIUM-PAY TO GROSS-PAY.
            DISPLAY "SHIFT-PREMIUM-PAY = " WS-SHIFT-PREMIUM-PAY.
      * THE ELECTED CONTRIBUTION IS A PERCENTAGE OF GROSS AND IS TAKEN
      * BEFORE TAX. THE EMPLOYER MATCHES WS-MATCH-RATE PERCENT OF IT,
      * ON CONTRIBUTIONS UP TO WS-MATCH-CAP-PERCENT OF GROSS; BOTH
      * FIGURES CAN BE SET BY AN "M" RECORD ON PAYRATES.DAT.
        DQ-CALC-RETIREMENT.
            MOVE 0 TO WS-RETIRE-EE.
            MOVE 0 TO WS-RETIRE-ER.
            IF WS-RET-OPEN NOT = "Y"
                GO TO DQ-EXIT.
            MOVE EID TO RET-EID.
            READ RETIRE-FILE
                INVALID KEY
                    GO TO DQ-EXIT
            END-READ.
            IF RET-PERCENT = 0
                GO TO DQ-EXIT.
            COMPUTE WS-RETIRE-EE ROUNDED =
                GROSS-PAY * RET-PERCENT / 100.
            COMPUTE WS-MATCH-CAP-AMOUNT ROUNDED =
                GROSS-PAY * WS-MATCH-CAP-PERCENT / 100.
            IF WS-RETIRE-EE < WS-MATCH-CAP-AMOUNT
                MOVE WS-RETIRE-EE TO WS-MATCH-BASE
            ELSE
                MOVE WS-MATCH-CAP-AMOUNT TO WS-MATCH-BASE
            END-IF.
            COMPUTE WS-RETIRE-ER ROUNDED =
                WS-MATCH-BASE * WS-MATCH-RATE / 100.
            DISPLAY "RETIREMENT = " WS-RETIRE-EE
                " EMPLOYER MATCH = " WS-RETIRE-ER.
        DQ-EXIT.
            EXIT.
        DO-ADD-HOLIDAY-PREMIUM.
            ADD WS-HOL-PREMIUM-PAY TO GROSS-PAY.
            IF WS-HOL-HOURS > 0
                DISPLAY "HOLIDAY HOURS = " WS-HOL-HOURS
                    " HOLIDAY PREMIUM = " WS-HOL-PREMIUM-PAY
            END-IF.
      * A NEW CALCULATION IS REFUSED WHILE THE LAST STAGED RUN IS
      * STILL WAITING FOR APPROVAL OR FOR POSTING - IT MUST BE
      * REJECTED WITH PAYAPPR OR POSTED BEFORE ANOTHER IS STAGED.
        AQ-CHECK-PENDING-RUN.
            MOVE "N" TO WS-RUN-FOUND.
            OPEN INPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS NOT = "00"
                GO TO AQ-EXIT.
            READ PAY-RUN-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE "Y" TO WS-RUN-FOUND
            END-READ.
            CLOSE PAY-RUN-FILE.
            IF WS-RUN-FOUND = "N"
                GO TO AQ-EXIT.
            IF RN-CALCULATED
                DISPLAY "** RUN " RN-RUN-STAMP " IS AWAITING "
                    "APPROVAL, APPROVE OR REJECT IT WITH PAYAPPR **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            IF RN-APPROVED
                DISPLAY "** RUN " RN-RUN-STAMP " IS APPROVED BUT "
                    "NOT POSTED, POST IT BEFORE CALCULATING AGAIN **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        AQ-EXIT.
            EXIT.
        AR-OPEN-STAGE-FILE.
            OPEN OUTPUT STAGE-FILE.
            IF WS-STG-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN paystage.dat, STATUS "
                    WS-STG-STATUS ", RUN REFUSED **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            MOVE SPACES TO STG-HEADER-REC.
            MOVE "H" TO STH-TYPE.
            MOVE WS-JRN-STAMP TO STH-RUN-STAMP.
            MOVE WS-CURRENT-PERIOD TO STH-PERIOD.
            MOVE WS-PERIOD-TYPE TO STH-PERIOD-TYPE.
            MOVE WS-PERIOD-START TO STH-PERIOD-START.
            MOVE WS-PERIOD-END TO STH-PERIOD-END.
            MOVE WS-RELEASE-MODE TO STH-RELEASE.
            MOVE WS-OPERATOR-ID TO STH-OPERATOR.
            WRITE STG-HEADER-REC.
            DISPLAY "STAGING PAY RUN " WS-JRN-STAMP
                ", NOTHING WILL BE POSTED UNTIL IT IS APPROVED".
        AR-EXIT.
            EXIT.
        ST-WRITE-STAGE-EMP.
            MOVE SPACES TO STG-EMP-REC.
            MOVE "E" TO STE-TYPE.
            MOVE EID TO STE-EID.
            MOVE NAME TO STE-NAME.
            MOVE HOUR-RATE TO STE-HOUR-RATE.
            MOVE HOURS TO STE-HOURS.
            MOVE INSURE TO STE-INSURE.
            MOVE BONUS TO STE-BONUS.
            MOVE DED-UNION-DUES TO STE-UNION-DUES.
            MOVE WS-BENEFIT-PREMIUM TO STE-BENEFIT-PREMIUM.
            MOVE DED-PARKING TO STE-PARKING.
            MOVE WS-OTHER-DEDUCTIONS TO STE-OTHER-DEDUCTIONS.
            MOVE WS-GARNISHMENT TO STE-GARNISHMENT.
            MOVE WS-SHIFT-PREMIUM-PAY TO STE-SHIFT-PREMIUM.
            MOVE GROSS-PAY TO STE-GROSS-PAY.
            MOVE TAX TO STE-TAX.
            MOVE NET-PAY TO STE-NET-PAY.
            MOVE WS-VACATION-HOURS TO STE-VAC-HOURS.
            MOVE WS-AWARD-PAY TO STE-AWARD.
            MOVE WS-LOAN-DEDUCTION TO STE-LOAN-DEDUCTION.
            MOVE WS-HOL-HOURS TO STE-HOL-HOURS.
            MOVE WS-HOL-PREMIUM-PAY TO STE-HOL-PREMIUM.
            MOVE WS-EMPLOYER-BENEFIT TO STE-ER-BENEFIT.
            MOVE WS-RETIRE-EE TO STE-RETIRE-EE.
            MOVE WS-RETIRE-ER TO STE-RETIRE-ER.
            MOVE WS-REIMBURSE TO STE-REIMBURSE.
            WRITE STG-EMP-REC.
            ADD 1 TO WS-STG-COUNT.
            ADD GROSS-PAY TO WS-STG-GROSS.
            ADD TAX TO WS-STG-TAX.
            ADD NET-PAY TO WS-STG-NET.
      * THE TRAILER CARRIES THE TOTALS THE APPROVER SEES, AND
      * PAYRUN.DAT RECORDS THE RUN AS CALCULATED BY THIS OPERATOR.
        AS-CLOSE-STAGE-FILE.
            MOVE SPACES TO STG-TRAILER-REC.
            MOVE "T" TO STT-TYPE.
            MOVE WS-STG-COUNT TO STT-COUNT.
            MOVE WS-STG-GROSS TO STT-GROSS.
            MOVE WS-STG-TAX TO STT-TAX.
            MOVE WS-STG-NET TO STT-NET.
            WRITE STG-TRAILER-REC.
            CLOSE STAGE-FILE.
            OPEN OUTPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS NOT = "00"
                DISPLAY "** CANNOT WRITE payrun.dat, STATUS "
                    WS-RUN-STATUS ", RUN CANNOT BE APPROVED **"
                GO TO AS-EXIT.
            MOVE SPACES TO PAY-RUN-REC.
            MOVE WS-JRN-STAMP TO RN-RUN-STAMP.
            MOVE "C" TO RN-STATUS.
            MOVE WS-CURRENT-PERIOD TO RN-PERIOD.
            MOVE WS-OPERATOR-ID TO RN-CALC-OPERATOR.
            MOVE WS-STG-COUNT TO RN-EMP-COUNT.
            MOVE WS-STG-GROSS TO RN-TOTAL-GROSS.
            MOVE WS-STG-TAX TO RN-TOTAL-TAX.
            MOVE WS-STG-NET TO RN-TOTAL-NET.
            WRITE PAY-RUN-REC.
            CLOSE PAY-RUN-FILE.
            DISPLAY "======= PAY RUN STAGED =======".
            DISPLAY "RUN STAMP: " WS-JRN-STAMP.
            DISPLAY "EMPLOYEES STAGED: " WS-STG-COUNT.
            DISPLAY "TOTAL GROSS: " WS-STG-GROSS.
            DISPLAY "TOTAL TAX: " WS-STG-TAX.
            DISPLAY "TOTAL NET: " WS-STG-NET.
            DISPLAY "RUN AWAITS APPROVAL BY ANOTHER OPERATOR (PAYAPPR)"
                ", THEN POSTING".
        AS-EXIT.
            EXIT.
      * THE POST PASS TAKES ONLY THE RUN PAYRUN.DAT SHOWS AS APPROVED,
      * AND ONLY IF PAYSTAGE.DAT STILL HOLDS THAT SAME RUN. THE STAGED
      * RUN STAMP BECOMES THE JOURNAL STAMP SO PAYBACK CAN REVERSE IT.
        PA-LOAD-APPROVED-RUN.
            MOVE "N" TO WS-RUN-FOUND.
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
                DISPLAY "** NO STAGED PAY RUN ON payrun.dat, "
                    "NOTHING TO POST **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            IF NOT RN-APPROVED
                DISPLAY "** RUN " RN-RUN-STAMP " HAS STATUS "
                    RN-STATUS ", ONLY AN APPROVED RUN IS POSTED **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT STAGE-FILE.
            IF WS-STG-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN paystage.dat, STATUS "
                    WS-STG-STATUS ", POSTING REFUSED **"
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            READ STAGE-FILE
                AT END
                    MOVE SPACES TO STG-HEADER-REC
            END-READ.
            IF STH-TYPE NOT = "H" OR STH-RUN-STAMP NOT = RN-RUN-STAMP
                DISPLAY "** paystage.dat DOES NOT HOLD APPROVED RUN "
                    RN-RUN-STAMP ", POSTING REFUSED **"
                CLOSE STAGE-FILE
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            MOVE STH-RUN-STAMP TO WS-JRN-STAMP.
            MOVE STH-PERIOD TO WS-CURRENT-PERIOD.
            MOVE STH-PERIOD-TYPE TO WS-PERIOD-TYPE.
            MOVE STH-PERIOD-START TO WS-PERIOD-START.
            MOVE STH-PERIOD-END TO WS-PERIOD-END.
            MOVE STH-RELEASE TO WS-RELEASE-MODE.
            MOVE "N" TO WS-SIM-MODE.
            DISPLAY "POSTING RUN " WS-JRN-STAMP " CALCULATED BY "
                STH-OPERATOR " APPROVED BY " RN-APPROVER.
            PERFORM PL-READ-CHECKPOINT THRU PL-EXIT.
            IF WS-CURRENT-PERIOD = 0
                GO TO PA-EXIT.
            OPEN I-O CALENDAR-FILE.
            IF WS-CAL-STATUS NOT = "00"
                GO TO PA-EXIT.
            MOVE "Y" TO WS-CAL-OPEN.
            MOVE WS-CURRENT-PERIOD TO PC-PERIOD-NUM.
            READ CALENDAR-FILE
                INVALID KEY
                    DISPLAY "** PERIOD " WS-CURRENT-PERIOD
                        " NO LONGER ON CALENDAR **"
                NOT INVALID KEY
                    MOVE "Y" TO WS-PERIOD-FOUND
            END-READ.
        PA-EXIT.
            EXIT.
        PC-POST-EMPLOYEE.
            MOVE STE-EID TO EID.
            MOVE STE-NAME TO NAME.
            MOVE STE-HOUR-RATE TO HOUR-RATE.
            MOVE STE-HOURS TO HOURS.
            MOVE STE-INSURE TO INSURE.
            MOVE STE-BONUS TO BONUS.
            MOVE STE-UNION-DUES TO DED-UNION-DUES.
            MOVE STE-BENEFIT-PREMIUM TO WS-BENEFIT-PREMIUM.
            MOVE STE-PARKING TO DED-PARKING.
            MOVE STE-OTHER-DEDUCTIONS TO WS-OTHER-DEDUCTIONS.
            MOVE STE-GARNISHMENT TO WS-GARNISHMENT.
            MOVE STE-SHIFT-PREMIUM TO WS-SHIFT-PREMIUM-PAY.
            MOVE STE-GROSS-PAY TO GROSS-PAY.
            MOVE STE-TAX TO TAX.
            MOVE STE-NET-PAY TO NET-PAY.
            MOVE STE-VAC-HOURS TO WS-VACATION-HOURS.
            MOVE STE-AWARD TO WS-AWARD-PAY.
            MOVE STE-LOAN-DEDUCTION TO WS-LOAN-DEDUCTION.
            MOVE STE-HOL-HOURS TO WS-HOL-HOURS.
            MOVE STE-HOL-PREMIUM TO WS-HOL-PREMIUM-PAY.
            MOVE STE-ER-BENEFIT TO WS-EMPLOYER-BENEFIT.
            MOVE STE-RETIRE-EE TO WS-RETIRE-EE.
            MOVE STE-RETIRE-ER TO WS-RETIRE-ER.
            MOVE STE-REIMBURSE TO WS-REIMBURSE.
            DISPLAY "======================================".
            DISPLAY "POSTING EID: " EID " NAME: " NAME
                " NET-PAY = " NET-PAY.
            ADD TAX TO WS-TOT-TAX-WITHHELD.
            PERFORM PH-POST-GARNISH THRU PH-EXIT.
            PERFORM PF-POST-LEAVE THRU PF-EXIT.
            PERFORM PG-POST-AWARD THRU PG-EXIT.
            PERFORM FA-UPDATE-YTD.
            PERFORM FE-UPDATE-QTD THRU FE-EXIT.
            PERFORM FB-UPDATE-ACCRUAL THRU FB-EXIT.
            PERFORM FC-POST-EMPLOYER-COST THRU FC-EXIT.
            PERFORM GA-WRITE-PAYSLIP.
            PERFORM GB-WRITE-BANK-CREDIT THRU GB-EXIT.
            PERFORM PK-POST-RETIREMENT THRU PK-EXIT.
            IF WS-RELEASE-MODE = "Y"
                MOVE EID TO HP-EID
                DELETE HELD-FILE RECORD
                    INVALID KEY
                        DISPLAY "** COULD NOT CLEAR HELD RECORD "
                            "FOR EID " EID " **"
                END-DELETE
                ADD 1 TO WS-RELEASED-COUNT
                DISPLAY "HELD PAY RELEASED FOR EID " EID
            END-IF.
            ADD 1 TO WS-POSTED-COUNT.
            ADD NET-PAY TO WS-POSTED-NET.
      * THE CONTRIBUTION YEAR FOLLOWS THE POSTING DATE. THE FIRST
      * POSTING IN A NEW YEAR STARTS THE YEAR-TO-DATE FIGURES AGAIN.
      * THE YEAR IS CARRIED IN THE JOURNAL FIELD NAME FOR PAYBACK.
        PK-POST-RETIREMENT.
            IF WS-RETIRE-EE = 0 AND WS-RETIRE-ER = 0
                GO TO PK-EXIT.
            IF WS-RET-OPEN NOT = "Y"
                GO TO PK-EXIT.
            MOVE EID TO RET-EID.
            READ RETIRE-FILE
                INVALID KEY
                    DISPLAY "** NO RETIREMENT ELECTION FOR EID " EID
                        ", CONTRIBUTION NOT POSTED **"
                    GO TO PK-EXIT
            END-READ.
            MOVE WS-RUN-DATE(1:4) TO WS-RET-CUR-YEAR.
            IF RET-YEAR NOT = WS-RET-CUR-YEAR
                MOVE WS-RET-CUR-YEAR TO RET-YEAR
                MOVE 0 TO RET-YTD-EE RET-YTD-ER
            END-IF.
            MOVE RET-YTD-EE TO WS-JB-RET-EE.
            MOVE RET-YTD-ER TO WS-JB-RET-ER.
            ADD WS-RETIRE-EE TO RET-YTD-EE.
            ADD WS-RETIRE-ER TO RET-YTD-ER.
            REWRITE RETIRE-RECORD.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "RET-EE-" WS-RET-CUR-YEAR
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE WS-JB-RET-EE TO WS-JRN-BEFORE.
            MOVE RET-YTD-EE TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "RET-ER-" WS-RET-CUR-YEAR
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE WS-JB-RET-ER TO WS-JRN-BEFORE.
            MOVE RET-YTD-ER TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            ADD WS-RETIRE-EE TO WS-TOT-RETIRE-EE.
            ADD WS-RETIRE-ER TO WS-TOT-RETIRE-ER.
            IF WS-RRM-OPEN = "Y"
                MOVE SPACES TO RRM-DETAIL-REC
                MOVE "D" TO RRD-TYPE
                MOVE EID TO RRD-EID
                MOVE NAME TO RRD-NAME
                MOVE GROSS-PAY TO RRD-GROSS
                MOVE WS-RETIRE-EE TO RRD-EMPLOYEE
                MOVE WS-RETIRE-ER TO RRD-EMPLOYER
                WRITE RRM-DETAIL-REC
                ADD 1 TO WS-RRM-COUNT
            END-IF.
        PK-EXIT.
            EXIT.
        PH-POST-GARNISH.
            IF WS-GARNISHMENT = 0 OR WS-GAR-OPEN NOT = "Y"
                GO TO PH-EXIT.
            MOVE EID TO GAR-EID.
            READ GARNISH-FILE
                INVALID KEY
                    DISPLAY "** GARNISHMENT ORDER FOR EID " EID
                        " NOT FOUND, NOT POSTED **"
                    GO TO PH-EXIT
            END-READ.
            MOVE GAR-SATISFIED-TO-DATE TO WS-JRN-BEFORE.
            ADD WS-GARNISHMENT TO GAR-SATISFIED-TO-DATE.
            REWRITE GARNISH-RECORD.
            MOVE "GAR-SATISFIED" TO WS-JRN-FIELD.
            MOVE GAR-SATISFIED-TO-DATE TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            DISPLAY "GARNISHMENT = " WS-GARNISHMENT
                " SATISFIED TO DATE = " GAR-SATISFIED-TO-DATE.
        PH-EXIT.
            EXIT.
        PF-POST-LEAVE.
            IF WS-VACATION-HOURS = 0 OR WS-LV-OPEN NOT = "Y"
                GO TO PF-EXIT.
            MOVE EID TO LV-EID.
            READ LEAVE-FILE
                INVALID KEY
                    GO TO PF-EXIT
            END-READ.
            MOVE "Y" TO LV-PAID.
            REWRITE LEAVE-RECORD.
            ADD WS-VACATION-HOURS TO WS-TOT-VACATION-HOURS.
        PF-EXIT.
            EXIT.
        PG-POST-AWARD.
            IF WS-AWARD-PAY = 0 OR WS-SVA-OPEN NOT = "Y"
                GO TO PG-EXIT.
            MOVE EID TO SVA-EID.
            READ AWARD-FILE
                INVALID KEY
                    GO TO PG-EXIT
            END-READ.
            MOVE "Y" TO SVA-PAID.
            REWRITE AWARD-REC.
            ADD WS-AWARD-PAY TO WS-TOT-AWARDS.
        PG-EXIT.
            EXIT.
        PJ-POST-LOAN.
            IF WS-LN-OPEN NOT = "Y"
                GO TO PJ-EXIT.
            MOVE STL-EID TO EID.
            MOVE STL-EID TO LN-EID.
            MOVE STL-NUMBER TO LN-NUMBER.
            MOVE STL-AMOUNT TO WS-LOAN-REPAY.
            READ LOAN-FILE
                INVALID KEY
                    DISPLAY "** LOAN " STL-NUMBER " FOR EID " EID
                        " NOT FOUND, REPAYMENT NOT POSTED **"
                    GO TO PJ-EXIT
            END-READ.
            IF WS-LOAN-REPAY > LN-BALANCE
                DISPLAY "** LOAN " LN-NUMBER " FOR EID " EID
                    " BALANCE BELOW STAGED REPAYMENT, CUT TO "
                    LN-BALANCE " **"
                MOVE LN-BALANCE TO WS-LOAN-REPAY.
            MOVE LN-BALANCE TO WS-JRN-BEFORE.
            SUBTRACT WS-LOAN-REPAY FROM LN-BALANCE.
            IF LN-BALANCE = 0
                MOVE "P" TO LN-STATUS
                ADD 1 TO WS-LOANS-CLEARED
                DISPLAY "LOAN " LN-NUMBER " FOR EID " EID
                    " PAID OFF"
            END-IF.
            REWRITE LOAN-RECORD.
            ADD WS-LOAN-REPAY TO WS-TOT-LOAN-REPAID.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "LOAN-BAL-" LN-NUMBER
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE LN-BALANCE TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
            IF WS-LH-OPEN = "Y"
                MOVE SPACES TO LOAN-HIST-REC
                MOVE WS-RUN-DATE TO LH-DATE
                MOVE EID TO LH-EID
                MOVE LN-NUMBER TO LH-NUMBER
                MOVE "R" TO LH-TYPE
                MOVE WS-LOAN-REPAY TO LH-AMOUNT
                MOVE LN-BALANCE TO LH-BALANCE
                MOVE WS-JRN-STAMP TO LH-RUN-STAMP
                WRITE LOAN-HIST-REC
            END-IF.
        PJ-EXIT.
            EXIT.
      * A STAGED CLAIM IS MARKED PAID WITH THE PERIOD AND RUN THAT PAID
      * IT, AND JOURNALED AS CLAIM-NNNNNN SO THAT PAYBACK CAN PUT IT
      * BACK IN THE QUEUE. A CLAIM FOUND ALREADY PAID IS LEFT ALONE.
        PP-POST-CLAIM.
            MOVE STR-EID TO EID.
            IF WS-RQ-OPEN NOT = "Y"
                DISPLAY "** reimbq.dat NOT OPEN, CLAIM " STR-SEQ
                    " FOR EID " EID " NOT MARKED PAID **"
                GO TO PP-EXIT.
            MOVE STR-EID TO RQ-EID.
            MOVE STR-SEQ TO RQ-SEQ.
            READ REIMB-FILE
                INVALID KEY
                    DISPLAY "** CLAIM " STR-SEQ " FOR EID " EID
                        " NOT ON reimbq.dat, NOT MARKED PAID **"
                    GO TO PP-EXIT
            END-READ.
            IF RQ-PAID
                DISPLAY "** CLAIM " RQ-SEQ " FOR EID " EID
                    " ALREADY PAID BY RUN " RQ-PAY-RUN
                    ", CHECK THIS PAYMENT **"
                GO TO PP-EXIT.
            MOVE "P" TO RQ-STATE.
            MOVE WS-CURRENT-PERIOD TO RQ-PAID-PERIOD.
            MOVE WS-JRN-STAMP TO RQ-PAY-RUN.
            REWRITE REIMB-REC.
            ADD STR-AMOUNT TO WS-TOT-REIMBURSED.
            ADD 1 TO WS-CLAIMS-PAID.
            MOVE SPACES TO WS-JRN-FIELD.
            STRING "CLAIM-" RQ-SEQ
                DELIMITED BY SIZE INTO WS-JRN-FIELD.
            MOVE 0 TO WS-JRN-BEFORE.
            MOVE STR-AMOUNT TO WS-JRN-AFTER.
            PERFORM GJ-WRITE-JOURNAL.
        PP-EXIT.
            EXIT.
        PE-MARK-RUN-POSTED.
            OPEN INPUT PAY-RUN-FILE.
            IF WS-RUN-STATUS NOT = "00"
                GO TO PE-EXIT.
            READ PAY-RUN-FILE
                AT END
                    CLOSE PAY-RUN-FILE
                    GO TO PE-EXIT
            END-READ.
            CLOSE PAY-RUN-FILE.
            MOVE "P" TO RN-STATUS.
            MOVE FUNCTION CURRENT-DATE(1:14) TO RN-POSTED-AT.
            OPEN OUTPUT PAY-RUN-FILE.
            WRITE PAY-RUN-REC.
            CLOSE PAY-RUN-FILE.
            DISPLAY "RUN " RN-RUN-STAMP " MARKED POSTED".
        PE-EXIT.
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
                PERFORM LK-RELEASE-LOCK
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        NN-EXIT.
            EXIT.
      * POSTING LOOP - EVERY FIGURE COMES FROM THE STAGED RUN, NOTHING
      * IS RECALCULATED. LOAN AND CLAIM LINES ARE POSTED AS THEY ARE
      * MET.
        PB-POST-READ.
            READ STAGE-FILE AT END GO TO PD-POST-DONE.
            IF STL-TYPE = "L" OR STR-TYPE = "R" OR STE-TYPE = "E"
                ADD 1 TO WS-STG-READ
                IF WS-STG-READ NOT > WS-RESTART-COUNT
                    GO TO PB-POST-READ
                END-IF
            END-IF.
            IF STL-TYPE = "L"
                PERFORM PJ-POST-LOAN THRU PJ-EXIT
                PERFORM PM-WRITE-CHECKPOINT
                GO TO PB-POST-READ.
            IF STR-TYPE = "R"
                PERFORM PP-POST-CLAIM THRU PP-EXIT
                PERFORM PM-WRITE-CHECKPOINT
                GO TO PB-POST-READ.
            IF STE-TYPE = "E"
                PERFORM PC-POST-EMPLOYEE
                MOVE EID TO WS-LAST-POSTED-EID
                PERFORM PM-WRITE-CHECKPOINT
                GO TO PB-POST-READ.
            IF STT-TYPE = "T"
                MOVE "Y" TO WS-STG-TRAILER-SEEN
                IF STT-COUNT NOT = WS-POSTED-COUNT
                    OR STT-NET NOT = WS-POSTED-NET
                    MOVE "Y" TO WS-TRAILER-MISMATCH
                    DISPLAY "** STAGED TRAILER " STT-COUNT " / "
                        STT-NET " DISAGREES WITH POSTED "
                        WS-POSTED-COUNT " / " WS-POSTED-NET " **"
                END-IF
            END-IF.
            GO TO PB-POST-READ.
        PD-POST-DONE.
            CLOSE STAGE-FILE.
            IF WS-STG-TRAILER-SEEN = "N"
                MOVE "Y" TO WS-TRAILER-MISMATCH
                DISPLAY "** paystage.dat HAS NO TRAILER, CHECK THE "
                    "POSTING AGAINST THE APPROVED TOTALS **".
            DISPLAY "EMPLOYEES POSTED: " WS-POSTED-COUNT
                " TOTAL NET: " WS-POSTED-NET.
            GO TO CC-END.
      * A CHECKPOINT IS ONLY TAKEN UP WHEN IT WAS WRITTEN FOR THE SAME
      * APPROVED RUN AND PERIOD; THE TOTALS CARRIED IN IT MAKE THE
      * TRAILER CHECK AND THE TAX REMITTANCE COVER THE WHOLE RUN.
        PL-READ-CHECKPOINT.
            MOVE 0 TO WS-RESTART-COUNT.
            OPEN INPUT CHECKPOINT-FILE.
            IF WS-PCK-STATUS NOT = "00"
                GO TO PL-EXIT.
            READ CHECKPOINT-FILE
                AT END
                    CLOSE CHECKPOINT-FILE
                    GO TO PL-EXIT
            END-READ.
            CLOSE CHECKPOINT-FILE.
            IF PCK-STAGED-READ NOT NUMERIC OR PCK-STAGED-READ = 0
                GO TO PL-EXIT.
            IF PCK-RUN-STAMP NOT = WS-JRN-STAMP
                OR PCK-PERIOD NOT = WS-CURRENT-PERIOD
                DISPLAY "** pay.ckp BELONGS TO RUN " PCK-RUN-STAMP
                    ", IGNORED **"
                GO TO PL-EXIT.
            MOVE PCK-STAGED-READ TO WS-RESTART-COUNT.
            MOVE PCK-LAST-EID TO WS-LAST-POSTED-EID.
            MOVE PCK-POSTED-COUNT TO WS-POSTED-COUNT.
            MOVE PCK-POSTED-NET TO WS-POSTED-NET.
            MOVE PCK-TAX-WITHHELD TO WS-TOT-TAX-WITHHELD.
            MOVE PCK-BT-COUNT TO WS-BT-COUNT.
            MOVE PCK-BT-TOTAL TO WS-BT-TOTAL.
            MOVE PCK-BT-HASH TO WS-BT-HASH.
            MOVE PCK-CHQ-COUNT TO WS-CHQ-COUNT.
            MOVE PCK-CHQ-TOTAL TO WS-CHQ-TOTAL.
            MOVE PCK-UNPAID-COUNT TO WS-UNPAID-COUNT.
            MOVE PCK-EMPLOYER-INSURE TO WS-TOT-EMPLOYER-INSURE.
            MOVE PCK-EMPLOYER-TAX TO WS-TOT-EMPLOYER-TAX.
            MOVE PCK-EMPLOYER-COST TO WS-TOT-EMPLOYER-COST.
            MOVE PCK-EMPLOYER-BENEFIT TO WS-TOT-EMPLOYER-BENEFIT.
            MOVE PCK-RRM-COUNT TO WS-RRM-COUNT.
            MOVE PCK-RETIRE-EE TO WS-TOT-RETIRE-EE.
            MOVE PCK-RETIRE-ER TO WS-TOT-RETIRE-ER.
            MOVE PCK-VACATION-HOURS TO WS-TOT-VACATION-HOURS.
            MOVE PCK-AWARDS TO WS-TOT-AWARDS.
            MOVE PCK-LOAN-REPAID TO WS-TOT-LOAN-REPAID.
            MOVE PCK-LOANS-CLEARED TO WS-LOANS-CLEARED.
            MOVE PCK-RELEASED-COUNT TO WS-RELEASED-COUNT.
            IF PCK-REIMBURSED NUMERIC
                MOVE PCK-REIMBURSED TO WS-TOT-REIMBURSED
                MOVE PCK-CLAIMS-PAID TO WS-CLAIMS-PAID
            END-IF.
            DISPLAY "RESUMING RUN " WS-JRN-STAMP " AFTER EID "
                WS-LAST-POSTED-EID ": " WS-RESTART-COUNT
                " STAGED LINES ALREADY POSTED".
        PL-EXIT.
            EXIT.
        PM-WRITE-CHECKPOINT.
            MOVE SPACES TO CHECKPOINT-REC.
            MOVE WS-JRN-STAMP TO PCK-RUN-STAMP.
            MOVE WS-CURRENT-PERIOD TO PCK-PERIOD.
            MOVE WS-STG-READ TO PCK-STAGED-READ.
            MOVE WS-LAST-POSTED-EID TO PCK-LAST-EID.
            MOVE WS-POSTED-COUNT TO PCK-POSTED-COUNT.
            MOVE WS-POSTED-NET TO PCK-POSTED-NET.
            MOVE WS-TOT-TAX-WITHHELD TO PCK-TAX-WITHHELD.
            MOVE WS-BT-COUNT TO PCK-BT-COUNT.
            MOVE WS-BT-TOTAL TO PCK-BT-TOTAL.
            MOVE WS-BT-HASH TO PCK-BT-HASH.
            MOVE WS-CHQ-COUNT TO PCK-CHQ-COUNT.
            MOVE WS-CHQ-TOTAL TO PCK-CHQ-TOTAL.
            MOVE WS-UNPAID-COUNT TO PCK-UNPAID-COUNT.
            MOVE WS-TOT-EMPLOYER-INSURE TO PCK-EMPLOYER-INSURE.
            MOVE WS-TOT-EMPLOYER-TAX TO PCK-EMPLOYER-TAX.
            MOVE WS-TOT-EMPLOYER-COST TO PCK-EMPLOYER-COST.
            MOVE WS-TOT-EMPLOYER-BENEFIT TO PCK-EMPLOYER-BENEFIT.
            MOVE WS-RRM-COUNT TO PCK-RRM-COUNT.
            MOVE WS-TOT-RETIRE-EE TO PCK-RETIRE-EE.
            MOVE WS-TOT-RETIRE-ER TO PCK-RETIRE-ER.
            MOVE WS-TOT-VACATION-HOURS TO PCK-VACATION-HOURS.
            MOVE WS-TOT-AWARDS TO PCK-AWARDS.
            MOVE WS-TOT-LOAN-REPAID TO PCK-LOAN-REPAID.
            MOVE WS-LOANS-CLEARED TO PCK-LOANS-CLEARED.
            MOVE WS-RELEASED-COUNT TO PCK-RELEASED-COUNT.
            MOVE WS-TOT-REIMBURSED TO PCK-REIMBURSED.
            MOVE WS-CLAIMS-PAID TO PCK-CLAIMS-PAID.
            OPEN OUTPUT CHECKPOINT-FILE.
            IF WS-PCK-STATUS = "00"
                WRITE CHECKPOINT-REC
                CLOSE CHECKPOINT-FILE
            END-IF.
      * ONCE THE RUN IS MARKED POSTED THE CHECKPOINT IS EMPTIED SO
      * THAT NOTHING CAN RESUME FROM IT.
        PN-CLEAR-CHECKPOINT.
            OPEN OUTPUT CHECKPOINT-FILE.
            IF WS-PCK-STATUS = "00"
                CLOSE CHECKPOINT-FILE
            END-IF.
        CC-END.
            IF WS-SIMULATION
                DISPLAY "======= SIMULATION TOTALS ======="
                CLOSE SIM-REPORT-FILE
            END-IF.
            IF WS-CAL-OPEN = "Y" AND WS-PERIOD-FOUND = "Y"
                AND WS-POST-RUN
                AND WS-RELEASE-MODE NOT = "Y"
                MOVE WS-CURRENT-PERIOD TO PC-PERIOD-NUM
                READ CALENDAR-FILE
                            " MARKED CLOSED"
                END-READ
            END-IF.
            IF WS-POST-RUN
                PERFORM FD-POST-TAX-REMITTANCE THRU FD-EXIT
                PERFORM PE-MARK-RUN-POSTED THRU PE-EXIT
                PERFORM PN-CLEAR-CHECKPOINT
            END-IF.
            IF WS-STAGING = "Y"
                PERFORM AS-CLOSE-STAGE-FILE THRU AS-EXIT
            END-IF.
            IF WS-BTR-OPEN = "Y"
                MOVE SPACES TO BT-TRAILER-REC
                MOVE "T" TO BTT-TYPE
                MOVE WS-BT-COUNT TO BTT-COUNT
                MOVE WS-BT-TOTAL TO BTT-TOTAL
                MOVE WS-BT-HASH TO BTT-HASH
                WRITE BT-TRAILER-REC
                CLOSE BANK-TRAN-FILE
                DISPLAY "======= BANK TRANSFER FILE ======="
                DISPLAY "CREDITS WRITTEN TO banktran.dat: "
                    WS-BT-COUNT
                DISPLAY "TOTAL TRANSFERRED: " WS-BT-TOTAL
                DISPLAY "ACCOUNT NUMBER HASH TOTAL: " WS-BT-HASH
            END-IF.
            IF WS-RRM-OPEN = "Y"
                MOVE SPACES TO RRM-TRAILER-REC
                MOVE "T" TO RRT-TYPE
                MOVE WS-RRM-COUNT TO RRT-COUNT
                MOVE WS-TOT-RETIRE-EE TO RRT-EMPLOYEE
                MOVE WS-TOT-RETIRE-ER TO RRT-EMPLOYER
                WRITE RRM-TRAILER-REC
                CLOSE RET-REMIT-FILE
                DISPLAY "======= RETIREMENT REMITTANCE ======="
                DISPLAY "CONTRIBUTIONS WRITTEN TO retremit.dat: "
                    WS-RRM-COUNT
                DISPLAY "EMPLOYEE CONTRIBUTIONS: " WS-TOT-RETIRE-EE
                DISPLAY "EMPLOYER MATCH: " WS-TOT-RETIRE-ER
            END-IF.
            IF WS-CHR-OPEN = "Y"
                CLOSE CHEQUE-REG-FILE
                CLOSE CHEQUE-PRINT-FILE
                DISPLAY "======= CHEQUE REGISTER ======="
                DISPLAY "CHEQUES WRITTEN TO chqprint.dat: "
                    WS-CHQ-COUNT
                DISPLAY "TOTAL PAID BY CHEQUE: " WS-CHQ-TOTAL
                DISPLAY "LAST CHEQUE NUMBER USED: " WS-LAST-CHEQUE
            END-IF.
            IF WS-UNPAID-COUNT > 0
                DISPLAY "** EIDS WITH NET PAY NEITHER TRANSFERRED "
                    "NOR PAID BY CHEQUE: " WS-UNPAID-COUNT " **"
            END-IF.
            IF WS-BANK-OPEN = "Y"
                CLOSE BANK-FILE
            END-IF.
            DISPLAY "======= EMPLOYER COST SUMMARY =======".
            DISPLAY "EMPLOYER INSURANCE MATCH: "
                WS-TOT-EMPLOYER-INSURE.
            DISPLAY "EMPLOYER PAYROLL TAX: " WS-TOT-EMPLOYER-TAX.
            DISPLAY "EMPLOYER BENEFIT SHARE: "
                WS-TOT-EMPLOYER-BENEFIT.
            DISPLAY "TOTAL EMPLOYER COST: " WS-TOT-EMPLOYER-COST.
            DISPLAY "TERMINATED EIDS SKIPPED: " WS-TERMINATED-SKIPPED.
            DISPLAY "EIDS HELD FOR MISSING TIMESHEET: "
                WS-TOT-VACATION-HOURS.
            DISPLAY "LONG-SERVICE AWARDS PAID THIS RUN: "
                WS-TOT-AWARDS.
            DISPLAY "EXPENSE CLAIMS REIMBURSED THIS RUN: "
                WS-CLAIMS-PAID " TOTAL " WS-TOT-REIMBURSED.
            IF WS-LN-OPEN = "Y"
                DISPLAY "LOAN INSTALMENTS RECOVERED THIS RUN: "
                    WS-TOT-LOAN-REPAID
                DISPLAY "LOANS PAID OFF THIS RUN: " WS-LOANS-CLEARED
                CLOSE LOAN-FILE
            END-IF.
            IF WS-LH-OPEN = "Y"
                CLOSE LOAN-HIST-FILE
            END-IF.
            CLOSE EMPLOYEE.
            CLOSE BALANCE-FILE.
            IF WS-POST-RUN
                CLOSE PAYSLIP-FILE
            END-IF.
            IF WS-PSH-OPEN = "Y"
                DISPLAY "POSTINGS JOURNALED UNDER RUN STAMP "
                    WS-JRN-STAMP
            END-IF.
            IF WS-STAGING = "Y"
                CLOSE MISSING-TS-FILE
            END-IF.
            IF WS-ACR-OPEN = "Y"
                CLOSE ACCRUAL-FILE
            END-IF.
            IF WS-QTD-OPEN = "Y"
                CLOSE QTD-FILE
            END-IF.
            IF WS-HOURS-OPEN = "Y"
                CLOSE HOURS-FILE
            END-IF.
            IF WS-HOL-OPEN = "Y"
                CLOSE HOLIDAY-FILE
            END-IF.
            IF WS-DED-OPEN = "Y"
                CLOSE DEDUCTION-FILE
            END-IF.
            IF WS-BEN-OPEN = "Y"
                CLOSE PLAN-FILE
                CLOSE ENROL-FILE
            END-IF.
            IF WS-RET-OPEN = "Y"
                CLOSE RETIRE-FILE
            END-IF.
            IF WS-GAR-OPEN = "Y"
                CLOSE GARNISH-FILE
            END-IF.
            IF WS-SFT-OPEN = "Y"
                CLOSE SHIFT-FILE
            END-IF.
            IF WS-WP-OPEN = "Y"
                CLOSE TAXPROF-FILE
            END-IF.
            IF WS-EMC-OPEN = "Y"
                CLOSE EMPLCOST-FILE
            END-IF.
            IF WS-SVA-OPEN = "Y"
                CLOSE AWARD-FILE
            END-IF.
            IF WS-RQ-OPEN = "Y"
                CLOSE REIMB-FILE
            END-IF.
            PERFORM LK-RELEASE-LOCK.
            IF WS-CAL-OPEN = "Y"
                CLOSE CALENDAR-FILE
            END-IF.
            IF WS-HELD-COUNT > 0 OR WS-UNAPPROVED-EIDS > 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-UNPAID-COUNT > 0 OR WS-TRAILER-MISMATCH = "Y"
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
        LK-ACQUIRE-LOCK.
            PERFORM LK1-CHECK-OTHER THRU LK1-EXIT.
                GO TO LK1-EXIT.
            DISPLAY "** MAINTENANCE LOCK HELD BY " MLK-HOLDER
                " SINCE " MLK-STAMP " **".
            MOVE "LOCKCLEAR" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): "
                ACCEPT WS-LOCK-CLEAR
            ELSE
                MOVE WS-PARM-VALUE TO WS-LOCK-CLEAR
            END-IF.
            IF WS-LOCK-CLEAR = "Y" OR WS-LOCK-CLEAR = "y"
                OPEN OUTPUT MAINT-LOCK-FILE
                CLOSE MAINT-LOCK-FILE
            ELSE
                DISPLAY "RUN REFUSED WHILE THE MAINTENANCE "
                    "LOCK IS HELD"
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        LK1-EXIT.
            EXIT.
                GO TO LK2-EXIT.
            DISPLAY "** BATCH LOCK ALREADY HELD BY " BLK-HOLDER
                " SINCE " BLK-STAMP " **".
            MOVE "LOCKCLEAR" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "CLEAR STALE LOCK AND CONTINUE? (Y/N): "
                ACCEPT WS-LOCK-CLEAR
            ELSE
                MOVE WS-PARM-VALUE TO WS-LOCK-CLEAR
            END-IF.
            IF WS-LOCK-CLEAR NOT = "Y" AND WS-LOCK-CLEAR NOT = "y"
                DISPLAY "RUN REFUSED WHILE THE BATCH "
                    "LOCK IS HELD"
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        LK2-EXIT.
            EXIT.
        LK-RELEASE-LOCK.
            OPEN OUTPUT BATCH-LOCK-FILE.
            CLOSE BATCH-LOCK-FILE.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
