      * SHARED LAYOUT FOR THE EMPLOYEE REIMBURSEMENT QUEUE REIMBQ.DAT,
      * KEYED BY EID AND THE EXPPEND.DAT SEQUENCE OF THE EXPENSE. AN
      * EXPENSE LINE FLAGGED AS EMPLOYEE-REIMBURSABLE IS QUEUED HERE
      * BY EXPAPPR WHEN IT IS ACCEPTED, INSTEAD OF GOING TO
      * EXPENSE_OPEN.DAT. THE NEXT PAY RUN ADDS IT TO THE EMPLOYEE'S
      * NET PAY, AFTER TAX, AND ITS POST PASS MARKS IT PAID WITH THE
      * PERIOD AND RUN, SO IT IS NEVER PAID TWICE. TERMPAY PAYS ANY
      * STILL QUEUED ON THE FINAL PAYSLIP. COPY THIS UNDER A 01 LEVEL.
           03 RQ-KEY.
               05 RQ-EID         PIC 9(6).
               05 RQ-SEQ         PIC 9(6).
           03 RQ-AMOUNT          PIC 9(6)V99.
           03 RQ-EXP-DATE        PIC X(10).
           03 RQ-VEND-CODE       PIC X(6).
           03 RQ-VENDOR          PIC X(20).
           03 RQ-APPROVED-BY     PIC X(8).
           03 RQ-STATE           PIC X.
               88 RQ-QUEUED          VALUE "Q".
               88 RQ-PAID            VALUE "P".
           03 RQ-PAID-PERIOD     PIC 9(4).
           03 RQ-PAY-RUN         PIC X(14).
