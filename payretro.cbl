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
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            MOVE 0 TO PS-VAC-HOURS.
            MOVE 0 TO PS-AWARD.
            MOVE 0 TO PS-PERIOD.
            MOVE 0 TO PS-HOL-HOURS PS-HOL-PREMIUM PS-RETIRE.
            MOVE 0 TO PS-REIMBURSE PS-LOAN-DEDUCT.
            MOVE FUNCTION CHAR(11) TO PS-LF.
            WRITE PAYSLIP-RECORD.
        FC-UPDATE-YTD.
