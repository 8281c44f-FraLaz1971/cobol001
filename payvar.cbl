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
        WORKING-STORAGE SECTION.
        01 WS-PSH-STATUS          PIC XX.
