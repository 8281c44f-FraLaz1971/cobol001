            03 MAT-KEY1            PIC X(6).
            03 FILLER              PIC X(24).
        FD PAYSLIP-FILE.
        01 PAYSLIP-RECORD          PIC X(136).
        FD BALANCE-FILE.
        01 BALANCE-RECORD.
            03 BAL-EID             PIC 9(6).
