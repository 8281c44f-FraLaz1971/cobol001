        DATE-COMPILED. 10/01/2026.
        SECURITY. free.
      * THIS PROGRAM READS PAY'S PAYSLIP.DAT AND PRINTS A COMPANY-WIDE
      * PAY REGISTER — ONE LINE PER EID WITH HOUR-RATE, HOLIDAY HOURS
      * AND PREMIUM, GROSS-PAY, TAX AND NET-PAY — PLUS A COMPANY GRAND
      * TOTAL FOR FINANCE TO RECONCILE AGAINST THE BANK TRANSFER FILE.
      * THE TOTAL OF STAFF EXPENSE CLAIMS REPAID IS SHOWN SEPARATELY,
      * SINCE IT IS PART OF NET PAY BUT NOT OF GROSS. LOAN
      * INSTALMENTS DEDUCTED ARE SHOWN AND TOTALLED BESIDE THE TAX SO
      * GROSS LESS THE DEDUCTIONS PROVES TO NET.
      * THE REGISTER IS ALSO PRINTED THROUGH RPTPRT TO PAYREG_<BUSINESS
      * DATE>.PRT WITH PAGE HEADINGS, A TOTAL LINE AT EACH CHANGE OF
      * PAY PERIOD AND THE COMPANY TOTALS AT THE END.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
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
        01 WS-PS-STATUS           PIC XX.
        01 WS-TOTAL-GROSS         PIC S9(8)V99 VALUE 0.
        01 WS-TOTAL-TAX           PIC S9(8)V99 VALUE 0.
        01 WS-TOTAL-NET           PIC S9(8)V99 VALUE 0.
        01 WS-TOTAL-HOL-HOURS     PIC 9(6)V99 VALUE 0.
        01 WS-TOTAL-HOL-PREMIUM   PIC 9(8)V99 VALUE 0.
        01 WS-TOTAL-REIMBURSE     PIC 9(8)V99 VALUE 0.
        01 WS-TOTAL-LOANS         PIC 9(8)V99 VALUE 0.
        01 WS-PERIOD-LOANS        PIC 9(8)V99 VALUE 0.
        01 WS-SLIP-LOANS          PIC 9(6)V99.
        01 WS-HOLD-PERIOD         PIC 9(4) VALUE 0.
        01 WS-PERIOD-COUNT        PIC 9(6) VALUE 0.
        01 WS-PERIOD-GROSS        PIC S9(8)V99 VALUE 0.
        01 WS-PERIOD-TAX          PIC S9(8)V99 VALUE 0.
        01 WS-PERIOD-NET          PIC S9(8)V99 VALUE 0.
        01 WS-PERIOD-HOL-HOURS    PIC 9(6)V99 VALUE 0.
        01 WS-PERIOD-HOL-PREMIUM  PIC 9(8)V99 VALUE 0.
        01 WS-PERIOD-REIMBURSE    PIC 9(8)V99 VALUE 0.
        01 WS-RPT-FUNC            PIC X(5).
        01 WS-RPT-CTL.
            COPY "rptctl.cpy".
        01 WS-RPT-LINE            PIC X(132).
        01 WS-PR-HEAD1.
            03 FILLER PIC X(22) VALUE "EID     NAME      RATE".
            03 FILLER PIC X(12) VALUE "     HOL-HRS".
            03 FILLER PIC X(15) VALUE "       HOL-PREM".
            03 FILLER PIC X(16) VALUE "       GROSS-PAY".
            03 FILLER PIC X(16) VALUE "             TAX".
            03 FILLER PIC X(15) VALUE "          LOANS".
            03 FILLER PIC X(16) VALUE "         NET-PAY".
            03 FILLER PIC X(15) VALUE "         CLAIMS".
        01 WS-PR-DETAIL.
            03 WS-PD-KEY.
                05 WS-PD-EID      PIC 9(6).
                05 FILLER         PIC X(2).
                05 WS-PD-NAME     PIC X(6).
                05 FILLER         PIC X(2).
                05 WS-PD-RATE     PIC ZZ9.99.
            03 WS-PD-LABEL REDEFINES WS-PD-KEY PIC X(22).
            03 FILLER             PIC X(2).
            03 WS-PD-HOL-HRS      PIC ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-HOL-PREM     PIC ZZ,ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-GROSS        PIC -ZZ,ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-TAX          PIC -ZZ,ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-LOANS        PIC ZZ,ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-NET          PIC -ZZ,ZZZ,ZZ9.99.
            03 FILLER             PIC X(2).
            03 WS-PD-CLAIMS       PIC ZZ,ZZZ,ZZ9.99.
        01 WS-PR-COUNT-LINE.
            03 WS-PC-LABEL        PIC X(22).
            03 WS-PC-COUNT        PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        AA-START.
            OPEN INPUT PAYSLIP-FILE.
                GO TO ZZ-END
            END-IF.
            DISPLAY "============ COMPANY PAY REGISTER ============".
            MOVE SPACES TO WS-RPT-CTL.
            MOVE "payreg" TO RPC-REPORT-ID.
            MOVE "PAYREG" TO RPC-PROGRAM.
            MOVE "COMPANY PAY REGISTER" TO RPC-TITLE.
            MOVE WS-PR-HEAD1 TO RPC-HEAD1.
            MOVE "OPEN" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            DISPLAY "EID NAME   HOUR-RATE   HOL-HRS  HOL-PREM   "
                "GROSS-PAY   TAX   LOANS   NET-PAY".
        BB-READ.
            READ PAYSLIP-FILE AT END GO TO CC-SUMMARY.
            IF WS-RECORDS-READ > 0 AND PS-PERIOD NOT = WS-HOLD-PERIOD
                PERFORM DA-PERIOD-TOTALS.
            MOVE PS-PERIOD TO WS-HOLD-PERIOD.
            ADD 1 TO WS-RECORDS-READ.
            ADD 1 TO WS-PERIOD-COUNT.
            MOVE 0 TO WS-SLIP-LOANS.
            IF PS-LOAN-DEDUCT NUMERIC
                MOVE PS-LOAN-DEDUCT TO WS-SLIP-LOANS.
            ADD WS-SLIP-LOANS TO WS-PERIOD-LOANS WS-TOTAL-LOANS.
            ADD PS-GROSS-PAY TO WS-PERIOD-GROSS.
            ADD PS-TAX TO WS-PERIOD-TAX.
            ADD PS-NET-PAY TO WS-PERIOD-NET.
            ADD PS-HOL-HOURS TO WS-PERIOD-HOL-HOURS.
            ADD PS-HOL-PREMIUM TO WS-PERIOD-HOL-PREMIUM.
            IF PS-REIMBURSE NUMERIC
                ADD PS-REIMBURSE TO WS-PERIOD-REIMBURSE.
            ADD PS-GROSS-PAY TO WS-TOTAL-GROSS.
            ADD PS-TAX TO WS-TOTAL-TAX.
            ADD PS-NET-PAY TO WS-TOTAL-NET.
            ADD PS-HOL-HOURS TO WS-TOTAL-HOL-HOURS.
            ADD PS-HOL-PREMIUM TO WS-TOTAL-HOL-PREMIUM.
            IF PS-REIMBURSE NUMERIC
                ADD PS-REIMBURSE TO WS-TOTAL-REIMBURSE.
            DISPLAY PS-EID " " PS-NAME " " PS-HOUR-RATE "  "
                PS-HOL-HOURS "  " PS-HOL-PREMIUM "  "
                PS-GROSS-PAY "  " PS-TAX "  " WS-SLIP-LOANS "  "
                PS-NET-PAY.
            MOVE SPACES TO WS-PR-DETAIL.
            MOVE PS-EID TO WS-PD-EID.
            MOVE PS-NAME TO WS-PD-NAME.
            MOVE PS-HOUR-RATE TO WS-PD-RATE.
            MOVE PS-HOL-HOURS TO WS-PD-HOL-HRS.
            MOVE PS-HOL-PREMIUM TO WS-PD-HOL-PREM.
            MOVE PS-GROSS-PAY TO WS-PD-GROSS.
            MOVE PS-TAX TO WS-PD-TAX.
            MOVE WS-SLIP-LOANS TO WS-PD-LOANS.
            MOVE PS-NET-PAY TO WS-PD-NET.
            IF PS-REIMBURSE NUMERIC
                MOVE PS-REIMBURSE TO WS-PD-CLAIMS
            ELSE
                MOVE 0 TO WS-PD-CLAIMS
            END-IF.
            MOVE WS-PR-DETAIL TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            GO TO BB-READ.
        CC-SUMMARY.
            IF WS-RECORDS-READ > 0
                PERFORM DA-PERIOD-TOTALS.
            MOVE SPACES TO WS-PR-DETAIL.
            MOVE "COMPANY TOTALS" TO WS-PD-LABEL.
            MOVE WS-TOTAL-HOL-HOURS TO WS-PD-HOL-HRS.
            MOVE WS-TOTAL-HOL-PREMIUM TO WS-PD-HOL-PREM.
            MOVE WS-TOTAL-GROSS TO WS-PD-GROSS.
            MOVE WS-TOTAL-TAX TO WS-PD-TAX.
            MOVE WS-TOTAL-LOANS TO WS-PD-LOANS.
            MOVE WS-TOTAL-NET TO WS-PD-NET.
            MOVE WS-TOTAL-REIMBURSE TO WS-PD-CLAIMS.
            MOVE WS-PR-DETAIL TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE SPACES TO WS-PR-COUNT-LINE.
            MOVE "PAYSLIPS ON FILE:" TO WS-PC-LABEL.
            MOVE WS-RECORDS-READ TO WS-PC-COUNT.
            MOVE WS-PR-COUNT-LINE TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE "CLOSE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            DISPLAY "============ REGISTER TOTALS ============".
            DISPLAY "PAYSLIPS ON FILE: " WS-RECORDS-READ.
            DISPLAY "TOTAL HOL-HOURS : " WS-TOTAL-HOL-HOURS.
            DISPLAY "TOTAL HOL-PREM  : " WS-TOTAL-HOL-PREMIUM.
            DISPLAY "TOTAL GROSS-PAY : " WS-TOTAL-GROSS.
            DISPLAY "TOTAL TAX       : " WS-TOTAL-TAX.
            DISPLAY "TOTAL LOANS     : " WS-TOTAL-LOANS.
            DISPLAY "TOTAL NET-PAY   : " WS-TOTAL-NET.
            DISPLAY "OF WHICH CLAIMS : " WS-TOTAL-REIMBURSE.
            CLOSE PAYSLIP-FILE.
            GO TO ZZ-END.
        DA-PERIOD-TOTALS.
            MOVE SPACES TO WS-PR-DETAIL.
            STRING "PERIOD " WS-HOLD-PERIOD " TOTALS"
                DELIMITED BY SIZE INTO WS-PD-LABEL.
            MOVE WS-PERIOD-HOL-HOURS TO WS-PD-HOL-HRS.
            MOVE WS-PERIOD-HOL-PREMIUM TO WS-PD-HOL-PREM.
            MOVE WS-PERIOD-GROSS TO WS-PD-GROSS.
            MOVE WS-PERIOD-TAX TO WS-PD-TAX.
            MOVE WS-PERIOD-LOANS TO WS-PD-LOANS.
            MOVE WS-PERIOD-NET TO WS-PD-NET.
            MOVE WS-PERIOD-REIMBURSE TO WS-PD-CLAIMS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE WS-PR-DETAIL TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE SPACES TO WS-PR-COUNT-LINE.
            MOVE "PAYSLIPS IN PERIOD:" TO WS-PC-LABEL.
            MOVE WS-PERIOD-COUNT TO WS-PC-COUNT.
            MOVE WS-PR-COUNT-LINE TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM EA-PRINT-LINE.
            MOVE 0 TO WS-PERIOD-COUNT WS-PERIOD-GROSS WS-PERIOD-TAX
                WS-PERIOD-NET WS-PERIOD-HOL-HOURS WS-PERIOD-HOL-PREMIUM
                WS-PERIOD-REIMBURSE WS-PERIOD-LOANS.
        EA-PRINT-LINE.
            MOVE "LINE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
        ZZ-END.
            STOP RUN.
