        IDENTIFICATION DIVISION.
        PROGRAM-ID. QTRRTN.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM PRODUCES THE EMPLOYER'S QUARTERLY WAGE AND TAX
      * RETURN FROM THE QUARTER-TO-DATE FIGURES PAY AND TERMPAY KEEP
      * IN PAYQTD.DAT: GROSS, TAX WITHHELD AND STANDING DEDUCTIONS PER
      * EID AND FOR THE COMPANY. THE COMPANY TAX IS RECONCILED AGAINST
      * THE THREE MONTHLY TR-WITHHELD FIGURES FOR THE QUARTER ON
      * TAXREMIT.DAT. PENPAY POSTS ITS PENSION WITHHOLDING TO THE SAME
      * LEDGER, SO THE TAX WITHHELD FROM PENSION DRAWS PAID IN THE
      * QUARTER'S THREE MONTHS (PENSION_PAY.DAT) IS ADDED TO THE
      * PAYROLL TAX BEFORE THE TWO ARE COMPARED, AND SHOWN ON A LINE
      * OF ITS OWN. THE RETURN IS WRITTEN TO QUARTERLY_RETURN.TXT.
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
            SELECT QTD-FILE
              ASSIGN TO "payqtd.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS QTD-EID
              FILE STATUS IS WS-QTD-STATUS.
            SELECT REMIT-FILE
              ASSIGN TO "taxremit.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS TR-MONTH
              FILE STATUS IS WS-REM-STATUS.
            SELECT RETURN-FILE ASSIGN "quarterly_return.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RTN-STATUS.
            SELECT PAYMENT-FILE ASSIGN "pension_pay.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAY-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X(37).
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
        FD REMIT-FILE.
        01 REMIT-RECORD.
            03 TR-MONTH              PIC 9(6).
            03 TR-WITHHELD           PIC 9(8)V99.
            03 TR-REMITTED           PIC 9(8)V99.
        FD RETURN-FILE.
        01 RETURN-LINE             PIC X(80).
        FD PAYMENT-FILE.
        01 PAYMENT-REC.
            COPY "penpay.cpy".
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-QTD-STATUS          PIC XX.
        01 WS-REM-STATUS          PIC XX.
        01 WS-RTN-STATUS          PIC XX.
        01 WS-PAY-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
        01 WS-RETURN-QUARTER      PIC 9(5) VALUE 0.
        01 WS-RETURN-QUARTER-R REDEFINES WS-RETURN-QUARTER.
            03 WS-RETURN-YEAR     PIC 9(4).
            03 WS-RETURN-QTR      PIC 9.
        01 WS-QTR-MONTH           PIC 99.
        01 WS-QTR-NUM             PIC 9.
        01 WS-QTR-YEAR            PIC 9(4).
        01 WS-MONTH-IDX           PIC 9.
        01 WS-REMIT-MONTH         PIC 9(6).
        01 WS-LINE-NAME           PIC X(6).
        01 WS-LINE-GROSS          PIC 9(8)V99.
        01 WS-LINE-TAX            PIC 9(8)V99.
        01 WS-LINE-DEDUCT         PIC 9(8)V99.
        01 WS-ED-GROSS            PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-TAX              PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-DEDUCT           PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-DIFF             PIC -Z,ZZZ,ZZ9.99.
        01 WS-EMPLOYEES-LISTED    PIC 9(6) VALUE 0.
        01 WS-TOT-GROSS           PIC 9(9)V99 VALUE 0.
        01 WS-TOT-TAX             PIC 9(9)V99 VALUE 0.
        01 WS-TOT-DEDUCT          PIC 9(9)V99 VALUE 0.
        01 WS-TOT-REMIT-WITHHELD  PIC 9(9)V99 VALUE 0.
        01 WS-PEN-TAX-TOTAL       PIC 9(9)V99 VALUE 0.
        01 WS-QTR-FIRST-MONTH     PIC 9(6).
        01 WS-QTR-LAST-MONTH      PIC 9(6).
        01 WS-RECON-DIFF          PIC S9(9)V99 VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER QUARTER YYYYQ (0 = CURRENT QUARTER): ".
            ACCEPT WS-RETURN-QUARTER.
            IF WS-RETURN-QUARTER = 0
                MOVE WS-RUN-DATE(1:4) TO WS-QTR-YEAR
                MOVE WS-RUN-DATE(5:2) TO WS-QTR-MONTH
                COMPUTE WS-QTR-NUM = (WS-QTR-MONTH + 2) / 3
                COMPUTE WS-RETURN-QUARTER =
                    WS-QTR-YEAR * 10 + WS-QTR-NUM
            END-IF.
            IF WS-RETURN-QTR < 1 OR WS-RETURN-QTR > 4
                DISPLAY "** QUARTER MUST END IN 1 TO 4 **"
                GO TO ZZ-END
            END-IF.
            OPEN INPUT QTD-FILE.
            IF WS-QTD-STATUS NOT = "00"
                DISPLAY "NO QUARTER-TO-DATE DATA AVAILABLE FOR THE "
                    "RETURN"
                GO TO ZZ-END
            END-IF.
            OPEN INPUT EMPLOYEE.
            OPEN OUTPUT RETURN-FILE.
            IF WS-RTN-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE quarterly_return.txt, STATUS "
                    WS-RTN-STATUS
                CLOSE QTD-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END
            END-IF.
            PERFORM DA-WRITE-HEADING.
      * AN EID'S FIGURES FOR THE QUARTER ARE IN THE CURRENT FIELDS, OR
      * IN THE PRIOR FIELDS ONCE IT HAS BEEN PAID IN THE NEXT QUARTER.
        BB-READ.
            READ QTD-FILE NEXT RECORD AT END GO TO CC-SUMMARY.
            IF QTD-QUARTER = WS-RETURN-QUARTER
                MOVE QTD-GROSS TO WS-LINE-GROSS
                MOVE QTD-TAX TO WS-LINE-TAX
                MOVE QTD-DEDUCT TO WS-LINE-DEDUCT
            ELSE
                IF QTD-PRIOR-QUARTER = WS-RETURN-QUARTER
                    MOVE QTD-PRIOR-GROSS TO WS-LINE-GROSS
                    MOVE QTD-PRIOR-TAX TO WS-LINE-TAX
                    MOVE QTD-PRIOR-DEDUCT TO WS-LINE-DEDUCT
                ELSE
                    GO TO BB-READ
                END-IF
            END-IF.
            MOVE SPACES TO WS-LINE-NAME.
            MOVE QTD-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** NO EMPLOYEE MASTER FOR EID " QTD-EID
                        ", LISTED WITHOUT NAME **"
            END-READ.
            IF WS-EMP-STATUS = "00"
                MOVE NAME TO WS-LINE-NAME
            END-IF.
            PERFORM DB-WRITE-EMPLOYEE.
            ADD 1 TO WS-EMPLOYEES-LISTED.
            ADD WS-LINE-GROSS TO WS-TOT-GROSS.
            ADD WS-LINE-TAX TO WS-TOT-TAX.
            ADD WS-LINE-DEDUCT TO WS-TOT-DEDUCT.
            GO TO BB-READ.
        DA-WRITE-HEADING.
            MOVE ALL "=" TO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "QUARTERLY WAGE AND TAX RETURN - YEAR "
                WS-RETURN-YEAR " QUARTER " WS-RETURN-QTR
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "PREPARED: " WS-RUN-DATE
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "EID    NAME            GROSS      TAX WITHHELD"
                "     DEDUCTIONS"
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
        DB-WRITE-EMPLOYEE.
            MOVE WS-LINE-GROSS TO WS-ED-GROSS.
            MOVE WS-LINE-TAX TO WS-ED-TAX.
            MOVE WS-LINE-DEDUCT TO WS-ED-DEDUCT.
            MOVE SPACES TO RETURN-LINE.
            STRING QTD-EID " " WS-LINE-NAME " " WS-ED-GROSS
                "   " WS-ED-TAX "  " WS-ED-DEDUCT
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
        CC-SUMMARY.
            MOVE WS-TOT-GROSS TO WS-ED-GROSS.
            MOVE WS-TOT-TAX TO WS-ED-TAX.
            MOVE WS-TOT-DEDUCT TO WS-ED-DEDUCT.
            MOVE ALL "-" TO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "COMPANY       " WS-ED-GROSS
                "   " WS-ED-TAX "  " WS-ED-DEDUCT
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "EMPLOYEES ON RETURN: " WS-EMPLOYEES-LISTED
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            PERFORM EA-RECONCILE-REMITTANCE THRU EA-EXIT.
            DISPLAY "======= QUARTERLY RETURN TOTALS =======".
            DISPLAY "QUARTER: " WS-RETURN-QUARTER.
            DISPLAY "EMPLOYEES ON RETURN: " WS-EMPLOYEES-LISTED.
            DISPLAY "TOTAL GROSS: " WS-TOT-GROSS.
            DISPLAY "TOTAL TAX WITHHELD: " WS-TOT-TAX.
            DISPLAY "TOTAL DEDUCTIONS: " WS-TOT-DEDUCT.
            CLOSE QTD-FILE.
            CLOSE EMPLOYEE.
            CLOSE RETURN-FILE.
            GO TO ZZ-END.
      * THE QUARTER'S TAX, WITH THE PENSION TAX WITHHELD IN THE SAME
      * MONTHS, MUST EQUAL THE WITHHOLDING POSTED TO ITS THREE MONTHS
      * ON THE REMITTANCE LEDGER. A MONTH WITH NO LEDGER RECORD COUNTS
      * AS NOTHING WITHHELD.
        EA-RECONCILE-REMITTANCE.
            MOVE SPACES TO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE SPACES TO RETURN-LINE.
            STRING "RECONCILIATION TO TAX REMITTANCE LEDGER"
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE 0 TO WS-TOT-REMIT-WITHHELD.
            OPEN INPUT REMIT-FILE.
            IF WS-REM-STATUS NOT = "00"
                MOVE SPACES TO RETURN-LINE
                STRING "** NO TAX REMITTANCE LEDGER, NOT RECONCILED **"
                    DELIMITED BY SIZE INTO RETURN-LINE
                WRITE RETURN-LINE
                DISPLAY "** NO TAX REMITTANCE LEDGER, RETURN NOT "
                    "RECONCILED **"
                GO TO EA-EXIT.
            MOVE 1 TO WS-MONTH-IDX.
        EA1-NEXT-MONTH.
            COMPUTE WS-REMIT-MONTH = WS-RETURN-YEAR * 100
                + (WS-RETURN-QTR - 1) * 3 + WS-MONTH-IDX.
            MOVE WS-REMIT-MONTH TO TR-MONTH.
            READ REMIT-FILE
                INVALID KEY
                    MOVE 0 TO TR-WITHHELD
            END-READ.
            ADD TR-WITHHELD TO WS-TOT-REMIT-WITHHELD.
            MOVE TR-WITHHELD TO WS-ED-TAX.
            MOVE SPACES TO RETURN-LINE.
            STRING "MONTH " WS-REMIT-MONTH " TR-WITHHELD      "
                WS-ED-TAX
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            ADD 1 TO WS-MONTH-IDX.
            IF WS-MONTH-IDX NOT > 3
                GO TO EA1-NEXT-MONTH.
            CLOSE REMIT-FILE.
            PERFORM EE-SUM-PENSION-TAX THRU EE-EXIT.
            COMPUTE WS-RECON-DIFF = WS-TOT-TAX + WS-PEN-TAX-TOTAL
                - WS-TOT-REMIT-WITHHELD.
            MOVE WS-TOT-REMIT-WITHHELD TO WS-ED-TAX.
            MOVE SPACES TO RETURN-LINE.
            STRING "QUARTER TR-WITHHELD     " WS-ED-TAX
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE WS-TOT-TAX TO WS-ED-TAX.
            MOVE SPACES TO RETURN-LINE.
            STRING "PAYROLL TAX ON RETURN   " WS-ED-TAX
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE WS-PEN-TAX-TOTAL TO WS-ED-TAX.
            MOVE SPACES TO RETURN-LINE.
            STRING "PENSION TAX WITHHELD    " WS-ED-TAX
                DELIMITED BY SIZE INTO RETURN-LINE.
            WRITE RETURN-LINE.
            MOVE WS-RECON-DIFF TO WS-ED-DIFF.
            MOVE SPACES TO RETURN-LINE.
            IF WS-RECON-DIFF = 0
                STRING "RETURN TAX RECONCILES WITH THE LEDGER"
                    DELIMITED BY SIZE INTO RETURN-LINE
                DISPLAY "RETURN TAX RECONCILES WITH THE LEDGER"
            ELSE
                STRING "** OUT OF BALANCE BY " WS-ED-DIFF " **"
                    DELIMITED BY SIZE INTO RETURN-LINE
                DISPLAY "** MISMATCH ** RETURN TAX " WS-TOT-TAX
                    " PLUS PENSION TAX " WS-PEN-TAX-TOTAL
                    " LEDGER WITHHELD " WS-TOT-REMIT-WITHHELD
            END-IF.
            WRITE RETURN-LINE.
        EA-EXIT.
            EXIT.
      * PENPAY POSTS A DRAW'S WITHHOLDING TO THE LEDGER MONTH OF ITS
      * PAYMENT DATE. LINES WRITTEN BEFORE TAX WAS WITHHELD CARRY
      * SPACES AND COUNT AS NOTHING.
        EE-SUM-PENSION-TAX.
            MOVE 0 TO WS-PEN-TAX-TOTAL.
            COMPUTE WS-QTR-FIRST-MONTH = WS-RETURN-YEAR * 100
                + (WS-RETURN-QTR - 1) * 3 + 1.
            COMPUTE WS-QTR-LAST-MONTH = WS-QTR-FIRST-MONTH + 2.
            OPEN INPUT PAYMENT-FILE.
            IF WS-PAY-STATUS NOT = "00"
                GO TO EE-EXIT.
        EE1-PAY-READ.
            READ PAYMENT-FILE AT END GO TO EE2-PAY-DONE.
            IF PAY-DATE IS NUMERIC AND PAY-WITHHELD IS NUMERIC
                AND PAY-DATE(1:6) NOT < WS-QTR-FIRST-MONTH
                AND PAY-DATE(1:6) NOT > WS-QTR-LAST-MONTH
                ADD PAY-WITHHELD TO WS-PEN-TAX-TOTAL.
            GO TO EE1-PAY-READ.
        EE2-PAY-DONE.
            CLOSE PAYMENT-FILE.
        EE-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
