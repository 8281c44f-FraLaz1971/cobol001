        IDENTIFICATION DIVISION.
        PROGRAM-ID. LOANSTMT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM PRODUCES THE STAFF LOAN STATEMENT, ONE PER LOAN ON
      * LOANS.DAT, FOR ONE EID OR FOR EVERY EID. EACH STATEMENT SHOWS
      * THE AMOUNT ADVANCED, THE INSTALMENT AND STATUS, EVERY ADVANCE,
      * REPAYMENT AND BACKED-OUT REPAYMENT RECORDED IN LOANHIST.DAT,
      * AND THE BALANCE STILL OUTSTANDING.
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
            SELECT STATEMENT-FILE ASSIGN "loan_statements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD EMPLOYEE.
        01 EMPLOYEE-RECORD.
            03 EID                 PIC 9(6).
            03 FILLER              PIC X.
            03 NAME                PIC X(6).
            03 FILLER              PIC X(37).
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
        FD STATEMENT-FILE.
        01 STATEMENT-LINE          PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-EMP-STATUS          PIC XX.
        01 WS-LN-STATUS           PIC XX.
        01 WS-LH-STATUS           PIC XX.
        01 WS-STM-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
        01 WS-SELECT-EID          PIC 9(6) VALUE 0.
        01 WS-STMT-NAME           PIC X(6).
        01 WS-STMT-STATUS         PIC X(10).
        01 WS-TYPE-TEXT           PIC X(10).
        01 WS-ED-AMOUNT           PIC ZZZ,ZZ9.99.
        01 WS-ED-BALANCE          PIC ZZZ,ZZ9.99.
        01 WS-ED-PRINCIPAL        PIC ZZZ,ZZ9.99.
        01 WS-ED-INSTALMENT       PIC ZZ,ZZ9.99.
        01 WS-HIST-LINES          PIC 9(6) VALUE 0.
        01 WS-STATEMENTS-WRITTEN  PIC 9(6) VALUE 0.
        01 WS-TOT-OUTSTANDING     PIC 9(9)V99 VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER EID FOR ONE STATEMENT (0 = ALL LOANS): ".
            ACCEPT WS-SELECT-EID.
            OPEN INPUT LOAN-FILE.
            IF WS-LN-STATUS NOT = "00"
                DISPLAY "NO LOAN FILE AVAILABLE FOR STATEMENTS"
                GO TO ZZ-END
            END-IF.
            OPEN INPUT EMPLOYEE.
            OPEN OUTPUT STATEMENT-FILE.
            IF WS-STM-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE loan_statements.txt, STATUS "
                    WS-STM-STATUS
                CLOSE LOAN-FILE
                CLOSE EMPLOYEE
                GO TO ZZ-END
            END-IF.
            MOVE WS-SELECT-EID TO LN-EID.
            MOVE 0 TO LN-NUMBER.
            START LOAN-FILE KEY IS NOT LESS THAN LN-KEY
                INVALID KEY
                    GO TO CC-SUMMARY
            END-START.
        BB-READ.
            READ LOAN-FILE NEXT RECORD AT END GO TO CC-SUMMARY.
            IF WS-SELECT-EID NOT = 0 AND LN-EID NOT = WS-SELECT-EID
                GO TO CC-SUMMARY.
            MOVE SPACES TO WS-STMT-NAME.
            MOVE LN-EID TO EID.
            READ EMPLOYEE
                INVALID KEY
                    DISPLAY "** NO EMPLOYEE MASTER FOR EID " LN-EID
                        ", STATEMENT ISSUED WITHOUT NAME **"
            END-READ.
            IF WS-EMP-STATUS = "00"
                MOVE NAME TO WS-STMT-NAME
            END-IF.
            PERFORM DA-WRITE-HEADING.
            PERFORM DB-WRITE-HISTORY THRU DB-EXIT.
            PERFORM DC-WRITE-CLOSING.
            ADD LN-BALANCE TO WS-TOT-OUTSTANDING.
            ADD 1 TO WS-STATEMENTS-WRITTEN.
            GO TO BB-READ.
        DA-WRITE-HEADING.
            EVALUATE TRUE
                WHEN LN-ACTIVE
                    MOVE "ACTIVE" TO WS-STMT-STATUS
                WHEN LN-SUSPENDED
                    MOVE "SUSPENDED" TO WS-STMT-STATUS
                WHEN LN-PAID-OFF
                    MOVE "PAID OFF" TO WS-STMT-STATUS
                WHEN OTHER
                    MOVE LN-STATUS TO WS-STMT-STATUS
            END-EVALUATE.
            MOVE LN-PRINCIPAL TO WS-ED-PRINCIPAL.
            MOVE LN-INSTALMENT TO WS-ED-INSTALMENT.
            MOVE ALL "=" TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "STAFF LOAN STATEMENT - ISSUED " WS-RUN-DATE
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "EMPLOYEE ID: " LN-EID " NAME: " WS-STMT-NAME
                " LOAN NUMBER: " LN-NUMBER
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "ADVANCED ON " LN-START-DATE
                " AMOUNT " WS-ED-PRINCIPAL
                " INSTALMENT " WS-ED-INSTALMENT
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "STATUS: " WS-STMT-STATUS
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "DATE       ENTRY          AMOUNT     BALANCE"
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
      * THE HISTORY IS IN POSTING ORDER, NOT KEY ORDER, SO IT IS READ
      * FROM THE TOP FOR EACH LOAN.
        DB-WRITE-HISTORY.
            MOVE 0 TO WS-HIST-LINES.
            OPEN INPUT LOAN-HIST-FILE.
            IF WS-LH-STATUS NOT = "00"
                GO TO DB-EXIT.
        DB1-HIST-READ.
            READ LOAN-HIST-FILE AT END GO TO DB2-HIST-DONE.
            IF LH-EID NOT = LN-EID OR LH-NUMBER NOT = LN-NUMBER
                GO TO DB1-HIST-READ.
            EVALUATE LH-TYPE
                WHEN "A"
                    MOVE "ADVANCE" TO WS-TYPE-TEXT
                WHEN "R"
                    MOVE "REPAYMENT" TO WS-TYPE-TEXT
                WHEN "B"
                    MOVE "BACKED OUT" TO WS-TYPE-TEXT
                WHEN OTHER
                    MOVE LH-TYPE TO WS-TYPE-TEXT
            END-EVALUATE.
            MOVE LH-AMOUNT TO WS-ED-AMOUNT.
            MOVE LH-BALANCE TO WS-ED-BALANCE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING LH-DATE "   " WS-TYPE-TEXT " " WS-ED-AMOUNT
                "  " WS-ED-BALANCE
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            ADD 1 TO WS-HIST-LINES.
            GO TO DB1-HIST-READ.
        DB2-HIST-DONE.
            CLOSE LOAN-HIST-FILE.
        DB-EXIT.
            EXIT.
        DC-WRITE-CLOSING.
            IF WS-HIST-LINES = 0
                MOVE SPACES TO STATEMENT-LINE
                STRING "NO ENTRIES RECORDED IN loanhist.dat"
                    DELIMITED BY SIZE INTO STATEMENT-LINE
                WRITE STATEMENT-LINE
            END-IF.
            MOVE LN-BALANCE TO WS-ED-BALANCE.
            MOVE SPACES TO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
            MOVE SPACES TO STATEMENT-LINE.
            STRING "BALANCE OUTSTANDING ......... " WS-ED-BALANCE
                DELIMITED BY SIZE INTO STATEMENT-LINE.
            WRITE STATEMENT-LINE.
        CC-SUMMARY.
            DISPLAY "======= LOAN STATEMENT RUN TOTALS =======".
            DISPLAY "STATEMENTS WRITTEN: " WS-STATEMENTS-WRITTEN.
            DISPLAY "TOTAL BALANCE OUTSTANDING: " WS-TOT-OUTSTANDING.
            CLOSE LOAN-FILE.
            CLOSE EMPLOYEE.
            CLOSE STATEMENT-FILE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
