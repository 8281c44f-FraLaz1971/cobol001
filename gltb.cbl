        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLTB.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM PRINTS THE GENERAL LEDGER TRIAL BALANCE FOR A
      * PERIOD (A CALENDAR MONTH OF JL-DATE) TO TRIAL_BALANCE.TXT.
      * EACH ACCOUNT'S OPENING BALANCE IS THE BALANCE CARRIED FORWARD
      * BY THE LATEST PERIOD CLOSED BY GLCLOSE BEFORE IT, PLUS THE
      * GLJOURNAL.DAT LINES DATED AFTER THAT CLOSE AND BEFORE THE
      * PERIOD; THE PERIOD'S DEBITS AND CREDITS ARE THE LINES DATED IN
      * IT. BALANCES ARE DEBIT-POSITIVE. NAMES AND TYPES COME FROM THE
      * ACCOUNT MASTER GLACCT.DAT; AN ACCOUNT WITH POSTINGS THAT IS
      * NOT ON THE MASTER IS MARKED "*". THE TOTAL DEBIT AND CREDIT
      * BALANCES MUST AGREE, OTHERWISE THE RUN ENDS WITH CODE 8.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN "glacct.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACC-STATUS.
            SELECT JOURNAL-FILE ASSIGN "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
            SELECT GLCLOSE-FILE ASSIGN TO "glclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLC-KEY
              FILE STATUS IS WS-GLC-STATUS.
            SELECT REPORT-FILE ASSIGN "trial_balance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD ACCOUNT-FILE.
        01 ACCOUNT-REC.
            03 GA-ACCT         PIC 9(6).
            03 FILLER          PIC X.
            03 GA-NAME         PIC X(20).
            03 FILLER          PIC X.
            03 GA-TYPE         PIC X.
            03 FILLER          PIC X.
            03 GA-ACTIVE       PIC X.
        FD JOURNAL-FILE.
        01 JOURNAL-REC.
            03 JL-DATE         PIC 9(8).
            03 FILLER          PIC X.
            03 JL-SOURCE       PIC X(8).
            03 FILLER          PIC X.
            03 JL-ACCT         PIC 9(6).
            03 FILLER          PIC X.
            03 JL-DRCR         PIC X.
            03 FILLER          PIC X.
            03 JL-AMOUNT       PIC 9(9)V99.
        FD GLCLOSE-FILE.
        01 GLCLOSE-REC.
            03 GLC-KEY.
                05 GLC-PERIOD      PIC 9(6).
                05 GLC-ACCT        PIC 9(6).
            03 GLC-DEBITS          PIC 9(11)V99.
            03 GLC-CREDITS         PIC 9(11)V99.
            03 GLC-CLOSING         PIC S9(11)V99.
            03 GLC-CARRY           PIC S9(11)V99.
        FD REPORT-FILE.
        01 REPORT-LINE         PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-ACC-STATUS       PIC XX.
        01 WS-JRN-STATUS       PIC XX.
        01 WS-GLC-STATUS       PIC XX.
        01 WS-RPT-STATUS       PIC XX.
        01 WS-RUN-DATE         PIC 9(8).
        01 WS-TB-PERIOD        PIC 9(6).
        01 WS-TB-PERIOD-R REDEFINES WS-TB-PERIOD.
            03 WS-TB-YYYY      PIC 9(4).
            03 WS-TB-MM        PIC 99.
        01 WS-BASE-PERIOD      PIC 9(6) VALUE 0.
        01 WS-LINE-PERIOD      PIC 9(6).
        01 WS-ACCOUNT-TABLE.
            03 WS-AC-ENTRY OCCURS 200 TIMES.
                05 WS-AC-ACCT      PIC 9(6).
                05 WS-AC-NAME      PIC X(13).
                05 WS-AC-TYPE      PIC X.
                05 WS-AC-ON-MASTER PIC X.
                05 WS-AC-OPENING   PIC S9(11)V99.
                05 WS-AC-DEBITS    PIC 9(11)V99.
                05 WS-AC-CREDITS   PIC 9(11)V99.
                05 WS-AC-CLOSING   PIC S9(11)V99.
        01 WS-AC-COUNT         PIC 9(3) VALUE 0.
        01 WS-AC-IDX           PIC 9(3).
        01 WS-FIND-ACCT        PIC 9(6).
        01 WS-LINES-READ       PIC 9(7) VALUE 0.
        01 WS-NOT-ON-MASTER    PIC 9(4) VALUE 0.
        01 WS-TOT-OPENING      PIC S9(11)V99 VALUE 0.
        01 WS-TOT-DEBITS       PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CREDITS      PIC 9(11)V99 VALUE 0.
        01 WS-TOT-DR-BALANCE   PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CR-BALANCE   PIC 9(11)V99 VALUE 0.
        01 WS-ED-OPENING       PIC -ZZ,ZZZ,ZZ9.99.
        01 WS-ED-DEBITS        PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-CREDITS       PIC ZZ,ZZZ,ZZ9.99.
        01 WS-ED-CLOSING       PIC -ZZ,ZZZ,ZZ9.99.
        01 WS-MASTER-FLAG      PIC X.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER PERIOD FOR TRIAL BALANCE YYYYMM "
                "(0 = THIS MONTH): ".
            ACCEPT WS-TB-PERIOD.
            IF WS-TB-PERIOD = 0
                MOVE WS-RUN-DATE(1:6) TO WS-TB-PERIOD.
            IF WS-TB-PERIOD NOT NUMERIC OR
               WS-TB-MM < 1 OR WS-TB-MM > 12
                DISPLAY "** INVALID PERIOD " WS-TB-PERIOD " **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            PERFORM BA-LOAD-ACCOUNTS THRU BA-EXIT.
            PERFORM CA-LOAD-CARRIED THRU CA-EXIT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                DISPLAY "NO gljournal.dat AVAILABLE"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
      * LINES UP TO THE BASE CLOSE ARE ALREADY IN THE CARRIED
      * BALANCES; LINES AFTER THE PERIOD ARE NOT YET REPORTED.
        DA-JOURNAL-READ.
            READ JOURNAL-FILE AT END GO TO DB-JOURNAL-DONE.
            ADD 1 TO WS-LINES-READ.
            MOVE JL-DATE(1:6) TO WS-LINE-PERIOD.
            IF WS-LINE-PERIOD > WS-TB-PERIOD OR
               WS-LINE-PERIOD <= WS-BASE-PERIOD
                GO TO DA-JOURNAL-READ.
            MOVE JL-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                CLOSE JOURNAL-FILE
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            IF WS-LINE-PERIOD < WS-TB-PERIOD
                IF JL-DRCR = "D"
                    ADD JL-AMOUNT TO WS-AC-OPENING(WS-AC-IDX)
                ELSE
                    SUBTRACT JL-AMOUNT FROM WS-AC-OPENING(WS-AC-IDX)
                END-IF
                GO TO DA-JOURNAL-READ.
            IF JL-DRCR = "D"
                ADD JL-AMOUNT TO WS-AC-DEBITS(WS-AC-IDX)
            ELSE
                ADD JL-AMOUNT TO WS-AC-CREDITS(WS-AC-IDX)
            END-IF.
            GO TO DA-JOURNAL-READ.
        DB-JOURNAL-DONE.
            CLOSE JOURNAL-FILE.
            OPEN OUTPUT REPORT-FILE.
            PERFORM EA-WRITE-HEADINGS.
            PERFORM EB-WRITE-ACCOUNT
                VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT.
            PERFORM EC-WRITE-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY "TRIAL BALANCE FOR " WS-TB-PERIOD
                " WRITTEN TO trial_balance.txt".
            DISPLAY "JOURNAL LINES READ: " WS-LINES-READ.
            DISPLAY "ACCOUNTS: " WS-AC-COUNT.
            DISPLAY "DEBIT BALANCES:  " WS-TOT-DR-BALANCE.
            DISPLAY "CREDIT BALANCES: " WS-TOT-CR-BALANCE.
            IF WS-NOT-ON-MASTER > 0
                DISPLAY "** ACCOUNTS NOT ON THE ACCOUNT MASTER: "
                    WS-NOT-ON-MASTER " **".
            IF WS-TOT-DR-BALANCE NOT = WS-TOT-CR-BALANCE
                DISPLAY "*** TRIAL BALANCE OUT OF BALANCE ***"
                MOVE 8 TO RETURN-CODE.
            GO TO ZZ-END.
      * MASTER ACCOUNTS ARE LISTED EVEN WITHOUT POSTINGS, IN MASTER
      * ORDER; OTHER ACCOUNTS FOLLOW AS THEY ARE MET.
        BA-LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-FILE.
            IF WS-ACC-STATUS NOT = "00"
                DISPLAY "** NO ACCOUNT MASTER glacct.dat **"
                GO TO BA-EXIT.
        BB-ACCOUNT-READ.
            READ ACCOUNT-FILE AT END GO TO BC-ACCOUNT-DONE.
            IF GA-ACCT IS NOT NUMERIC
                GO TO BB-ACCOUNT-READ.
            MOVE GA-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO BC-ACCOUNT-DONE.
            MOVE GA-NAME TO WS-AC-NAME(WS-AC-IDX).
            MOVE GA-TYPE TO WS-AC-TYPE(WS-AC-IDX).
            MOVE "Y" TO WS-AC-ON-MASTER(WS-AC-IDX).
            GO TO BB-ACCOUNT-READ.
        BC-ACCOUNT-DONE.
            CLOSE ACCOUNT-FILE.
        BA-EXIT.
            EXIT.
      * THE BASE IS THE LATEST PERIOD CLOSED BEFORE THE ONE REPORTED.
        CA-LOAD-CARRIED.
            OPEN INPUT GLCLOSE-FILE.
            IF WS-GLC-STATUS NOT = "00"
                GO TO CA-EXIT.
        CA1-CONTROL-READ.
            READ GLCLOSE-FILE NEXT RECORD AT END GO TO CA2-CONTROL-DONE.
            IF GLC-ACCT = 0 AND GLC-PERIOD < WS-TB-PERIOD AND
               GLC-PERIOD > WS-BASE-PERIOD
                MOVE GLC-PERIOD TO WS-BASE-PERIOD.
            GO TO CA1-CONTROL-READ.
        CA2-CONTROL-DONE.
            IF WS-BASE-PERIOD = 0
                GO TO CA4-CARRIED-DONE.
            DISPLAY "OPENING BALANCES CARRIED FROM CLOSE OF "
                WS-BASE-PERIOD.
            MOVE WS-BASE-PERIOD TO GLC-PERIOD.
            MOVE 1 TO GLC-ACCT.
            START GLCLOSE-FILE KEY IS NOT LESS THAN GLC-KEY
                INVALID KEY
                    GO TO CA4-CARRIED-DONE
            END-START.
        CA3-CARRIED-READ.
            READ GLCLOSE-FILE NEXT RECORD AT END GO TO CA4-CARRIED-DONE.
            IF GLC-PERIOD NOT = WS-BASE-PERIOD
                GO TO CA4-CARRIED-DONE.
            MOVE GLC-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO CA4-CARRIED-DONE.
            MOVE GLC-CARRY TO WS-AC-OPENING(WS-AC-IDX).
            GO TO CA3-CARRIED-READ.
        CA4-CARRIED-DONE.
            CLOSE GLCLOSE-FILE.
        CA-EXIT.
            EXIT.
        EA-WRITE-HEADINGS.
            MOVE SPACES TO REPORT-LINE.
            STRING "GENERAL LEDGER TRIAL BALANCE - PERIOD "
                WS-TB-PERIOD "   PREPARED: " WS-RUN-DATE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-BASE-PERIOD > 0
                STRING "OPENING BALANCES CARRIED FROM CLOSE OF "
                    WS-BASE-PERIOD
                    DELIMITED BY SIZE INTO REPORT-LINE
            ELSE
                STRING "NO EARLIER CLOSE, OPENING BALANCES FROM ALL "
                    "EARLIER JOURNAL LINES"
                    DELIMITED BY SIZE INTO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "ACCT   NAME          T       OPENING       DEBITS "
                "      CREDITS       CLOSING"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
        EB-WRITE-ACCOUNT.
            COMPUTE WS-AC-CLOSING(WS-AC-IDX) =
                WS-AC-OPENING(WS-AC-IDX) + WS-AC-DEBITS(WS-AC-IDX)
                - WS-AC-CREDITS(WS-AC-IDX).
            ADD WS-AC-OPENING(WS-AC-IDX) TO WS-TOT-OPENING.
            ADD WS-AC-DEBITS(WS-AC-IDX) TO WS-TOT-DEBITS.
            ADD WS-AC-CREDITS(WS-AC-IDX) TO WS-TOT-CREDITS.
            IF WS-AC-CLOSING(WS-AC-IDX) < 0
                SUBTRACT WS-AC-CLOSING(WS-AC-IDX)
                    FROM WS-TOT-CR-BALANCE
            ELSE
                ADD WS-AC-CLOSING(WS-AC-IDX) TO WS-TOT-DR-BALANCE
            END-IF.
            MOVE SPACE TO WS-MASTER-FLAG.
            IF WS-AC-ON-MASTER(WS-AC-IDX) NOT = "Y"
                MOVE "*" TO WS-MASTER-FLAG
                ADD 1 TO WS-NOT-ON-MASTER
                DISPLAY "** ACCOUNT " WS-AC-ACCT(WS-AC-IDX)
                    " IS NOT ON THE ACCOUNT MASTER **".
            MOVE WS-AC-OPENING(WS-AC-IDX) TO WS-ED-OPENING.
            MOVE WS-AC-DEBITS(WS-AC-IDX) TO WS-ED-DEBITS.
            MOVE WS-AC-CREDITS(WS-AC-IDX) TO WS-ED-CREDITS.
            MOVE WS-AC-CLOSING(WS-AC-IDX) TO WS-ED-CLOSING.
            MOVE SPACES TO REPORT-LINE.
            STRING WS-AC-ACCT(WS-AC-IDX) WS-MASTER-FLAG
                WS-AC-NAME(WS-AC-IDX) " " WS-AC-TYPE(WS-AC-IDX)
                WS-ED-OPENING WS-ED-DEBITS " " WS-ED-CREDITS
                WS-ED-CLOSING
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        EC-WRITE-TOTALS.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-OPENING TO WS-ED-OPENING.
            MOVE WS-TOT-DEBITS TO WS-ED-DEBITS.
            MOVE WS-TOT-CREDITS TO WS-ED-CREDITS.
            MOVE SPACES TO REPORT-LINE.
            STRING "TOTAL                 " WS-ED-OPENING
                WS-ED-DEBITS " " WS-ED-CREDITS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-TOT-DR-BALANCE TO WS-ED-DEBITS.
            MOVE WS-TOT-CR-BALANCE TO WS-ED-CREDITS.
            MOVE SPACES TO REPORT-LINE.
            STRING "CLOSING BALANCES - DEBIT " WS-ED-DEBITS
                "  CREDIT " WS-ED-CREDITS
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            IF WS-TOT-DR-BALANCE = WS-TOT-CR-BALANCE
                MOVE "LEDGER IS IN BALANCE" TO REPORT-LINE
            ELSE
                MOVE "*** LEDGER IS OUT OF BALANCE ***" TO REPORT-LINE
            END-IF.
            WRITE REPORT-LINE.
            IF WS-NOT-ON-MASTER > 0
                MOVE SPACES TO REPORT-LINE
                STRING "* ACCOUNT NOT ON THE ACCOUNT MASTER: "
                    WS-NOT-ON-MASTER
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
            END-IF.
        HC-FIND-ACCOUNT.
            MOVE 1 TO WS-AC-IDX.
        HC1-FIND-NEXT.
            IF WS-AC-IDX > WS-AC-COUNT
                GO TO HC2-NEW-ACCOUNT.
            IF WS-AC-ACCT(WS-AC-IDX) = WS-FIND-ACCT
                GO TO HC-EXIT.
            ADD 1 TO WS-AC-IDX.
            GO TO HC1-FIND-NEXT.
        HC2-NEW-ACCOUNT.
            IF WS-AC-COUNT >= 200
                DISPLAY "** ACCOUNT TABLE FULL AT ACCOUNT "
                    WS-FIND-ACCT " **"
                MOVE 0 TO WS-AC-IDX
                GO TO HC-EXIT.
            ADD 1 TO WS-AC-COUNT.
            MOVE WS-AC-COUNT TO WS-AC-IDX.
            MOVE WS-FIND-ACCT TO WS-AC-ACCT(WS-AC-IDX).
            MOVE "(UNKNOWN)" TO WS-AC-NAME(WS-AC-IDX).
            MOVE SPACE TO WS-AC-TYPE(WS-AC-IDX).
            MOVE "N" TO WS-AC-ON-MASTER(WS-AC-IDX).
            MOVE 0 TO WS-AC-OPENING(WS-AC-IDX).
            MOVE 0 TO WS-AC-DEBITS(WS-AC-IDX).
            MOVE 0 TO WS-AC-CREDITS(WS-AC-IDX).
            MOVE 0 TO WS-AC-CLOSING(WS-AC-IDX).
        HC-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
