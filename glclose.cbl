        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLCLOSE.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM CLOSES A GENERAL LEDGER PERIOD (A CALENDAR MONTH
      * OF JL-DATE) ON GLJOURNAL.DAT. EACH ACCOUNT'S OPENING BALANCE
      * IS THE BALANCE CARRIED FORWARD BY THE PREVIOUS CLOSE (OR, AT
      * THE FIRST CLOSE, EVERY EARLIER JOURNAL LINE); THE PERIOD'S
      * DEBITS AND CREDITS ARE ADDED TO GIVE THE CLOSING BALANCE, AND
      * THE BALANCE TO CARRY INTO THE NEXT PERIOD IS RECORDED WITH IT
      * IN GLCLOSE.DAT UNDER A CONTROL RECORD THAT MARKS THE PERIOD
      * CLOSED. BALANCES ARE DEBIT-POSITIVE. AT A DECEMBER CLOSE THE
      * REVENUE (R) AND EXPENSE (E) ACCOUNTS OF GLACCT.DAT CARRY ZERO
      * AND THEIR NET GOES TO THE RETAINED EARNINGS ACCOUNT (GLMAP
      * TYPE "A", KEY "RETAINED"). PERIODS ARE CLOSED IN ORDER, ONCE,
      * ONLY AFTER THEY HAVE ENDED AND ONLY WHEN THE LEDGER BALANCES.
      * GLJRNL AND GLACCR THEN REFUSE TO POST INTO A CLOSED PERIOD.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCOUNT-FILE ASSIGN "glacct.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACC-STATUS.
            SELECT GLMAP-FILE ASSIGN "glmap.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
            SELECT JOURNAL-FILE ASSIGN "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
            SELECT GLCLOSE-FILE ASSIGN TO "glclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GLC-KEY
              FILE STATUS IS WS-GLC-STATUS.
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
        FD GLMAP-FILE.
        01 GLMAP-REC.
            03 GM-TYPE         PIC X.
            03 FILLER          PIC X.
            03 GM-KEY          PIC X(20).
            03 FILLER          PIC X.
            03 GM-DEBIT-ACCT   PIC 9(6).
            03 FILLER          PIC X.
            03 GM-CREDIT-ACCT  PIC 9(6).
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
      * ACCOUNT 000000 IS THE CONTROL RECORD THAT MARKS THE PERIOD
      * CLOSED; EVERY OTHER RECORD IS ONE ACCOUNT'S BALANCES AT CLOSE.
        FD GLCLOSE-FILE.
        01 GLCLOSE-REC.
            03 GLC-KEY.
                05 GLC-PERIOD      PIC 9(6).
                05 GLC-ACCT        PIC 9(6).
            03 GLC-DEBITS          PIC 9(11)V99.
            03 GLC-CREDITS         PIC 9(11)V99.
            03 GLC-CLOSING         PIC S9(11)V99.
            03 GLC-CARRY           PIC S9(11)V99.
        01 GLCLOSE-CTL-REC.
            03 GLCC-KEY.
                05 GLCC-PERIOD     PIC 9(6).
                05 GLCC-ACCT       PIC 9(6).
            03 GLCC-CLOSED-AT      PIC X(14).
            03 GLCC-ACCT-COUNT     PIC 9(4).
            03 GLCC-TOT-DEBITS     PIC 9(11)V99.
            03 GLCC-TOT-CREDITS    PIC 9(11)V99.
            03 FILLER              PIC X(8).
        WORKING-STORAGE SECTION.
        01 WS-ACC-STATUS       PIC XX.
        01 WS-MAP-STATUS       PIC XX.
        01 WS-JRN-STATUS       PIC XX.
        01 WS-GLC-STATUS       PIC XX.
        01 WS-RUN-DATE         PIC 9(8).
        01 WS-RUN-PERIOD       PIC 9(6).
        01 WS-CLOSE-PERIOD     PIC 9(6).
        01 WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
            03 WS-CLOSE-YYYY   PIC 9(4).
            03 WS-CLOSE-MM     PIC 99.
        01 WS-CLOSED-THRU      PIC 9(6) VALUE 0.
        01 WS-NEXT-PERIOD      PIC 9(6).
        01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
            03 WS-NEXT-YYYY    PIC 9(4).
            03 WS-NEXT-MM      PIC 99.
        01 WS-LINE-PERIOD      PIC 9(6).
        01 WS-RETAINED-ACCT    PIC 9(6) VALUE 0.
        01 WS-CONFIRM          PIC X.
        01 WS-ACCOUNT-TABLE.
            03 WS-AC-ENTRY OCCURS 200 TIMES.
                05 WS-AC-ACCT      PIC 9(6).
                05 WS-AC-TYPE      PIC X.
                05 WS-AC-OPENING   PIC S9(11)V99.
                05 WS-AC-DEBITS    PIC 9(11)V99.
                05 WS-AC-CREDITS   PIC 9(11)V99.
                05 WS-AC-CLOSING   PIC S9(11)V99.
                05 WS-AC-CARRY     PIC S9(11)V99.
        01 WS-AC-COUNT         PIC 9(3) VALUE 0.
        01 WS-AC-IDX           PIC 9(3).
        01 WS-RE-IDX           PIC 9(3) VALUE 0.
        01 WS-FIND-ACCT        PIC 9(6).
        01 WS-TOT-DEBITS       PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CREDITS      PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CLOSING      PIC S9(11)V99 VALUE 0.
        01 WS-YEAR-END-NET     PIC S9(11)V99 VALUE 0.
        01 WS-LINES-READ       PIC 9(7) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
            OPEN I-O GLCLOSE-FILE.
            IF WS-GLC-STATUS NOT = "00"
                OPEN OUTPUT GLCLOSE-FILE
                CLOSE GLCLOSE-FILE
                OPEN I-O GLCLOSE-FILE
            END-IF.
            IF WS-GLC-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN glclose.dat, STATUS "
                    WS-GLC-STATUS
                STOP RUN.
            PERFORM HA-FIND-CLOSED-THRU THRU HA-EXIT.
            IF WS-CLOSED-THRU > 0
                DISPLAY "PERIODS CLOSED THROUGH " WS-CLOSED-THRU
            ELSE
                DISPLAY "NO PERIOD HAS BEEN CLOSED YET".
            DISPLAY "ENTER PERIOD TO CLOSE YYYYMM: ".
            ACCEPT WS-CLOSE-PERIOD.
            IF WS-CLOSE-PERIOD NOT NUMERIC OR
               WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12
                DISPLAY "** INVALID PERIOD " WS-CLOSE-PERIOD " **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSE-PERIOD >= WS-RUN-PERIOD
                DISPLAY "** PERIOD " WS-CLOSE-PERIOD
                    " HAS NOT ENDED YET **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSED-THRU > 0 AND
               WS-CLOSE-PERIOD <= WS-CLOSED-THRU
                DISPLAY "** PERIOD " WS-CLOSE-PERIOD
                    " IS ALREADY CLOSED **"
                GO TO ZZ-REFUSED.
            IF WS-CLOSED-THRU > 0
                MOVE WS-CLOSED-THRU TO WS-NEXT-PERIOD
                PERFORM HB-ADVANCE-PERIOD
                IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                    DISPLAY "** PERIODS ARE CLOSED IN ORDER, NEXT TO "
                        "CLOSE IS " WS-NEXT-PERIOD " **"
                    GO TO ZZ-REFUSED
                END-IF
            END-IF.
            PERFORM BA-LOAD-ACCOUNTS THRU BA-EXIT.
            PERFORM BD-FIND-RETAINED THRU BD-EXIT.
            IF WS-CLOSED-THRU > 0
                PERFORM CA-LOAD-CARRIED THRU CA-EXIT.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                DISPLAY "NO gljournal.dat AVAILABLE"
                GO TO ZZ-REFUSED.
      * LINES IN PERIODS ALREADY CLOSED ARE IN THE CARRIED BALANCES;
      * LINES AFTER THE PERIOD BELONG TO A LATER CLOSE.
        DA-JOURNAL-READ.
            READ JOURNAL-FILE AT END GO TO DB-JOURNAL-DONE.
            ADD 1 TO WS-LINES-READ.
            MOVE JL-DATE(1:6) TO WS-LINE-PERIOD.
            IF WS-LINE-PERIOD > WS-CLOSE-PERIOD
                GO TO DA-JOURNAL-READ.
            IF WS-CLOSED-THRU > 0 AND
               WS-LINE-PERIOD <= WS-CLOSED-THRU
                GO TO DA-JOURNAL-READ.
            MOVE JL-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO ZZ-REFUSED.
            IF WS-LINE-PERIOD < WS-CLOSE-PERIOD
                IF JL-DRCR = "D"
                    ADD JL-AMOUNT TO WS-AC-OPENING(WS-AC-IDX)
                ELSE
                    SUBTRACT JL-AMOUNT FROM WS-AC-OPENING(WS-AC-IDX)
                END-IF
                GO TO DA-JOURNAL-READ.
            IF JL-DRCR = "D"
                ADD JL-AMOUNT TO WS-AC-DEBITS(WS-AC-IDX)
                ADD JL-AMOUNT TO WS-TOT-DEBITS
            ELSE
                ADD JL-AMOUNT TO WS-AC-CREDITS(WS-AC-IDX)
                ADD JL-AMOUNT TO WS-TOT-CREDITS
            END-IF.
            GO TO DA-JOURNAL-READ.
        DB-JOURNAL-DONE.
            CLOSE JOURNAL-FILE.
            MOVE 0 TO WS-TOT-CLOSING.
            PERFORM EA-CLOSE-ACCOUNT
                VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT.
            IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS OR
               WS-TOT-CLOSING NOT = 0
                DISPLAY "*** LEDGER OUT OF BALANCE, PERIOD DEBITS "
                    WS-TOT-DEBITS " CREDITS " WS-TOT-CREDITS
                    " NET CLOSING " WS-TOT-CLOSING " ***"
                DISPLAY "PERIOD NOT CLOSED"
                GO TO ZZ-REFUSED.
            IF WS-CLOSE-MM = 12
                PERFORM EB-YEAR-END-ROLL THRU EB-EXIT.
            DISPLAY "CLOSE " WS-CLOSE-PERIOD
                "? NO FURTHER POSTINGS WILL BE TAKEN INTO IT (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PERIOD NOT CLOSED"
                GO TO ZZ-REFUSED.
            DISPLAY "===== GENERAL LEDGER CLOSE FOR " WS-CLOSE-PERIOD
                " =====".
            PERFORM FA-WRITE-ACCOUNT-CLOSE
                VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT.
            MOVE SPACES TO GLCLOSE-CTL-REC.
            MOVE WS-CLOSE-PERIOD TO GLCC-PERIOD.
            MOVE 0 TO GLCC-ACCT.
            MOVE FUNCTION CURRENT-DATE(1:14) TO GLCC-CLOSED-AT.
            MOVE WS-AC-COUNT TO GLCC-ACCT-COUNT.
            MOVE WS-TOT-DEBITS TO GLCC-TOT-DEBITS.
            MOVE WS-TOT-CREDITS TO GLCC-TOT-CREDITS.
            WRITE GLCLOSE-CTL-REC
                INVALID KEY
                    DISPLAY "** COULD NOT MARK " WS-CLOSE-PERIOD
                        " CLOSED **"
                    GO TO ZZ-REFUSED
            END-WRITE.
            DISPLAY "--------------------------------------".
            DISPLAY "JOURNAL LINES READ: " WS-LINES-READ.
            DISPLAY "ACCOUNTS CLOSED: " WS-AC-COUNT.
            DISPLAY "PERIOD DEBITS:  " WS-TOT-DEBITS.
            DISPLAY "PERIOD CREDITS: " WS-TOT-CREDITS.
            IF WS-CLOSE-MM = 12
                DISPLAY "YEAR-END NET TO RETAINED EARNINGS: "
                    WS-YEAR-END-NET.
            DISPLAY "PERIOD " WS-CLOSE-PERIOD " IS NOW CLOSED".
            GO TO ZZ-END.
      * ACCOUNTS NOT ON GLACCT.DAT STILL CLOSE AND CARRY; THEY ARE
      * LISTED ON THE TRIAL BALANCE FOR CORRECTION.
        BA-LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-FILE.
            IF WS-ACC-STATUS NOT = "00"
                DISPLAY "** NO ACCOUNT MASTER, NO YEAR-END ROLL **"
                GO TO BA-EXIT.
        BB-ACCOUNT-READ.
            READ ACCOUNT-FILE AT END GO TO BC-ACCOUNT-DONE.
            IF GA-ACCT IS NOT NUMERIC
                GO TO BB-ACCOUNT-READ.
            MOVE GA-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO BC-ACCOUNT-DONE.
            MOVE GA-TYPE TO WS-AC-TYPE(WS-AC-IDX).
            GO TO BB-ACCOUNT-READ.
        BC-ACCOUNT-DONE.
            CLOSE ACCOUNT-FILE.
        BA-EXIT.
            EXIT.
        BD-FIND-RETAINED.
            OPEN INPUT GLMAP-FILE.
            IF WS-MAP-STATUS NOT = "00"
                GO TO BD-EXIT.
        BD1-MAP-READ.
            READ GLMAP-FILE AT END GO TO BD2-MAP-DONE.
            IF GM-TYPE = "A" AND GM-KEY = "RETAINED"
                MOVE GM-CREDIT-ACCT TO WS-RETAINED-ACCT.
            GO TO BD1-MAP-READ.
        BD2-MAP-DONE.
            CLOSE GLMAP-FILE.
        BD-EXIT.
            EXIT.
        CA-LOAD-CARRIED.
            MOVE WS-CLOSED-THRU TO GLC-PERIOD.
            MOVE 1 TO GLC-ACCT.
            START GLCLOSE-FILE KEY IS NOT LESS THAN GLC-KEY
                INVALID KEY
                    GO TO CA-EXIT
            END-START.
        CA1-CARRIED-READ.
            READ GLCLOSE-FILE NEXT RECORD AT END GO TO CA-EXIT.
            IF GLC-PERIOD NOT = WS-CLOSED-THRU
                GO TO CA-EXIT.
            MOVE GLC-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO ZZ-REFUSED.
            MOVE GLC-CARRY TO WS-AC-OPENING(WS-AC-IDX).
            GO TO CA1-CARRIED-READ.
        CA-EXIT.
            EXIT.
        EA-CLOSE-ACCOUNT.
            COMPUTE WS-AC-CLOSING(WS-AC-IDX) =
                WS-AC-OPENING(WS-AC-IDX) + WS-AC-DEBITS(WS-AC-IDX)
                - WS-AC-CREDITS(WS-AC-IDX).
            MOVE WS-AC-CLOSING(WS-AC-IDX) TO WS-AC-CARRY(WS-AC-IDX).
            ADD WS-AC-CLOSING(WS-AC-IDX) TO WS-TOT-CLOSING.
      * REVENUE AND EXPENSE START THE NEW YEAR AT ZERO. WITHOUT A
      * RETAINED EARNINGS ACCOUNT THEY CARRY AS THEY STAND, SO THE
      * LEDGER STILL BALANCES.
        EB-YEAR-END-ROLL.
            IF WS-RETAINED-ACCT = 0
                DISPLAY "** NO RETAINED EARNINGS MAPPING (GLMAP A/"
                    "RETAINED), REVENUE AND EXPENSE CARRIED **"
                GO TO EB-EXIT.
            MOVE WS-RETAINED-ACCT TO WS-FIND-ACCT.
            PERFORM HC-FIND-ACCOUNT THRU HC-EXIT.
            IF WS-AC-IDX = 0
                GO TO ZZ-REFUSED.
            MOVE WS-AC-IDX TO WS-RE-IDX.
            MOVE 0 TO WS-YEAR-END-NET.
            PERFORM EC-ROLL-ACCOUNT
                VARYING WS-AC-IDX FROM 1 BY 1
                UNTIL WS-AC-IDX > WS-AC-COUNT.
            ADD WS-YEAR-END-NET TO WS-AC-CARRY(WS-RE-IDX).
        EB-EXIT.
            EXIT.
        EC-ROLL-ACCOUNT.
            IF WS-AC-TYPE(WS-AC-IDX) = "R" OR
               WS-AC-TYPE(WS-AC-IDX) = "E"
                ADD WS-AC-CLOSING(WS-AC-IDX) TO WS-YEAR-END-NET
                MOVE 0 TO WS-AC-CARRY(WS-AC-IDX).
        FA-WRITE-ACCOUNT-CLOSE.
            MOVE WS-CLOSE-PERIOD TO GLC-PERIOD.
            MOVE WS-AC-ACCT(WS-AC-IDX) TO GLC-ACCT.
            MOVE WS-AC-DEBITS(WS-AC-IDX) TO GLC-DEBITS.
            MOVE WS-AC-CREDITS(WS-AC-IDX) TO GLC-CREDITS.
            MOVE WS-AC-CLOSING(WS-AC-IDX) TO GLC-CLOSING.
            MOVE WS-AC-CARRY(WS-AC-IDX) TO GLC-CARRY.
            WRITE GLCLOSE-REC
                INVALID KEY
                    REWRITE GLCLOSE-REC
            END-WRITE.
            DISPLAY "ACCOUNT " GLC-ACCT " CLOSING " GLC-CLOSING
                " CARRIED " GLC-CARRY.
        HA-FIND-CLOSED-THRU.
            MOVE LOW-VALUES TO GLC-KEY.
            START GLCLOSE-FILE KEY IS NOT LESS THAN GLC-KEY
                INVALID KEY
                    GO TO HA-EXIT
            END-START.
        HA1-CLOSE-READ.
            READ GLCLOSE-FILE NEXT RECORD AT END GO TO HA-EXIT.
            IF GLC-ACCT = 0 AND GLC-PERIOD > WS-CLOSED-THRU
                MOVE GLC-PERIOD TO WS-CLOSED-THRU.
            GO TO HA1-CLOSE-READ.
        HA-EXIT.
            EXIT.
        HB-ADVANCE-PERIOD.
            IF WS-NEXT-MM = 12
                ADD 1 TO WS-NEXT-YYYY
                MOVE 1 TO WS-NEXT-MM
            ELSE
                ADD 1 TO WS-NEXT-MM
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
                    WS-FIND-ACCT ", PERIOD NOT CLOSED **"
                MOVE 0 TO WS-AC-IDX
                GO TO HC-EXIT.
            ADD 1 TO WS-AC-COUNT.
            MOVE WS-AC-COUNT TO WS-AC-IDX.
            MOVE WS-FIND-ACCT TO WS-AC-ACCT(WS-AC-IDX).
            MOVE SPACE TO WS-AC-TYPE(WS-AC-IDX).
            MOVE 0 TO WS-AC-OPENING(WS-AC-IDX).
            MOVE 0 TO WS-AC-DEBITS(WS-AC-IDX).
            MOVE 0 TO WS-AC-CREDITS(WS-AC-IDX).
            MOVE 0 TO WS-AC-CLOSING(WS-AC-IDX).
            MOVE 0 TO WS-AC-CARRY(WS-AC-IDX).
        HC-EXIT.
            EXIT.
        ZZ-REFUSED.
            MOVE 8 TO RETURN-CODE.
        ZZ-END.
            CLOSE GLCLOSE-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
