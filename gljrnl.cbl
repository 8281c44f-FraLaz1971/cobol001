        SECURITY. free.
      * THIS PROGRAM TURNS THE PAYROLL EXTRACT (GL_TIMEKEEPING.DAT
      * FROM EMPGLEXT) AND THE ACCEPTED EXPENSE STREAM
      * (EXPENSE_OPEN.DAT, FED BY ReadExpenses, EXPAPPR AND
      * MATCHCLR) INTO
      * BALANCED DEBIT/CREDIT JOURNAL ENTRIES IN
      * GLJOURNAL.DAT, USING THE CHART-OF-ACCOUNTS MAPPING IN
      * GLMAP.DAT (GRADE, DEPARTMENT AND VENDOR MAPPINGS TO
      * EXPENSE/LIABILITY ACCOUNTS). A BATCH WHOSE DEBITS AND CREDITS
      * DISAGREE IS REJECTED AND NOT WRITTEN. EVERY MAPPED ACCOUNT IS
      * CHECKED AGAINST THE ACCOUNT MASTER GLACCT.DAT; ONE THAT IS NOT
      * ON IT OR IS INACTIVE IS POSTED TO THE SUSPENSE ACCOUNT
      * INSTEAD. A BATCH DATED IN A PERIOD ALREADY CLOSED BY GLCLOSE
      * IS REJECTED AND NOT WRITTEN. THE TRANSACTIONS SOURCE JOURNALS
      * THE RECORDF POSTINGS IN VALID_RECS.DAT, DATED THEIR OWN
      * TRANSACTION DATE AND MAPPED BY TYPE AND CODE (GLMAP TYPE "T");
      * RECREV REVERSALS, BEING NEGATIVE, POST AS CONTRA ENTRIES.
      * EXPENSE ITEMS ALREADY PAID BY VENDPAY ARE LEFT OUT: THE
      * PAYMENT RUN JOURNALS THEM ITSELF. THE COGS SOURCE JOURNALS THE
      * MONTH'S COST OF GOODS SOLD BY PAPER TYPE THAT THE STKVAL
      * VALUATION WRITES TO GL_COGS.DAT, MAPPED BY PAPER TYPE (GLMAP
      * TYPE "C") FROM STOCK TO COST OF SALES; A MONTH IS JOURNALED
      * ONLY ONCE.
      * THE RUN ENDS WITH RETURN CODE 4 WHEN ANYTHING WAS POSTED TO
      * THE SUSPENSE ACCOUNT, 8 WHEN THE BATCH IS REJECTED AS OUT OF
      * BALANCE AND 12 WHEN IT IS REFUSED FOR A CLOSED PERIOD.
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
            SELECT EXPCKP-FILE ASSIGN "gljrnl_exp.ckp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ECK-STATUS.
            SELECT VALID-FILE ASSIGN TO "valid_recs.dat"
              FILE STATUS IS WS-VAL-STATUS.
            SELECT TRNCKP-FILE ASSIGN "gljrnl_trn.ckp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TCK-STATUS.
            SELECT GL-COGS-FILE ASSIGN "gl_cogs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLC-STATUS.
            SELECT CGSCKP-FILE ASSIGN "gljrnl_cgs.ckp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CCK-STATUS.
            SELECT JOURNAL-FILE ASSIGN "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
              FILE STATUS IS WS-WRK-STATUS.
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
            03 OI-AMOUNT           PIC S9(6)V99.
            03 FILLER              PIC X.
            03 OI-DATE             PIC X(10).
            03 FILLER              PIC X.
            03 OI-PAID             PIC X.
                88 OI-IS-PAID         VALUE "P".
            03 FILLER              PIC X.
            03 OI-PAY-REF          PIC X(14).
            03 FILLER              PIC X.
            03 OI-PAID-DATE        PIC X(8).
        FD EXPCKP-FILE.
        01 EXPCKP-REC.
            03 ECK-ITEMS-JOURNALED PIC 9(6).
        FD VALID-FILE.
        01 VALID-REC.
            03 VOUT-TYPE   PIC XX.
            03 VOUT-AMOUNT PIC S9(6).
            03 VOUT-QTY    PIC 99.
            03 VOUT-CODE   PIC X.
            03 VOUT-DATE   PIC 9(8).
            03 VOUT-LF     PIC X.
      * THE LAST TRANSACTION JOURNALED IS KEPT WITH THE COUNT SO A
      * VALID_RECS.DAT REWRITTEN BY A NEW RECORDF RUN IS RECOGNISED.
        FD TRNCKP-FILE.
        01 TRNCKP-REC.
            03 TCK-ITEMS-JOURNALED PIC 9(6).
            03 FILLER              PIC X.
            03 TCK-LAST-TRAN       PIC X(19).
        FD GL-COGS-FILE.
        01 GL-COGS-REC.
            03 GC-PERIOD           PIC 9(6).
            03 FILLER              PIC X.
            03 GC-PAPER            PIC X(6).
            03 FILLER              PIC X.
            03 GC-AMOUNT           PIC 9(9)V99.
      * THE LATEST MONTH WHOSE COST OF GOODS SOLD HAS BEEN JOURNALED.
        FD CGSCKP-FILE.
        01 CGSCKP-REC.
            03 CCK-LAST-PERIOD     PIC 9(6).
        FD JOURNAL-FILE.
        01 JOURNAL-REC.
            03 JL-DATE         PIC 9(8).
        FD WORK-FILE.
        01 WORK-REC            PIC X(40).
        WORKING-STORAGE SECTION.
        01 WS-ACC-STATUS      PIC XX.
        01 WS-MAP-STATUS      PIC XX.
        01 WS-FEED-STATUS     PIC XX.
        01 WS-EXP-STATUS      PIC XX.
        01 WS-WRK-STATUS      PIC XX.
        01 WS-RUN-DATE        PIC 9(8).
        01 WS-RUN-SOURCE      PIC X.
        01 WS-PARM-PROG       PIC X(10) VALUE "GLJRNL".
        01 WS-PARM-NAME       PIC X(10).
        01 WS-PARM-VALUE      PIC X(20).
        01 WS-PARM-SOURCE     PIC X.
        01 WS-MAP-TABLE.
            03 WS-GM-ENTRY OCCURS 100 TIMES.
                05 WS-GM-TYPE        PIC X.
        01 WS-EXP-SKIP-COUNT  PIC 9(6) VALUE 0.
        01 WS-EXP-SEEN-COUNT  PIC 9(6) VALUE 0.
        01 WS-EXP-JOURNALED   PIC 9(6) VALUE 0.
        01 WS-EXP-PAID-COUNT  PIC 9(6) VALUE 0.
        01 WS-EXP-SOURCE-USED PIC X VALUE "N".
        01 WS-VAL-STATUS      PIC XX.
        01 WS-TCK-STATUS      PIC XX.
        01 WS-TRN-SKIP-COUNT  PIC 9(6) VALUE 0.
        01 WS-TRN-SEEN-COUNT  PIC 9(6) VALUE 0.
        01 WS-TRN-JOURNALED   PIC 9(6) VALUE 0.
        01 WS-TRN-CONTRA      PIC 9(6) VALUE 0.
        01 WS-TRN-REDATED     PIC 9(6) VALUE 0.
        01 WS-TRN-SOURCE-USED PIC X VALUE "N".
        01 WS-TRN-LAST-TRAN   PIC X(19) VALUE SPACES.
        01 WS-TRN-SAVED-TRAN  PIC X(19) VALUE SPACES.
        01 WS-TRN-AMOUNT      PIC S9(6).
        01 WS-SWAP-ACCT       PIC 9(6).
        01 WS-GLC-STATUS      PIC XX.
        01 WS-CCK-STATUS      PIC XX.
        01 WS-CGS-LAST-PERIOD PIC 9(6) VALUE 0.
        01 WS-CGS-NEW-PERIOD  PIC 9(6) VALUE 0.
        01 WS-CGS-JOURNALED   PIC 9(6) VALUE 0.
        01 WS-CGS-SKIPPED     PIC 9(6) VALUE 0.
        01 WS-CGS-SOURCE-USED PIC X VALUE "N".
        01 WS-JRN-DATE        PIC 9(8).
        01 WS-OPEN-PERIOD     PIC 9(6).
        01 WS-OPEN-PERIOD-R REDEFINES WS-OPEN-PERIOD.
            03 WS-OPEN-YYYY   PIC 9(4).
            03 WS-OPEN-MM     PIC 99.
        01 WS-ACCOUNT-TABLE.
            03 WS-GA-ENTRY OCCURS 500 TIMES.
                05 WS-GA-ACCT        PIC 9(6).
                05 WS-GA-ACTIVE      PIC X.
        01 WS-ACCT-COUNT      PIC 9(3) VALUE 0.
        01 WS-GA-IDX          PIC 9(3).
        01 WS-CHECK-ACCT      PIC 9(6).
        01 WS-ACCT-OK         PIC X.
        01 WS-BAD-ACCT-COUNT  PIC 9(6) VALUE 0.
        01 WS-PER-CLOSED      PIC X.
        01 WS-PER-CLOSED-THRU PIC 9(6).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            MOVE WS-RUN-DATE TO WS-JRN-DATE.
            MOVE "SOURCE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "JOURNAL SOURCE: PAYROLL (P), EXPENSES (E), "
                    "BOTH (B), TRANSACTIONS (T), COGS (C) OR ALL (A)? "
                ACCEPT WS-RUN-SOURCE
            ELSE
                MOVE WS-PARM-VALUE TO WS-RUN-SOURCE
            END-IF.
            IF WS-RUN-SOURCE = "p" MOVE "P" TO WS-RUN-SOURCE.
            IF WS-RUN-SOURCE = "e" MOVE "E" TO WS-RUN-SOURCE.
            IF WS-RUN-SOURCE = "t" MOVE "T" TO WS-RUN-SOURCE.
            IF WS-RUN-SOURCE = "c" MOVE "C" TO WS-RUN-SOURCE.
            IF WS-RUN-SOURCE = "a" MOVE "A" TO WS-RUN-SOURCE.
            IF WS-RUN-SOURCE NOT = "P" AND WS-RUN-SOURCE NOT = "E"
               AND WS-RUN-SOURCE NOT = "T" AND WS-RUN-SOURCE NOT = "A"
               AND WS-RUN-SOURCE NOT = "C"
                MOVE "B" TO WS-RUN-SOURCE.
            PERFORM BA-LOAD-MAPPING THRU BA-EXIT.
            PERFORM BD-LOAD-ACCOUNTS THRU BD-EXIT.
            IF WS-MAP-COUNT = 0
                DISPLAY "** NO CHART-OF-ACCOUNTS MAPPING, ENTRIES "
                    "WILL POST TO THE SUSPENSE ACCOUNT **".
            OPEN OUTPUT WORK-FILE.
            IF WS-RUN-SOURCE = "P" OR WS-RUN-SOURCE = "B" OR
               WS-RUN-SOURCE = "A"
                PERFORM CA-JOURNAL-PAYROLL THRU CA-EXIT.
            IF WS-RUN-SOURCE = "E" OR WS-RUN-SOURCE = "B" OR
               WS-RUN-SOURCE = "A"
                PERFORM DA-JOURNAL-EXPENSES THRU DA-EXIT.
            IF WS-RUN-SOURCE = "T" OR WS-RUN-SOURCE = "A"
                PERFORM GA-JOURNAL-TRANSACTIONS THRU GA-EXIT.
            IF WS-RUN-SOURCE = "C" OR WS-RUN-SOURCE = "A"
                PERFORM HA-JOURNAL-COGS THRU HA-EXIT.
            CLOSE WORK-FILE.
            PERFORM EA-BALANCE-AND-POST THRU EA-EXIT.
            GO TO ZZ-END.
            DISPLAY "MAPPING ENTRIES LOADED: " WS-MAP-COUNT.
        BA-EXIT.
            EXIT.
      * WITHOUT AN ACCOUNT MASTER THE MAPPED ACCOUNTS ARE TAKEN AS
      * THEY STAND.
        BD-LOAD-ACCOUNTS.
            OPEN INPUT ACCOUNT-FILE.
            IF WS-ACC-STATUS NOT = "00"
                DISPLAY "** NO ACCOUNT MASTER glacct.dat, ACCOUNTS "
                    "NOT VALIDATED **"
                GO TO BD-EXIT.
        BD1-ACCOUNT-READ.
            READ ACCOUNT-FILE AT END GO TO BD2-ACCOUNT-DONE.
            IF GA-ACCT IS NOT NUMERIC
                GO TO BD1-ACCOUNT-READ.
            IF WS-ACCT-COUNT >= 500
                DISPLAY "** MORE THAN 500 ACCOUNTS, EXTRA IGNORED **"
                GO TO BD2-ACCOUNT-DONE.
            ADD 1 TO WS-ACCT-COUNT.
            MOVE GA-ACCT TO WS-GA-ACCT(WS-ACCT-COUNT).
            MOVE GA-ACTIVE TO WS-GA-ACTIVE(WS-ACCT-COUNT).
            GO TO BD1-ACCOUNT-READ.
        BD2-ACCOUNT-DONE.
            CLOSE ACCOUNT-FILE.
            DISPLAY "ACCOUNTS LOADED: " WS-ACCT-COUNT.
        BD-EXIT.
            EXIT.
        CA-JOURNAL-PAYROLL.
            OPEN INPUT GL-FEED-FILE.
            IF WS-FEED-STATUS NOT = "00"
            EXIT.
      * THE EXPENSE SIDE JOURNALS THE ACCEPTED STREAM IN
      * expense_open.dat - ReadExpenses' ACCEPTED POSTINGS PLUS
      * EXPAPPR-ACCEPTED AND MATCHCLR-RELEASED ITEMS, VENDOR-VALIDATED
      * AND ALREADY IN BASE CURRENCY - NOT THE RAW EXPENSE FILE, SO
      * REJECTS AND STILL-PENDING OR HELD ITEMS NEVER REACH THE
      * JOURNAL. THE FILE IS APPEND-ONLY, SO ITEMS ALREADY JOURNALED
      * ARE SKIPPED BY COUNT,
      * AND THE COUNT ADVANCES ONLY WHEN THE BATCH POSTS SO A
      * REJECTED BATCH IS PICKED UP AGAIN ON THE NEXT RUN. AN ITEM
      * PAID BY VENDPAY BEFORE IT WAS JOURNALED HAS HAD ITS EXPENSE
      * POSTED WITH THE PAYMENT, SO IT IS COUNTED BUT NOT JOURNALED.
        DA-JOURNAL-EXPENSES.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-EXP-STATUS NOT = "00"
                GO TO DA-EXIT.
            MOVE "Y" TO WS-EXP-SOURCE-USED.
            PERFORM DD-READ-EXP-CHECKPOINT.
            MOVE 0 TO WS-EXP-SEEN-COUNT WS-EXP-JOURNALED
                WS-EXP-PAID-COUNT.
            MOVE "EXPENSE" TO WS-SOURCE-TAG.
        DB-EXP-READ.
            READ OPEN-ITEM-FILE AT END GO TO DC-EXP-DONE.
            ADD 1 TO WS-EXP-SEEN-COUNT.
            IF WS-EXP-SEEN-COUNT <= WS-EXP-SKIP-COUNT
                GO TO DB-EXP-READ.
            IF OI-IS-PAID
                ADD 1 TO WS-EXP-PAID-COUNT
                GO TO DB-EXP-READ.
            MOVE "V" TO WS-LOOKUP-TYPE.
            MOVE OI-VEND-CODE TO WS-LOOKUP-KEY.
            PERFORM FA-FIND-MAPPING.
            DISPLAY "ACCEPTED EXPENSE ITEMS JOURNALED: "
                WS-EXP-JOURNALED " (SKIPPED " WS-EXP-SKIP-COUNT
                " ALREADY JOURNALED)".
            DISPLAY "EXPENSE ITEMS PAID BEFORE JOURNALING, LEFT OUT: "
                WS-EXP-PAID-COUNT.
        DA-EXIT.
            EXIT.
        DD-READ-EXP-CHECKPOINT.
            MOVE WS-EXP-SEEN-COUNT TO ECK-ITEMS-JOURNALED.
            WRITE EXPCKP-REC.
            CLOSE EXPCKP-FILE.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        FA-FIND-MAPPING.
            PERFORM FA1-SEARCH-TABLE.
            IF WS-MAP-FOUND = "N"
                END-IF
            END-PERFORM.
        FB-WRITE-PAIR.
            IF WS-ACCT-COUNT > 0
                MOVE WS-DEBIT-ACCT TO WS-CHECK-ACCT
                PERFORM FC-CHECK-ACCOUNT THRU FC-EXIT
                MOVE WS-CHECK-ACCT TO WS-DEBIT-ACCT
                MOVE WS-CREDIT-ACCT TO WS-CHECK-ACCT
                PERFORM FC-CHECK-ACCOUNT THRU FC-EXIT
                MOVE WS-CHECK-ACCT TO WS-CREDIT-ACCT
            END-IF.
            MOVE SPACES TO JOURNAL-REC.
            MOVE WS-JRN-DATE TO JL-DATE.
            MOVE WS-SOURCE-TAG TO JL-SOURCE.
            MOVE WS-DEBIT-ACCT TO JL-ACCT.
            MOVE "D" TO JL-DRCR.
            WRITE WORK-REC.
            ADD WS-ENTRY-AMOUNT TO WS-TOT-CREDITS.
            ADD 1 TO WS-BATCH-LINES.
      * THE SUSPENSE ACCOUNT IS ALWAYS ACCEPTED SO AN UNMAPPED ENTRY
      * STILL HAS SOMEWHERE TO GO.
        FC-CHECK-ACCOUNT.
            IF WS-CHECK-ACCT = WS-SUSPENSE-ACCT
                GO TO FC-EXIT.
            MOVE "N" TO WS-ACCT-OK.
            MOVE 1 TO WS-GA-IDX.
        FC1-ACCOUNT-SEARCH.
            IF WS-GA-IDX > WS-ACCT-COUNT
                GO TO FC2-ACCOUNT-BAD.
            IF WS-GA-ACCT(WS-GA-IDX) = WS-CHECK-ACCT
                IF WS-GA-ACTIVE(WS-GA-IDX) = "Y"
                    GO TO FC-EXIT
                ELSE
                    MOVE "I" TO WS-ACCT-OK
                    GO TO FC2-ACCOUNT-BAD
                END-IF
            END-IF.
            ADD 1 TO WS-GA-IDX.
            GO TO FC1-ACCOUNT-SEARCH.
        FC2-ACCOUNT-BAD.
            ADD 1 TO WS-BAD-ACCT-COUNT.
            IF WS-ACCT-OK = "I"
                DISPLAY "** ACCOUNT " WS-CHECK-ACCT " IS INACTIVE, "
                    "POSTED TO SUSPENSE **"
            ELSE
                DISPLAY "** ACCOUNT " WS-CHECK-ACCT " NOT ON THE "
                    "ACCOUNT MASTER, POSTED TO SUSPENSE **"
            END-IF.
            MOVE WS-SUSPENSE-ACCT TO WS-CHECK-ACCT.
        FC-EXIT.
            EXIT.
        EA-BALANCE-AND-POST.
            DISPLAY "======= JOURNAL BATCH TOTALS =======".
            DISPLAY "JOURNAL LINES: " WS-BATCH-LINES.
            DISPLAY "TOTAL CREDITS: " WS-TOT-CREDITS.
            DISPLAY "UNMAPPED ENTRIES TO SUSPENSE: "
                WS-UNMAPPED-COUNT.
            DISPLAY "INVALID ACCOUNTS TO SUSPENSE: "
                WS-BAD-ACCT-COUNT.
            IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
                DISPLAY "*** BATCH REJECTED: DEBITS DO NOT EQUAL "
                    "CREDITS, NOTHING POSTED ***"
                MOVE 8 TO RETURN-CODE
                GO TO EA-EXIT.
            CALL "GLPER" USING WS-RUN-DATE WS-PER-CLOSED
                WS-PER-CLOSED-THRU.
            IF WS-PER-CLOSED = "Y"
                DISPLAY "*** BATCH REJECTED: PERIOD " WS-RUN-DATE(1:6)
                    " IS CLOSED (CLOSED THROUGH " WS-PER-CLOSED-THRU
                    "), NOTHING POSTED ***"
                MOVE 12 TO RETURN-CODE
                GO TO EA-EXIT.
            OPEN INPUT WORK-FILE.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
            IF WS-EXP-SOURCE-USED = "Y"
                PERFORM DE-SAVE-EXP-CHECKPOINT
            END-IF.
            IF WS-TRN-SOURCE-USED = "Y"
                PERFORM GG-SAVE-TRN-CHECKPOINT
            END-IF.
            IF WS-CGS-SOURCE-USED = "Y"
                PERFORM HC-SAVE-CGS-CHECKPOINT
            END-IF.
            DISPLAY "BALANCED BATCH POSTED TO gljournal.dat".
            IF WS-UNMAPPED-COUNT > 0 OR WS-BAD-ACCT-COUNT > 0
                MOVE 4 TO RETURN-CODE.
        EA-EXIT.
            EXIT.
      * THE TRANSACTIONS SOURCE JOURNALS VALID_RECS.DAT AS RECORDF AND
      * RECREV LEAVE IT. A TYPE-AND-CODE MAPPING (GLMAP TYPE "T", KEY
      * TYPE FOLLOWED BY CODE, E.G. "EF1") TAKES PRECEDENCE OVER A
      * TYPE-ONLY ONE (KEY "EF"). A NEGATIVE AMOUNT IS A RECREV
      * REVERSAL AND IS POSTED WITH DEBIT AND CREDIT SWAPPED. A
      * TRANSACTION DATED IN A CLOSED LEDGER PERIOD IS JOURNALED ON
      * THE FIRST DAY OF THE FIRST OPEN PERIOD. AS WITH EXPENSES, THE
      * CHECKPOINT ADVANCES ONLY WHEN THE BATCH POSTS.
        GA-JOURNAL-TRANSACTIONS.
            OPEN INPUT VALID-FILE.
            IF WS-VAL-STATUS NOT = "00"
                DISPLAY "NO valid_recs.dat, TRANSACTION SOURCE "
                    "SKIPPED"
                GO TO GA-EXIT.
            MOVE "Y" TO WS-TRN-SOURCE-USED.
            CLOSE VALID-FILE.
            PERFORM GF-READ-TRN-CHECKPOINT THRU GF-EXIT.
            OPEN INPUT VALID-FILE.
            MOVE 0 TO WS-TRN-SEEN-COUNT WS-TRN-JOURNALED.
            MOVE "TRANSACT" TO WS-SOURCE-TAG.
        GB-TRN-READ.
            READ VALID-FILE AT END GO TO GC-TRN-DONE.
            ADD 1 TO WS-TRN-SEEN-COUNT.
            MOVE VALID-REC(1:19) TO WS-TRN-LAST-TRAN.
            IF WS-TRN-SEEN-COUNT <= WS-TRN-SKIP-COUNT
                GO TO GB-TRN-READ.
            MOVE "T" TO WS-LOOKUP-TYPE.
            MOVE SPACES TO WS-LOOKUP-KEY.
            STRING VOUT-TYPE VOUT-CODE DELIMITED BY SIZE
                INTO WS-LOOKUP-KEY.
            PERFORM FA1-SEARCH-TABLE.
            IF WS-MAP-FOUND = "N"
                MOVE VOUT-TYPE TO WS-LOOKUP-KEY
                PERFORM FA-FIND-MAPPING
            END-IF.
            MOVE VOUT-AMOUNT TO WS-TRN-AMOUNT.
            IF WS-TRN-AMOUNT < 0
                COMPUTE WS-TRN-AMOUNT = 0 - WS-TRN-AMOUNT
                MOVE WS-DEBIT-ACCT TO WS-SWAP-ACCT
                MOVE WS-CREDIT-ACCT TO WS-DEBIT-ACCT
                MOVE WS-SWAP-ACCT TO WS-CREDIT-ACCT
                ADD 1 TO WS-TRN-CONTRA
            END-IF.
            MOVE WS-TRN-AMOUNT TO WS-ENTRY-AMOUNT.
            MOVE VOUT-DATE TO WS-JRN-DATE.
            PERFORM GD-CHECK-TRN-PERIOD.
            PERFORM FB-WRITE-PAIR.
            ADD 1 TO WS-TRN-JOURNALED.
            GO TO GB-TRN-READ.
        GC-TRN-DONE.
            CLOSE VALID-FILE.
            MOVE WS-RUN-DATE TO WS-JRN-DATE.
            DISPLAY "TRANSACTIONS JOURNALED: " WS-TRN-JOURNALED
                " (SKIPPED " WS-TRN-SKIP-COUNT " ALREADY JOURNALED)".
            DISPLAY "REVERSALS POSTED AS CONTRA ENTRIES: "
                WS-TRN-CONTRA.
            DISPLAY "TRANSACTIONS MOVED OUT OF A CLOSED PERIOD: "
                WS-TRN-REDATED.
        GA-EXIT.
            EXIT.
        GD-CHECK-TRN-PERIOD.
            CALL "GLPER" USING WS-JRN-DATE WS-PER-CLOSED
                WS-PER-CLOSED-THRU.
            IF WS-PER-CLOSED = "Y"
                MOVE WS-PER-CLOSED-THRU TO WS-OPEN-PERIOD
                IF WS-OPEN-MM = 12
                    ADD 1 TO WS-OPEN-YYYY
                    MOVE 1 TO WS-OPEN-MM
                ELSE
                    ADD 1 TO WS-OPEN-MM
                END-IF
                COMPUTE WS-JRN-DATE = WS-OPEN-PERIOD * 100 + 1
                ADD 1 TO WS-TRN-REDATED
                DISPLAY "** TRANSACTION DATED " VOUT-DATE
                    " IS IN A CLOSED PERIOD, JOURNALED ON "
                    WS-JRN-DATE " **"
            END-IF.
      * THE SAVED COUNT ONLY HOLDS IF THE TRANSACTION AT THAT POSITION
      * IS STILL THE ONE LAST JOURNALED; OTHERWISE VALID_RECS.DAT HAS
      * BEEN WRITTEN AFRESH AND IS JOURNALED FROM THE START.
        GF-READ-TRN-CHECKPOINT.
            MOVE 0 TO WS-TRN-SKIP-COUNT.
            OPEN INPUT TRNCKP-FILE.
            IF WS-TCK-STATUS NOT = "00"
                GO TO GF-EXIT.
            READ TRNCKP-FILE
                AT END CONTINUE
                NOT AT END
                    IF TCK-ITEMS-JOURNALED IS NUMERIC
                        MOVE TCK-ITEMS-JOURNALED
                            TO WS-TRN-SKIP-COUNT
                        MOVE TCK-LAST-TRAN TO WS-TRN-SAVED-TRAN
                    END-IF
            END-READ.
            CLOSE TRNCKP-FILE.
            IF WS-TRN-SKIP-COUNT = 0
                GO TO GF-EXIT.
            OPEN INPUT VALID-FILE.
            MOVE 0 TO WS-TRN-SEEN-COUNT.
        GF1-CHECK-READ.
            READ VALID-FILE AT END GO TO GF2-CHECK-FAILED.
            ADD 1 TO WS-TRN-SEEN-COUNT.
            IF WS-TRN-SEEN-COUNT < WS-TRN-SKIP-COUNT
                GO TO GF1-CHECK-READ.
            IF VALID-REC(1:19) = WS-TRN-SAVED-TRAN
                CLOSE VALID-FILE
                GO TO GF-EXIT.
        GF2-CHECK-FAILED.
            CLOSE VALID-FILE.
            DISPLAY "valid_recs.dat HAS BEEN REWRITTEN SINCE THE LAST "
                "RUN, JOURNALING IT FROM THE START".
            MOVE 0 TO WS-TRN-SKIP-COUNT.
        GF-EXIT.
            EXIT.
        GG-SAVE-TRN-CHECKPOINT.
            OPEN OUTPUT TRNCKP-FILE.
            MOVE SPACES TO TRNCKP-REC.
            MOVE WS-TRN-SEEN-COUNT TO TCK-ITEMS-JOURNALED.
            MOVE WS-TRN-LAST-TRAN TO TCK-LAST-TRAN.
            WRITE TRNCKP-REC.
            CLOSE TRNCKP-FILE.
      * EACH LINE OF GL_COGS.DAT IS ONE PAPER TYPE'S COST OF GOODS SOLD
      * FOR THE MONTH, DEBITED TO COST OF SALES AND CREDITED TO STOCK
      * BY ITS GLMAP TYPE "C" ENTRY. A MONTH NO LATER THAN THE LAST ONE
      * JOURNALED HAS BEEN POSTED ALREADY AND IS LEFT OUT; AS WITH THE
      * OTHER SOURCES, THE CHECKPOINT ADVANCES ONLY WHEN THE BATCH
      * POSTS.
        HA-JOURNAL-COGS.
            OPEN INPUT GL-COGS-FILE.
            IF WS-GLC-STATUS NOT = "00"
                DISPLAY "NO gl_cogs.dat, COGS SOURCE SKIPPED"
                GO TO HA-EXIT.
            PERFORM HB-READ-CGS-CHECKPOINT.
            MOVE WS-CGS-LAST-PERIOD TO WS-CGS-NEW-PERIOD.
            MOVE 0 TO WS-CGS-JOURNALED WS-CGS-SKIPPED.
            MOVE "COGS" TO WS-SOURCE-TAG.
        HA1-COGS-READ.
            READ GL-COGS-FILE AT END GO TO HA2-COGS-DONE.
            IF GC-PERIOD NOT > WS-CGS-LAST-PERIOD
                ADD 1 TO WS-CGS-SKIPPED
                GO TO HA1-COGS-READ.
            MOVE "C" TO WS-LOOKUP-TYPE.
            MOVE GC-PAPER TO WS-LOOKUP-KEY.
            PERFORM FA-FIND-MAPPING.
            MOVE GC-AMOUNT TO WS-ENTRY-AMOUNT.
            PERFORM FB-WRITE-PAIR.
            ADD 1 TO WS-CGS-JOURNALED.
            MOVE "Y" TO WS-CGS-SOURCE-USED.
            IF GC-PERIOD > WS-CGS-NEW-PERIOD
                MOVE GC-PERIOD TO WS-CGS-NEW-PERIOD.
            GO TO HA1-COGS-READ.
        HA2-COGS-DONE.
            CLOSE GL-COGS-FILE.
            DISPLAY "COGS LINES JOURNALED: " WS-CGS-JOURNALED
                " (SKIPPED " WS-CGS-SKIPPED " ALREADY JOURNALED)".
        HA-EXIT.
            EXIT.
        HB-READ-CGS-CHECKPOINT.
            MOVE 0 TO WS-CGS-LAST-PERIOD.
            OPEN INPUT CGSCKP-FILE.
            IF WS-CCK-STATUS = "00"
                READ CGSCKP-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF CCK-LAST-PERIOD IS NUMERIC
                            MOVE CCK-LAST-PERIOD
                                TO WS-CGS-LAST-PERIOD
                        END-IF
                END-READ
                CLOSE CGSCKP-FILE
            END-IF.
        HC-SAVE-CGS-CHECKPOINT.
            OPEN OUTPUT CGSCKP-FILE.
            MOVE WS-CGS-NEW-PERIOD TO CCK-LAST-PERIOD.
            WRITE CGSCKP-REC.
            CLOSE CGSCKP-FILE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
