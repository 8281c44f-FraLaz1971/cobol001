        IDENTIFICATION DIVISION.
        PROGRAM-ID. DUNNING.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM WRITES THE DUNNING LETTERS FROM THE COLLECTIONS
      * WORKLIST BRANCH2 LEAVES IN COLLECTIONS_WORKLIST.DAT. EACH
      * CUSTOMER GETS ONE LETTER LISTING ITS OVERDUE ITEMS, AT THE
      * LEVEL OF ITS OLDEST ITEM: A FRIENDLY REMINDER AT 1-30 DAYS, A
      * FIRM NOTICE AT 31-90 DAYS AND A FINAL DEMAND OVER 90 DAYS.
      * ITEMS NOT YET DUE ARE LEFT OUT. THE LETTERS GO TO
      * DUNNING_LETTERS.TXT WITH THE NAME AND ADDRESS FROM THE
      * CUSTOMER MASTER. THE DUNNING HISTORY DUNHIST.DAT KEEPS THE
      * DATE EACH LEVEL WAS LAST SENT TO A CUSTOMER, AND A LEVEL IS NOT
      * SENT AGAIN WITHIN THE NUMBER OF DAYS GIVEN FOR THE RUN. A
      * CUSTOMER STILL OVER 90 DAYS THAT MANY DAYS AFTER ITS FINAL
      * DEMAND GETS NO FURTHER LETTER BUT IS LISTED FOR REFERRAL IN
      * DUNNING_REFERRAL.TXT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WORKLIST-FILE ASSIGN "collections_worklist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WRK-STATUS.
            SELECT CUSTOMER-FILE ASSIGN "customers.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CUST-NUM
              FILE STATUS IS WS-CUST-STATUS.
            SELECT HISTORY-FILE ASSIGN "dunhist.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS DH-ACCOUNT
              FILE STATUS IS WS-DH-STATUS.
            SELECT LETTER-FILE ASSIGN "dunning_letters.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LTR-STATUS.
            SELECT REFERRAL-FILE ASSIGN "dunning_referral.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REF-STATUS.
            SELECT OPSDATE-FILE ASSIGN "opsdate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPD-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * THE WORKLIST LINE AS BRANCH2 STRINGS IT TOGETHER.
        FD WORKLIST-FILE.
        01 WORKLIST-REC.
            03 WL-TAG              PIC X(7).
                88 WL-IS-1-30          VALUE "OVER-00".
                88 WL-IS-31-60         VALUE "OVER-30".
                88 WL-IS-61-90         VALUE "OVER-60".
                88 WL-IS-OVER-90       VALUE "OVER-90".
            03 FILLER              PIC X(6).
            03 WL-ACCOUNT          PIC 9(6).
            03 FILLER              PIC X(6).
            03 WL-DATE             PIC 9(8).
            03 FILLER              PIC X(8).
            03 WL-AMOUNT           PIC -9(7).99.
            03 FILLER              PIC X(6).
            03 WL-DAYS             PIC 9(5).
            03 FILLER              PIC X(5).
            03 WL-INVOICE          PIC 9(6).
            03 FILLER              PIC X(5).
            03 WL-DUE              PIC 9(8).
            03 FILLER              PIC X(13).
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD HISTORY-FILE.
        01 HISTORY-REC.
            COPY "dunhist.cpy".
        FD LETTER-FILE.
        01 LETTER-LINE         PIC X(80).
        FD REFERRAL-FILE.
        01 REFERRAL-LINE       PIC X(100).
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
            03 OPD-DATE PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-WRK-STATUS       PIC XX.
        01 WS-CUST-STATUS      PIC XX.
        01 WS-DH-STATUS        PIC XX.
        01 WS-LTR-STATUS       PIC XX.
        01 WS-REF-STATUS       PIC XX.
        01 WS-OPD-STATUS       PIC XX.
        01 WS-CUST-OPEN        PIC X VALUE "N".
        01 WS-CUST-FOUND       PIC X.
        01 WS-HIST-NEW         PIC X.
        01 WS-TODAY-DATE       PIC 9(8).
        01 WS-REPEAT-DAYS      PIC 9(3).
        01 WS-PARM-PROG        PIC X(10) VALUE "DUNNING".
        01 WS-PARM-NAME        PIC X(10).
        01 WS-PARM-VALUE       PIC X(20).
        01 WS-PARM-SOURCE      PIC X.
        01 WS-DAYS-SINCE       PIC 9(5).
        01 WS-ITEM-TABLE.
            03 WS-WI-ENTRY OCCURS 3000 TIMES.
                05 WS-WI-ACCOUNT     PIC 9(6).
                05 WS-WI-DATE        PIC 9(8).
                05 WS-WI-OWED        PIC 9(7)V99.
                05 WS-WI-DAYS        PIC 9(5).
                05 WS-WI-INVOICE     PIC 9(6).
                05 WS-WI-DUE         PIC 9(8).
        01 WS-ITEM-COUNT       PIC 9(4) VALUE 0.
        01 WS-WI-IDX           PIC 9(4).
        01 WS-ACCOUNT-TABLE.
            03 WS-AC-ENTRY OCCURS 1000 TIMES.
                05 WS-AC-ACCOUNT     PIC 9(6).
                05 WS-AC-LEVEL       PIC 9.
                05 WS-AC-ITEMS       PIC 9(4).
                05 WS-AC-OWED        PIC 9(9)V99.
        01 WS-ACCOUNT-COUNT    PIC 9(4) VALUE 0.
        01 WS-AC-IDX           PIC 9(4).
        01 WS-LOAD-FAILED      PIC X VALUE "N".
        01 WS-ITEM-LEVEL       PIC 9.
        01 WS-ITEM-AMOUNT      PIC S9(7)V99.
        01 WS-LEVEL            PIC 9.
        01 WS-LINES-READ       PIC 9(6) VALUE 0.
        01 WS-NOT-DUE-COUNT    PIC 9(6) VALUE 0.
        01 WS-BAD-LINES        PIC 9(6) VALUE 0.
        01 WS-LETTER-COUNTS.
            03 WS-LETTERS-SENT PIC 9(5) VALUE 0 OCCURS 3 TIMES.
        01 WS-HELD-COUNT       PIC 9(5) VALUE 0.
        01 WS-REFERRAL-COUNT   PIC 9(5) VALUE 0.
        01 WS-LETTER-NAME      PIC X(20).
        01 WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        01 WS-ED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
        01 WS-ED-DAYS          PIC ZZZZ9.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            PERFORM OD-CHECK-OPS-DATE.
            MOVE "REPEATDAYS" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "DAYS BEFORE A LETTER LEVEL MAY BE SENT AGAIN "
                    "(0 = 30): "
                ACCEPT WS-REPEAT-DAYS
            ELSE
                COMPUTE WS-REPEAT-DAYS = FUNCTION NUMVAL(WS-PARM-VALUE)
            END-IF.
            IF WS-REPEAT-DAYS NOT NUMERIC OR WS-REPEAT-DAYS = 0
                MOVE 30 TO WS-REPEAT-DAYS.
            PERFORM BA-LOAD-WORKLIST THRU BA-EXIT.
            IF WS-LOAD-FAILED = "Y"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS = "00"
                MOVE "Y" TO WS-CUST-OPEN
            ELSE
                DISPLAY "** NO CUSTOMER MASTER, LETTERS ADDRESSED BY "
                    "ACCOUNT NUMBER ONLY **"
            END-IF.
            OPEN I-O HISTORY-FILE.
            IF WS-DH-STATUS NOT = "00"
                OPEN OUTPUT HISTORY-FILE
                CLOSE HISTORY-FILE
                OPEN I-O HISTORY-FILE
            END-IF.
            IF WS-DH-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN dunhist.dat, STATUS "
                    WS-DH-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN OUTPUT LETTER-FILE.
            OPEN OUTPUT REFERRAL-FILE.
            MOVE 1 TO WS-AC-IDX.
        AA1-ACCOUNT-NEXT.
            IF WS-AC-IDX > WS-ACCOUNT-COUNT
                GO TO AA2-DONE.
            PERFORM CA-DUN-ACCOUNT THRU CA-EXIT.
            ADD 1 TO WS-AC-IDX.
            GO TO AA1-ACCOUNT-NEXT.
        AA2-DONE.
            CLOSE LETTER-FILE.
            CLOSE REFERRAL-FILE.
            CLOSE HISTORY-FILE.
            IF WS-CUST-OPEN = "Y"
                CLOSE CUSTOMER-FILE.
            DISPLAY "======= DUNNING RUN TOTALS =======".
            DISPLAY "WORKLIST LINES READ:      " WS-LINES-READ.
            DISPLAY "ITEMS NOT YET DUE:        " WS-NOT-DUE-COUNT.
            DISPLAY "CUSTOMERS OVERDUE:        " WS-ACCOUNT-COUNT.
            DISPLAY "REMINDERS SENT:           " WS-LETTERS-SENT(1).
            DISPLAY "FIRM NOTICES SENT:        " WS-LETTERS-SENT(2).
            DISPLAY "FINAL DEMANDS SENT:       " WS-LETTERS-SENT(3).
            DISPLAY "HELD, LEVEL SENT RECENTLY: " WS-HELD-COUNT.
            DISPLAY "LISTED FOR REFERRAL:      " WS-REFERRAL-COUNT.
            IF WS-BAD-LINES > 0
                DISPLAY "** WORKLIST LINES NOT READABLE: "
                    WS-BAD-LINES " **"
                MOVE 4 TO RETURN-CODE.
            GO TO ZZ-END.
        OD-CHECK-OPS-DATE.
            OPEN INPUT OPSDATE-FILE.
            IF WS-OPD-STATUS = "00"
                READ OPSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OPD-DATE IS NUMERIC AND OPD-DATE > 0
                            MOVE OPD-DATE TO WS-TODAY-DATE
                            DISPLAY "PROCESSING DATE OVERRIDDEN TO "
                                WS-TODAY-DATE " FROM opsdate.dat"
                        END-IF
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
      * THE WORKLIST IS HELD IN STORAGE AND EACH CUSTOMER'S LEVEL SET
      * BY ITS OLDEST ITEM: 1 FOR OVER-00, 2 FOR OVER-30 AND OVER-60,
      * 3 FOR OVER-90.
        BA-LOAD-WORKLIST.
            OPEN INPUT WORKLIST-FILE.
            IF WS-WRK-STATUS NOT = "00"
                DISPLAY "NO collections_worklist.dat, RUN BRANCH2 "
                    "IN BATCH FIRST"
                MOVE "Y" TO WS-LOAD-FAILED
                GO TO BA-EXIT.
        BA1-WORKLIST-READ.
            READ WORKLIST-FILE AT END GO TO BA3-DONE.
            ADD 1 TO WS-LINES-READ.
            EVALUATE TRUE
                WHEN WL-IS-1-30
                    MOVE 1 TO WS-ITEM-LEVEL
                WHEN WL-IS-31-60 WHEN WL-IS-61-90
                    MOVE 2 TO WS-ITEM-LEVEL
                WHEN WL-IS-OVER-90
                    MOVE 3 TO WS-ITEM-LEVEL
                WHEN OTHER
                    MOVE 0 TO WS-ITEM-LEVEL
            END-EVALUATE.
            IF WS-ITEM-LEVEL = 0 OR WL-ACCOUNT NOT NUMERIC
               OR WL-DAYS NOT NUMERIC OR WL-DUE NOT NUMERIC
                DISPLAY "** WORKLIST LINE " WS-LINES-READ
                    " NOT READABLE, SKIPPED **"
                ADD 1 TO WS-BAD-LINES
                GO TO BA1-WORKLIST-READ.
            IF WL-DUE > WS-TODAY-DATE
                ADD 1 TO WS-NOT-DUE-COUNT
                GO TO BA1-WORKLIST-READ.
            IF WS-ITEM-COUNT >= 3000
                DISPLAY "** MORE THAN 3000 OVERDUE ITEMS, NO LETTERS "
                    "WRITTEN **"
                MOVE "Y" TO WS-LOAD-FAILED
                GO TO BA3-DONE.
            ADD 1 TO WS-ITEM-COUNT.
            MOVE WL-AMOUNT TO WS-ITEM-AMOUNT.
            MOVE WL-ACCOUNT TO WS-WI-ACCOUNT(WS-ITEM-COUNT).
            MOVE WL-DATE TO WS-WI-DATE(WS-ITEM-COUNT).
            COMPUTE WS-WI-OWED(WS-ITEM-COUNT) = 0 - WS-ITEM-AMOUNT.
            MOVE WL-DAYS TO WS-WI-DAYS(WS-ITEM-COUNT).
            MOVE WL-INVOICE TO WS-WI-INVOICE(WS-ITEM-COUNT).
            MOVE WL-DUE TO WS-WI-DUE(WS-ITEM-COUNT).
            MOVE 1 TO WS-AC-IDX.
        BA2-ACCOUNT-FIND.
            IF WS-AC-IDX > WS-ACCOUNT-COUNT
                IF WS-ACCOUNT-COUNT >= 1000
                    DISPLAY "** MORE THAN 1000 OVERDUE CUSTOMERS, NO "
                        "LETTERS WRITTEN **"
                    MOVE "Y" TO WS-LOAD-FAILED
                    GO TO BA3-DONE
                END-IF
                ADD 1 TO WS-ACCOUNT-COUNT
                MOVE WL-ACCOUNT TO WS-AC-ACCOUNT(WS-ACCOUNT-COUNT)
                MOVE 0 TO WS-AC-LEVEL(WS-ACCOUNT-COUNT)
                MOVE 0 TO WS-AC-ITEMS(WS-ACCOUNT-COUNT)
                MOVE 0 TO WS-AC-OWED(WS-ACCOUNT-COUNT)
            END-IF.
            IF WS-AC-ACCOUNT(WS-AC-IDX) NOT = WL-ACCOUNT
                ADD 1 TO WS-AC-IDX
                GO TO BA2-ACCOUNT-FIND.
            ADD 1 TO WS-AC-ITEMS(WS-AC-IDX).
            ADD WS-WI-OWED(WS-ITEM-COUNT) TO WS-AC-OWED(WS-AC-IDX).
            IF WS-ITEM-LEVEL > WS-AC-LEVEL(WS-AC-IDX)
                MOVE WS-ITEM-LEVEL TO WS-AC-LEVEL(WS-AC-IDX).
            GO TO BA1-WORKLIST-READ.
        BA3-DONE.
            CLOSE WORKLIST-FILE.
        BA-EXIT.
            EXIT.
      * ONE CUSTOMER: A LETTER AT ITS LEVEL UNLESS THAT LEVEL WENT OUT
      * WITHIN THE REPEAT DAYS, OR THE REFERRAL LIST ONCE A FINAL
      * DEMAND HAS GONE UNANSWERED FOR THAT LONG.
        CA-DUN-ACCOUNT.
            MOVE WS-AC-LEVEL(WS-AC-IDX) TO WS-LEVEL.
            MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO DH-ACCOUNT.
            MOVE "N" TO WS-HIST-NEW.
            READ HISTORY-FILE
                INVALID KEY
                    MOVE "Y" TO WS-HIST-NEW
                    MOVE SPACES TO HISTORY-REC
                    MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO DH-ACCOUNT
                    MOVE 0 TO DH-LEVEL-DATE(1) DH-LEVEL-DATE(2)
                        DH-LEVEL-DATE(3) DH-LAST-LEVEL DH-LAST-DATE
                        DH-LETTERS-SENT DH-REFERRED-DATE
            END-READ.
            PERFORM GA-READ-CUSTOMER.
            MOVE 0 TO WS-DAYS-SINCE.
            IF DH-LEVEL-DATE(WS-LEVEL) > 0
                COMPUTE WS-DAYS-SINCE =
                    FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                    FUNCTION INTEGER-OF-DATE(DH-LEVEL-DATE(WS-LEVEL))
                IF WS-DAYS-SINCE < WS-REPEAT-DAYS
                    ADD 1 TO WS-HELD-COUNT
                    GO TO CA-EXIT
                END-IF
                IF WS-LEVEL = 3
                    PERFORM CD-LIST-REFERRAL
                    GO TO CA-EXIT
                END-IF
            END-IF.
            PERFORM CB-WRITE-LETTER.
            ADD 1 TO WS-LETTERS-SENT(WS-LEVEL).
            MOVE WS-TODAY-DATE TO DH-LEVEL-DATE(WS-LEVEL).
            MOVE WS-LEVEL TO DH-LAST-LEVEL.
            MOVE WS-TODAY-DATE TO DH-LAST-DATE.
            ADD 1 TO DH-LETTERS-SENT.
            PERFORM CE-SAVE-HISTORY.
        CA-EXIT.
            EXIT.
        CB-WRITE-LETTER.
            MOVE SPACES TO LETTER-LINE.
            EVALUATE WS-LEVEL
                WHEN 1
                    MOVE "PAYMENT REMINDER" TO LETTER-LINE
                WHEN 2
                    MOVE "NOTICE OF OVERDUE ACCOUNT" TO LETTER-LINE
                WHEN OTHER
                    MOVE "FINAL DEMAND" TO LETTER-LINE
            END-EVALUATE.
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            STRING "DATE: " WS-TODAY-DATE
                DELIMITED BY SIZE INTO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE WS-LETTER-NAME TO LETTER-LINE.
            WRITE LETTER-LINE.
            IF WS-CUST-FOUND = "Y" AND CUST-ADDRESS NOT = SPACES
                MOVE CUST-ADDRESS TO LETTER-LINE
                WRITE LETTER-LINE
                MOVE SPACES TO LETTER-LINE
                STRING CUST-POSTCODE " " CUST-TOWN " " CUST-PROVINCE
                    DELIMITED BY SIZE INTO LETTER-LINE
                WRITE LETTER-LINE
            END-IF.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            STRING "ACCOUNT: " WS-AC-ACCOUNT(WS-AC-IDX)
                DELIMITED BY SIZE INTO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            IF WS-CUST-FOUND = "Y" AND CUST-CONTACT NOT = SPACES
                STRING "DEAR " CUST-CONTACT "," DELIMITED BY SIZE
                    INTO LETTER-LINE
            ELSE
                STRING "DEAR " WS-LETTER-NAME "," DELIMITED BY SIZE
                    INTO LETTER-LINE
            END-IF.
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            EVALUATE WS-LEVEL
                WHEN 1
                    MOVE "OUR RECORDS SHOW THAT THE ITEMS BELOW ARE NOW"
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "PAST DUE. IF YOU HAVE ALREADY PAID, PLEASE "
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "ACCEPT OUR THANKS AND IGNORE THIS REMINDER."
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                WHEN 2
                    MOVE "DESPITE OUR EARLIER REMINDER THE ITEMS BELOW"
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "REMAIN UNPAID. PLEASE SETTLE THE BALANCE"
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "WITHIN 10 DAYS OF THE DATE OF THIS NOTICE."
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                WHEN OTHER
                    MOVE "THE ITEMS BELOW ARE MORE THAN 90 DAYS LATE."
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "UNLESS THE BALANCE IS PAID WITHIN 7 DAYS THE"
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "ACCOUNT WILL BE REFERRED FOR COLLECTION"
                        TO LETTER-LINE
                    WRITE LETTER-LINE
                    MOVE "WITHOUT FURTHER NOTICE." TO LETTER-LINE
                    WRITE LETTER-LINE
            END-EVALUATE.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE "INVOICE  DATED     DUE        DAYS        AMOUNT"
                TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE 1 TO WS-WI-IDX.
            PERFORM CC-WRITE-ITEM THRU CC-EXIT.
            MOVE SPACES TO LETTER-LINE.
            MOVE WS-AC-OWED(WS-AC-IDX) TO WS-ED-TOTAL.
            STRING "TOTAL NOW DUE" DELIMITED BY SIZE
                INTO LETTER-LINE.
            MOVE WS-ED-TOTAL TO LETTER-LINE(37:14).
            WRITE LETTER-LINE.
            MOVE SPACES TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE "ACCOUNTS RECEIVABLE DEPARTMENT" TO LETTER-LINE.
            WRITE LETTER-LINE.
            MOVE ALL "-" TO LETTER-LINE.
            WRITE LETTER-LINE.
        CC-WRITE-ITEM.
            IF WS-WI-IDX > WS-ITEM-COUNT
                GO TO CC-EXIT.
            IF WS-WI-ACCOUNT(WS-WI-IDX) NOT = WS-AC-ACCOUNT(WS-AC-IDX)
                GO TO CC1-ITEM-SKIP.
            MOVE SPACES TO LETTER-LINE.
            MOVE WS-WI-DAYS(WS-WI-IDX) TO WS-ED-DAYS.
            MOVE WS-WI-OWED(WS-WI-IDX) TO WS-ED-AMOUNT.
            STRING WS-WI-INVOICE(WS-WI-IDX) "   "
                WS-WI-DATE(WS-WI-IDX) "  "
                WS-WI-DUE(WS-WI-IDX) "  "
                WS-ED-DAYS "  "
                WS-ED-AMOUNT
                DELIMITED BY SIZE INTO LETTER-LINE.
            WRITE LETTER-LINE.
        CC1-ITEM-SKIP.
            ADD 1 TO WS-WI-IDX.
            GO TO CC-WRITE-ITEM.
        CC-EXIT.
            EXIT.
      * THE REFERRAL LIST CARRIES EVERY CUSTOMER STILL PAST ITS FINAL
      * DEMAND; THE DATE IT WAS FIRST LISTED IS KEPT ON THE HISTORY.
        CD-LIST-REFERRAL.
            ADD 1 TO WS-REFERRAL-COUNT.
            IF DH-REFERRED-DATE = 0
                MOVE WS-TODAY-DATE TO DH-REFERRED-DATE
                PERFORM CE-SAVE-HISTORY.
            MOVE WS-AC-OWED(WS-AC-IDX) TO WS-ED-TOTAL.
            MOVE SPACES TO REFERRAL-LINE.
            STRING "ACCT=" WS-AC-ACCOUNT(WS-AC-IDX)
                " NAME=" WS-LETTER-NAME
                " OWED=" WS-ED-TOTAL
                " ITEMS=" WS-AC-ITEMS(WS-AC-IDX)
                " FINAL-DEMAND=" DH-LEVEL-DATE(3)
                " LISTED=" DH-REFERRED-DATE
                DELIMITED BY SIZE INTO REFERRAL-LINE.
            WRITE REFERRAL-LINE.
            DISPLAY "ACCOUNT " WS-AC-ACCOUNT(WS-AC-IDX)
                " PAST FINAL DEMAND, LISTED FOR REFERRAL".
        CE-SAVE-HISTORY.
            IF WS-HIST-NEW = "Y"
                WRITE HISTORY-REC
                    INVALID KEY
                        DISPLAY "** CANNOT ADD HISTORY FOR ACCOUNT "
                            DH-ACCOUNT " **"
                END-WRITE
                MOVE "N" TO WS-HIST-NEW
            ELSE
                REWRITE HISTORY-REC
                    INVALID KEY
                        DISPLAY "** CANNOT UPDATE HISTORY FOR ACCOUNT "
                            DH-ACCOUNT " **"
                END-REWRITE
            END-IF.
        GA-READ-CUSTOMER.
            MOVE "N" TO WS-CUST-FOUND.
            MOVE SPACES TO WS-LETTER-NAME.
            STRING "CUSTOMER " WS-AC-ACCOUNT(WS-AC-IDX)
                DELIMITED BY SIZE INTO WS-LETTER-NAME.
            IF WS-CUST-OPEN = "Y"
                MOVE WS-AC-ACCOUNT(WS-AC-IDX) TO CUST-NUM
                READ CUSTOMER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-CUST-FOUND
                        MOVE CUST-NAME TO WS-LETTER-NAME
                END-READ
            END-IF.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
