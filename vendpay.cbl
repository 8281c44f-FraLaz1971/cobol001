        IDENTIFICATION DIVISION.
        PROGRAM-ID. VENDPAY.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE VENDOR PAYMENT RUN. IT SELECTS THE UNPAID
      * ITEMS IN EXPENSE_OPEN.DAT THAT FALL DUE BY A CUT-OFF DATE (THE
      * EXPENSE DATE PLUS THE VENDOR'S PAYMENT TERMS, AS EXPAGE AGES
      * THEM), FOR ALL VENDORS OR ONLY THOSE ENTERED. EACH VENDOR IS
      * PAID ONE AMOUNT UNDER ITS OWN PAYMENT REFERENCE: A RECORD IS
      * WRITTEN TO VENDOR_PAYMENTS.DAT AND A REMITTANCE ADVICE LISTING
      * THE ITEMS PAID TO REMITTANCE.TXT. A VENDOR WHOSE CREDITS
      * OUTWEIGH ITS DUE ITEMS IS NOT PAID. THE PAID ITEMS ARE MARKED
      * ON EXPENSE_OPEN.DAT WITH THE REFERENCE AND PAYMENT DATE, AND
      * THE PAYMENT IS POSTED TO GLJOURNAL.DAT AS A BALANCED BATCH:
      * THE VENDOR'S PAYABLE ACCOUNT IS DEBITED FOR ITEMS GLJRNL HAS
      * ALREADY JOURNALED, ITS EXPENSE ACCOUNT FOR ITEMS IT HAS NOT
      * (GLJRNL THEN LEAVES THEM OUT), AND THE CASH ACCOUNT (GLMAP
      * TYPE "A", KEY "CASH") IS CREDITED. NO PAYMENT IS MADE ON A
      * DATE IN A LEDGER PERIOD ALREADY CLOSED BY GLCLOSE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPEN-ITEM-FILE ASSIGN TO "expense_open.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPN-STATUS.
            SELECT VENDOR-MASTER ASSIGN TO "vendmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VM-CODE
              FILE STATUS IS WS-VM-STATUS.
            SELECT GLMAP-FILE ASSIGN "glmap.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAP-STATUS.
            SELECT EXPCKP-FILE ASSIGN "gljrnl_exp.ckp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ECK-STATUS.
            SELECT PAY-WORK-FILE ASSIGN "vendpay.wrk"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PW-KEY
              FILE STATUS IS WS-PW-STATUS.
            SELECT TEMP-FILE ASSIGN "vendpay.tmp"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TMP-STATUS.
            SELECT PAYMENT-FILE ASSIGN "vendor_payments.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAY-STATUS.
            SELECT REMIT-FILE ASSIGN "remittance.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RMT-STATUS.
            SELECT JOURNAL-FILE ASSIGN "gljournal.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRN-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OPEN-ITEM-FILE.
        01 OPEN-ITEM-REC.
            03 OI-VEND-CODE        PIC X(6).
            03 FILLER              PIC X.
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
        FD VENDOR-MASTER.
        01 VENDOR-MASTER-REC.
            03 VM-CODE             PIC X(6).
            03 VM-NAME             PIC X(20).
            03 VM-TERMS-DAYS       PIC 9(3).
            03 VM-ACTIVE           PIC X.
            03 VM-TAX-ID           PIC X(11).
            03 VM-REPORTABLE       PIC X.
        FD GLMAP-FILE.
        01 GLMAP-REC.
            03 GM-TYPE         PIC X.
            03 FILLER          PIC X.
            03 GM-KEY          PIC X(20).
            03 FILLER          PIC X.
            03 GM-DEBIT-ACCT   PIC 9(6).
            03 FILLER          PIC X.
            03 GM-CREDIT-ACCT  PIC 9(6).
        FD EXPCKP-FILE.
        01 EXPCKP-REC.
            03 ECK-ITEMS-JOURNALED PIC 9(6).
      * ONE RECORD PER ITEM SELECTED, KEYED BY VENDOR AND THE ITEM'S
      * POSITION ON EXPENSE_OPEN.DAT.
        FD PAY-WORK-FILE.
        01 PAY-WORK-REC.
            03 PW-KEY.
                05 PW-VEND-CODE    PIC X(6).
                05 PW-ITEM-NUM     PIC 9(6).
            03 PW-AMOUNT           PIC S9(6)V99.
            03 PW-DATE             PIC X(10).
            03 PW-DUE-DATE         PIC 9(8).
            03 PW-JOURNALED        PIC X.
        FD TEMP-FILE.
        01 TEMP-REC                PIC X(52).
        FD PAYMENT-FILE.
        01 PAYMENT-REC.
            03 PF-VEND-CODE        PIC X(6).
            03 FILLER              PIC X.
            03 PF-VEND-NAME        PIC X(20).
            03 FILLER              PIC X.
            03 PF-PAY-REF          PIC X(14).
            03 FILLER              PIC X.
            03 PF-PAY-DATE         PIC 9(8).
            03 FILLER              PIC X.
            03 PF-ITEMS            PIC 9(4).
            03 FILLER              PIC X.
            03 PF-AMOUNT           PIC 9(9)V99.
        FD REMIT-FILE.
        01 REMIT-LINE              PIC X(80).
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
        WORKING-STORAGE SECTION.
        01 WS-OPN-STATUS      PIC XX.
        01 WS-VM-STATUS       PIC XX.
        01 WS-VM-OPENED       PIC X VALUE "N".
        01 WS-MAP-STATUS      PIC XX.
        01 WS-ECK-STATUS      PIC XX.
        01 WS-PW-STATUS       PIC XX.
        01 WS-TMP-STATUS      PIC XX.
        01 WS-PAY-STATUS      PIC XX.
        01 WS-RMT-STATUS      PIC XX.
        01 WS-JRN-STATUS      PIC XX.
        01 WS-RUN-STAMP       PIC X(12).
        01 WS-PAY-DATE        PIC 9(8).
        01 WS-CUTOFF-DATE     PIC 9(8).
        01 WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
            03 WS-CUTOFF-YEAR PIC 9(4).
            03 WS-CUTOFF-MM   PIC 99.
            03 WS-CUTOFF-DD   PIC 99.
        01 WS-CUTOFF-INT      PIC 9(7).
        01 WS-CONFIRM         PIC X.
        01 WS-SEL-TABLE.
            03 WS-SEL-VEND OCCURS 50 TIMES PIC X(6).
        01 WS-SEL-COUNT       PIC 9(3) VALUE 0.
        01 WS-SEL-IDX         PIC 9(3).
        01 WS-SEL-CODE        PIC X(6).
        01 WS-SELECTED        PIC X.
        01 WS-VENDOR-TABLE.
            03 WS-VT-ENTRY OCCURS 200 TIMES.
                05 WS-VT-CODE        PIC X(6).
                05 WS-VT-NAME        PIC X(20).
                05 WS-VT-ITEMS       PIC 9(4).
                05 WS-VT-TOTAL       PIC S9(9)V99.
                05 WS-VT-JRN-AMT     PIC S9(9)V99.
                05 WS-VT-NEW-AMT     PIC S9(9)V99.
                05 WS-VT-REF         PIC X(14).
        01 WS-VT-COUNT        PIC 9(3) VALUE 0.
        01 WS-VT-IDX          PIC 9(3).
        01 WS-VEND-NAME       PIC X(20).
        01 WS-TERMS           PIC 9(3).
        01 WS-ITEM-DATE       PIC 9(8).
        01 WS-DUE-INT         PIC 9(7).
        01 WS-ITEM-NUM        PIC 9(6).
        01 WS-EXP-SKIP-COUNT  PIC 9(6) VALUE 0.
        01 WS-PAY-SEQ         PIC 9(3) VALUE 0.
        01 WS-MAP-TABLE.
            03 WS-GM-ENTRY OCCURS 100 TIMES.
                05 WS-GM-TYPE        PIC X.
                05 WS-GM-KEY         PIC X(20).
                05 WS-GM-DEBIT-ACCT  PIC 9(6).
                05 WS-GM-CREDIT-ACCT PIC 9(6).
        01 WS-MAP-COUNT       PIC 9(3) VALUE 0.
        01 WS-GM-IDX          PIC 9(3).
        01 WS-MAP-FOUND       PIC X.
        01 WS-LOOKUP-TYPE     PIC X.
        01 WS-LOOKUP-KEY      PIC X(20).
        01 WS-DEBIT-ACCT      PIC 9(6).
        01 WS-CREDIT-ACCT     PIC 9(6).
        01 WS-CASH-ACCT       PIC 9(6).
        01 WS-SUSPENSE-ACCT   PIC 9(6) VALUE 999999.
        01 WS-LINE-ACCT       PIC 9(6).
        01 WS-LINE-SIDE       PIC X.
        01 WS-LINE-AMOUNT     PIC S9(9)V99.
        01 WS-SOURCE-TAG      PIC X(8) VALUE "PAYMENT".
        01 WS-TOT-DEBITS      PIC 9(11)V99 VALUE 0.
        01 WS-TOT-CREDITS     PIC 9(11)V99 VALUE 0.
        01 WS-BATCH-LINES     PIC 9(6) VALUE 0.
        01 WS-UNMAPPED-COUNT  PIC 9(6) VALUE 0.
        01 WS-PAY-TOTAL       PIC 9(11)V99 VALUE 0.
        01 WS-OPEN-ITEMS      PIC 9(6) VALUE 0.
        01 WS-ALREADY-PAID    PIC 9(6) VALUE 0.
        01 WS-NOT-SELECTED    PIC 9(6) VALUE 0.
        01 WS-NOT-DUE         PIC 9(6) VALUE 0.
        01 WS-BAD-DATES       PIC 9(6) VALUE 0.
        01 WS-ITEMS-DUE       PIC 9(6) VALUE 0.
        01 WS-ITEMS-PAID      PIC 9(6) VALUE 0.
        01 WS-ITEMS-MARKED    PIC 9(6) VALUE 0.
        01 WS-VENDORS-PAID    PIC 9(3) VALUE 0.
        01 WS-VENDORS-HELD    PIC 9(3) VALUE 0.
        01 WS-ED-AMOUNT       PIC -ZZZ,ZZ9.99.
        01 WS-ED-TOTAL        PIC ZZ,ZZZ,ZZ9.99.
        01 WS-PER-CLOSED      PIC X.
        01 WS-PER-CLOSED-THRU PIC 9(6).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:12) TO WS-RUN-STAMP.
            MOVE WS-RUN-STAMP(1:8) TO WS-PAY-DATE.
            DISPLAY "ENTER PAYMENT CUT-OFF DATE YYYYMMDD (0 = TODAY): ".
            ACCEPT WS-CUTOFF-DATE.
            IF WS-CUTOFF-DATE IS NUMERIC AND WS-CUTOFF-DATE = 0
                MOVE WS-PAY-DATE TO WS-CUTOFF-DATE.
            IF WS-CUTOFF-DATE NOT NUMERIC
                OR WS-CUTOFF-YEAR < 1900
                OR WS-CUTOFF-MM < 1 OR WS-CUTOFF-MM > 12
                OR WS-CUTOFF-DD < 1 OR WS-CUTOFF-DD > 31
                DISPLAY "** " WS-CUTOFF-DATE " IS NOT A VALID DATE **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE).
            CALL "GLPER" USING WS-PAY-DATE WS-PER-CLOSED
                WS-PER-CLOSED-THRU.
            IF WS-PER-CLOSED = "Y"
                DISPLAY "*** LEDGER PERIOD " WS-PAY-DATE(1:6) " IS "
                    "CLOSED (CLOSED THROUGH " WS-PER-CLOSED-THRU
                    "), NO PAYMENTS MADE ***"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN INPUT VENDOR-MASTER.
            IF WS-VM-STATUS = "00"
                MOVE "Y" TO WS-VM-OPENED
            ELSE
                DISPLAY "NO VENDOR MASTER, TERMS DEFAULT TO 30 DAYS".
            PERFORM BA-SELECT-VENDORS THRU BA-EXIT.
            PERFORM DA-LOAD-MAPPING THRU DA-EXIT.
            IF WS-MAP-COUNT = 0
                DISPLAY "** NO CHART-OF-ACCOUNTS MAPPING, ENTRIES "
                    "WILL POST TO THE SUSPENSE ACCOUNT **".
            MOVE "A" TO WS-LOOKUP-TYPE.
            MOVE "CASH" TO WS-LOOKUP-KEY.
            PERFORM FA-FIND-MAPPING THRU FA-EXIT.
            MOVE WS-CREDIT-ACCT TO WS-CASH-ACCT.
            PERFORM BD-READ-EXP-CHECKPOINT.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPN-STATUS NOT = "00"
                DISPLAY "NO OPEN EXPENSE ITEMS ON FILE"
                GO TO ZZ-END.
            OPEN OUTPUT PAY-WORK-FILE.
            PERFORM CA-SELECT-ITEMS THRU CA-EXIT.
            CLOSE OPEN-ITEM-FILE.
            CLOSE PAY-WORK-FILE.
            IF WS-VM-OPENED = "Y"
                CLOSE VENDOR-MASTER.
            MOVE 1 TO WS-VT-IDX.
            PERFORM EA-ASSIGN-REFERENCE THRU EA-EXIT.
            DISPLAY "======= VENDOR PAYMENT RUN =======".
            DISPLAY "CUT-OFF DATE: " WS-CUTOFF-DATE
                "   PAYMENT DATE: " WS-PAY-DATE.
            DISPLAY "OPEN ITEMS READ: " WS-OPEN-ITEMS.
            DISPLAY "ITEMS ALREADY PAID: " WS-ALREADY-PAID.
            DISPLAY "ITEMS FOR VENDORS NOT SELECTED: " WS-NOT-SELECTED.
            DISPLAY "ITEMS NOT YET DUE: " WS-NOT-DUE.
            DISPLAY "ITEMS WITH BAD DATES: " WS-BAD-DATES.
            DISPLAY "ITEMS DUE: " WS-ITEMS-DUE.
            DISPLAY "VENDORS NOT PAID (CREDIT BALANCE): "
                WS-VENDORS-HELD.
            IF WS-VENDORS-PAID = 0
                DISPLAY "NOTHING TO PAY"
                GO TO ZZ-END.
            MOVE WS-PAY-TOTAL TO WS-ED-TOTAL.
            DISPLAY "PAY " WS-VENDORS-PAID " VENDORS FOR "
                WS-ITEMS-PAID " ITEMS, TOTAL " WS-ED-TOTAL
                "? (Y/N)".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PAYMENT RUN CANCELLED"
                GO TO ZZ-END.
            OPEN INPUT PAY-WORK-FILE.
            PERFORM FB-MARK-ITEMS THRU FB-EXIT.
            OPEN OUTPUT PAYMENT-FILE.
            OPEN OUTPUT REMIT-FILE.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRN-STATUS NOT = "00"
                OPEN OUTPUT JOURNAL-FILE
            END-IF.
            MOVE 1 TO WS-VT-IDX.
            PERFORM GA-PAY-VENDOR THRU GA-EXIT.
            CLOSE PAYMENT-FILE.
            CLOSE REMIT-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE PAY-WORK-FILE.
            PERFORM HA-REPLACE-OPEN-ITEMS THRU HA-EXIT.
            DISPLAY "======= PAYMENT RUN TOTALS =======".
            DISPLAY "VENDORS PAID: " WS-VENDORS-PAID.
            DISPLAY "ITEMS PAID: " WS-ITEMS-PAID.
            DISPLAY "ITEMS MARKED PAID: " WS-ITEMS-MARKED.
            MOVE WS-PAY-TOTAL TO WS-ED-TOTAL.
            DISPLAY "TOTAL PAID: " WS-ED-TOTAL.
            DISPLAY "JOURNAL LINES: " WS-BATCH-LINES.
            DISPLAY "TOTAL DEBITS:  " WS-TOT-DEBITS.
            DISPLAY "TOTAL CREDITS: " WS-TOT-CREDITS.
            DISPLAY "UNMAPPED ENTRIES TO SUSPENSE: "
                WS-UNMAPPED-COUNT.
            DISPLAY "PAYMENTS WRITTEN TO vendor_payments.dat, "
                "ADVICES TO remittance.txt".
            GO TO ZZ-END.
      * NO VENDOR CODES ENTERED MEANS EVERY VENDOR IS PAID.
        BA-SELECT-VENDORS.
            DISPLAY "ENTER THE VENDOR CODES TO PAY, ONE PER LINE, "
                "BLANK TO END (NONE = ALL VENDORS): ".
        BA1-ACCEPT-VENDOR.
            MOVE SPACES TO WS-SEL-CODE.
            ACCEPT WS-SEL-CODE.
            IF WS-SEL-CODE = SPACES
                GO TO BA-EXIT.
            IF WS-SEL-COUNT >= 50
                DISPLAY "** NO MORE THAN 50 VENDORS PER RUN **"
                GO TO BA-EXIT.
            IF WS-VM-OPENED = "Y"
                MOVE WS-SEL-CODE TO VM-CODE
                READ VENDOR-MASTER
                    INVALID KEY
                        DISPLAY "** VENDOR " WS-SEL-CODE " IS NOT ON "
                            "THE VENDOR MASTER **"
                END-READ
            END-IF.
            ADD 1 TO WS-SEL-COUNT.
            MOVE WS-SEL-CODE TO WS-SEL-VEND(WS-SEL-COUNT).
            GO TO BA1-ACCEPT-VENDOR.
        BA-EXIT.
            EXIT.
        BB-CHECK-SELECTED.
            MOVE "N" TO WS-SELECTED.
            MOVE 1 TO WS-SEL-IDX.
        BB1-SEARCH.
            IF WS-SEL-IDX > WS-SEL-COUNT
                GO TO BB-EXIT.
            IF WS-SEL-VEND(WS-SEL-IDX) = OI-VEND-CODE
                MOVE "Y" TO WS-SELECTED
                GO TO BB-EXIT.
            ADD 1 TO WS-SEL-IDX.
            GO TO BB1-SEARCH.
        BB-EXIT.
            EXIT.
      * AN ITEM AT OR BEFORE GLJRNL'S EXPENSE CHECKPOINT HAS ALREADY
      * BEEN JOURNALED TO THE VENDOR'S PAYABLE ACCOUNT.
        BD-READ-EXP-CHECKPOINT.
            MOVE 0 TO WS-EXP-SKIP-COUNT.
            OPEN INPUT EXPCKP-FILE.
            IF WS-ECK-STATUS = "00"
                READ EXPCKP-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF ECK-ITEMS-JOURNALED IS NUMERIC
                            MOVE ECK-ITEMS-JOURNALED
                                TO WS-EXP-SKIP-COUNT
                        END-IF
                END-READ
                CLOSE EXPCKP-FILE
            END-IF.
      * AN ITEM IS DUE ONCE ITS EXPENSE DATE PLUS THE VENDOR'S TERMS
      * IS ON OR BEFORE THE CUT-OFF DATE.
        CA-SELECT-ITEMS.
            MOVE 0 TO WS-ITEM-NUM.
        CA1-ITEM-READ.
            READ OPEN-ITEM-FILE AT END GO TO CA-EXIT.
            ADD 1 TO WS-ITEM-NUM.
            ADD 1 TO WS-OPEN-ITEMS.
            IF OI-IS-PAID
                ADD 1 TO WS-ALREADY-PAID
                GO TO CA1-ITEM-READ.
            MOVE "Y" TO WS-SELECTED.
            IF WS-SEL-COUNT > 0
                PERFORM BB-CHECK-SELECTED THRU BB-EXIT.
            IF WS-SELECTED = "N"
                ADD 1 TO WS-NOT-SELECTED
                GO TO CA1-ITEM-READ.
            MOVE SPACES TO WS-ITEM-DATE(1:8).
            STRING OI-DATE(1:4) OI-DATE(6:2) OI-DATE(9:2)
                DELIMITED BY SIZE INTO WS-ITEM-DATE.
            IF WS-ITEM-DATE IS NOT NUMERIC
                ADD 1 TO WS-BAD-DATES
                DISPLAY "** BAD DATE ON OPEN ITEM: " OI-DATE " **"
                GO TO CA1-ITEM-READ.
            MOVE 30 TO WS-TERMS.
            MOVE "NOT ON VENDOR MASTER" TO WS-VEND-NAME.
            IF WS-VM-OPENED = "Y"
                MOVE OI-VEND-CODE TO VM-CODE
                READ VENDOR-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE VM-TERMS-DAYS TO WS-TERMS
                        MOVE VM-NAME TO WS-VEND-NAME
                END-READ
            END-IF.
            COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE) + WS-TERMS.
            IF WS-DUE-INT > WS-CUTOFF-INT
                ADD 1 TO WS-NOT-DUE
                GO TO CA1-ITEM-READ.
            PERFORM CB-FIND-VENDOR THRU CB-EXIT.
            IF WS-VT-IDX = 0
                PERFORM CC-ADD-VENDOR THRU CC-EXIT.
            IF WS-VT-IDX = 0
                GO TO CA1-ITEM-READ.
            MOVE SPACES TO PAY-WORK-REC.
            MOVE OI-VEND-CODE TO PW-VEND-CODE.
            MOVE WS-ITEM-NUM TO PW-ITEM-NUM.
            MOVE OI-AMOUNT TO PW-AMOUNT.
            MOVE OI-DATE TO PW-DATE.
            COMPUTE PW-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
            IF WS-ITEM-NUM <= WS-EXP-SKIP-COUNT
                MOVE "Y" TO PW-JOURNALED
                ADD OI-AMOUNT TO WS-VT-JRN-AMT(WS-VT-IDX)
            ELSE
                MOVE "N" TO PW-JOURNALED
                ADD OI-AMOUNT TO WS-VT-NEW-AMT(WS-VT-IDX)
            END-IF.
            WRITE PAY-WORK-REC.
            ADD OI-AMOUNT TO WS-VT-TOTAL(WS-VT-IDX).
            ADD 1 TO WS-VT-ITEMS(WS-VT-IDX).
            ADD 1 TO WS-ITEMS-DUE.
            GO TO CA1-ITEM-READ.
        CA-EXIT.
            EXIT.
        CB-FIND-VENDOR.
            MOVE 1 TO WS-VT-IDX.
        CB1-SEARCH.
            IF WS-VT-IDX > WS-VT-COUNT
                MOVE 0 TO WS-VT-IDX
                GO TO CB-EXIT.
            IF WS-VT-CODE(WS-VT-IDX) = OI-VEND-CODE
                GO TO CB-EXIT.
            ADD 1 TO WS-VT-IDX.
            GO TO CB1-SEARCH.
        CB-EXIT.
            EXIT.
        CC-ADD-VENDOR.
            IF WS-VT-COUNT >= 200
                DISPLAY "** WARNING ** VENDOR TABLE FULL, NOT PAYING "
                    "VENDOR: " OI-VEND-CODE
                GO TO CC-EXIT.
            ADD 1 TO WS-VT-COUNT.
            MOVE WS-VT-COUNT TO WS-VT-IDX.
            MOVE OI-VEND-CODE TO WS-VT-CODE(WS-VT-IDX).
            MOVE WS-VEND-NAME TO WS-VT-NAME(WS-VT-IDX).
            MOVE 0 TO WS-VT-ITEMS(WS-VT-IDX).
            MOVE 0 TO WS-VT-TOTAL(WS-VT-IDX).
            MOVE 0 TO WS-VT-JRN-AMT(WS-VT-IDX).
            MOVE 0 TO WS-VT-NEW-AMT(WS-VT-IDX).
            MOVE SPACES TO WS-VT-REF(WS-VT-IDX).
        CC-EXIT.
            EXIT.
        DA-LOAD-MAPPING.
            OPEN INPUT GLMAP-FILE.
            IF WS-MAP-STATUS NOT = "00"
                GO TO DA-EXIT.
        DB-MAP-READ.
            READ GLMAP-FILE AT END GO TO DC-MAP-DONE.
            IF WS-MAP-COUNT >= 100
                DISPLAY "** MORE THAN 100 MAPPING ENTRIES, EXTRA "
                    "IGNORED **"
                GO TO DC-MAP-DONE.
            ADD 1 TO WS-MAP-COUNT.
            MOVE GM-TYPE TO WS-GM-TYPE(WS-MAP-COUNT).
            MOVE GM-KEY TO WS-GM-KEY(WS-MAP-COUNT).
            MOVE GM-DEBIT-ACCT TO WS-GM-DEBIT-ACCT(WS-MAP-COUNT).
            MOVE GM-CREDIT-ACCT TO WS-GM-CREDIT-ACCT(WS-MAP-COUNT).
            GO TO DB-MAP-READ.
        DC-MAP-DONE.
            CLOSE GLMAP-FILE.
            DISPLAY "MAPPING ENTRIES LOADED: " WS-MAP-COUNT.
        DA-EXIT.
            EXIT.
      * THE PAYMENT REFERENCE IS "P", THE RUN'S DATE AND TIME
      * (YYMMDDHHMM) AND THE VENDOR'S NUMBER WITHIN THE RUN.
        EA-ASSIGN-REFERENCE.
            IF WS-VT-IDX > WS-VT-COUNT
                GO TO EA-EXIT.
            IF WS-VT-TOTAL(WS-VT-IDX) NOT > 0
                ADD 1 TO WS-VENDORS-HELD
                DISPLAY "** VENDOR " WS-VT-CODE(WS-VT-IDX)
                    " HAS CREDITS OF " WS-VT-TOTAL(WS-VT-IDX)
                    " AGAINST ITS DUE ITEMS, NOT PAID **"
                GO TO EA1-NEXT.
            ADD 1 TO WS-PAY-SEQ.
            STRING "P" WS-RUN-STAMP(3:10) WS-PAY-SEQ
                DELIMITED BY SIZE INTO WS-VT-REF(WS-VT-IDX).
            ADD 1 TO WS-VENDORS-PAID.
            ADD WS-VT-ITEMS(WS-VT-IDX) TO WS-ITEMS-PAID.
            ADD WS-VT-TOTAL(WS-VT-IDX) TO WS-PAY-TOTAL.
        EA1-NEXT.
            ADD 1 TO WS-VT-IDX.
            GO TO EA-ASSIGN-REFERENCE.
        EA-EXIT.
            EXIT.
        FA-FIND-MAPPING.
            MOVE "N" TO WS-MAP-FOUND.
            MOVE WS-SUSPENSE-ACCT TO WS-DEBIT-ACCT.
            MOVE WS-SUSPENSE-ACCT TO WS-CREDIT-ACCT.
            MOVE 1 TO WS-GM-IDX.
        FA1-SEARCH-TABLE.
            IF WS-GM-IDX > WS-MAP-COUNT
                GO TO FA2-NOT-FOUND.
            IF WS-GM-TYPE(WS-GM-IDX) = WS-LOOKUP-TYPE
                AND WS-GM-KEY(WS-GM-IDX) = WS-LOOKUP-KEY
                MOVE WS-GM-DEBIT-ACCT(WS-GM-IDX) TO WS-DEBIT-ACCT
                MOVE WS-GM-CREDIT-ACCT(WS-GM-IDX) TO WS-CREDIT-ACCT
                MOVE "Y" TO WS-MAP-FOUND
                GO TO FA-EXIT.
            ADD 1 TO WS-GM-IDX.
            GO TO FA1-SEARCH-TABLE.
        FA2-NOT-FOUND.
            ADD 1 TO WS-UNMAPPED-COUNT.
            DISPLAY "** NO MAPPING FOR " WS-LOOKUP-TYPE "/"
                WS-LOOKUP-KEY ", POSTED TO SUSPENSE **".
        FA-EXIT.
            EXIT.
      * EXPENSE_OPEN.DAT IS COPIED TO A WORK FILE WITH THE PAID ITEMS
      * MARKED, AND COPIED BACK ONCE THE PAYMENTS HAVE BEEN WRITTEN.
      * RECORDS KEEP THEIR ORDER SO GLJRNL'S CHECKPOINT STILL HOLDS.
        FB-MARK-ITEMS.
            OPEN INPUT OPEN-ITEM-FILE.
            OPEN OUTPUT TEMP-FILE.
            MOVE 0 TO WS-ITEM-NUM.
        FB1-ITEM-READ.
            READ OPEN-ITEM-FILE AT END GO TO FB2-ITEMS-DONE.
            ADD 1 TO WS-ITEM-NUM.
            IF OI-IS-PAID
                GO TO FB3-ITEM-WRITE.
            MOVE OI-VEND-CODE TO PW-VEND-CODE.
            MOVE WS-ITEM-NUM TO PW-ITEM-NUM.
            READ PAY-WORK-FILE
                INVALID KEY
                    GO TO FB3-ITEM-WRITE
            END-READ.
            PERFORM CB-FIND-VENDOR THRU CB-EXIT.
            IF WS-VT-IDX = 0
                GO TO FB3-ITEM-WRITE.
            IF WS-VT-REF(WS-VT-IDX) = SPACES
                GO TO FB3-ITEM-WRITE.
            MOVE "P" TO OI-PAID.
            MOVE WS-VT-REF(WS-VT-IDX) TO OI-PAY-REF.
            MOVE WS-PAY-DATE TO OI-PAID-DATE.
            ADD 1 TO WS-ITEMS-MARKED.
        FB3-ITEM-WRITE.
            WRITE TEMP-REC FROM OPEN-ITEM-REC.
            GO TO FB1-ITEM-READ.
        FB2-ITEMS-DONE.
            CLOSE OPEN-ITEM-FILE.
            CLOSE TEMP-FILE.
        FB-EXIT.
            EXIT.
      * ONE PAYMENT, ONE REMITTANCE ADVICE AND ONE JOURNAL ENTRY PER
      * VENDOR PAID.
        GA-PAY-VENDOR.
            IF WS-VT-IDX > WS-VT-COUNT
                GO TO GA-EXIT.
            IF WS-VT-REF(WS-VT-IDX) = SPACES
                GO TO GA2-NEXT.
            PERFORM GB-REMITTANCE-HEADING.
            MOVE WS-VT-CODE(WS-VT-IDX) TO PW-VEND-CODE.
            MOVE 0 TO PW-ITEM-NUM.
            START PAY-WORK-FILE KEY NOT LESS PW-KEY
                INVALID KEY
                    GO TO GA3-VENDOR-TOTAL
            END-START.
        GA1-ITEM-NEXT.
            READ PAY-WORK-FILE NEXT RECORD
                AT END GO TO GA3-VENDOR-TOTAL.
            IF PW-VEND-CODE NOT = WS-VT-CODE(WS-VT-IDX)
                GO TO GA3-VENDOR-TOTAL.
            MOVE PW-AMOUNT TO WS-ED-AMOUNT.
            MOVE SPACES TO REMIT-LINE.
            MOVE PW-DATE TO REMIT-LINE(3:10).
            MOVE PW-DUE-DATE TO REMIT-LINE(17:8).
            MOVE WS-ED-AMOUNT TO REMIT-LINE(29:11).
            WRITE REMIT-LINE.
            GO TO GA1-ITEM-NEXT.
        GA3-VENDOR-TOTAL.
            MOVE WS-VT-TOTAL(WS-VT-IDX) TO WS-ED-TOTAL.
            MOVE SPACES TO REMIT-LINE.
            STRING "  TOTAL PAID: " WS-ED-TOTAL
                "   ITEMS: " WS-VT-ITEMS(WS-VT-IDX)
                DELIMITED BY SIZE INTO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE SPACES TO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE SPACES TO PAYMENT-REC.
            MOVE WS-VT-CODE(WS-VT-IDX) TO PF-VEND-CODE.
            MOVE WS-VT-NAME(WS-VT-IDX) TO PF-VEND-NAME.
            MOVE WS-VT-REF(WS-VT-IDX) TO PF-PAY-REF.
            MOVE WS-PAY-DATE TO PF-PAY-DATE.
            MOVE WS-VT-ITEMS(WS-VT-IDX) TO PF-ITEMS.
            MOVE WS-VT-TOTAL(WS-VT-IDX) TO PF-AMOUNT.
            WRITE PAYMENT-REC.
            PERFORM GC-JOURNAL-VENDOR.
            DISPLAY "PAID VENDOR " WS-VT-CODE(WS-VT-IDX) " "
                WS-VT-REF(WS-VT-IDX) " ITEMS " WS-VT-ITEMS(WS-VT-IDX)
                " AMOUNT " WS-ED-TOTAL.
        GA2-NEXT.
            ADD 1 TO WS-VT-IDX.
            GO TO GA-PAY-VENDOR.
        GA-EXIT.
            EXIT.
        GB-REMITTANCE-HEADING.
            MOVE ALL "=" TO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE SPACES TO REMIT-LINE.
            STRING "REMITTANCE ADVICE - VENDOR "
                WS-VT-CODE(WS-VT-IDX) " " WS-VT-NAME(WS-VT-IDX)
                DELIMITED BY SIZE INTO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE SPACES TO REMIT-LINE.
            STRING "PAYMENT REFERENCE: " WS-VT-REF(WS-VT-IDX)
                "   PAYMENT DATE: " WS-PAY-DATE
                DELIMITED BY SIZE INTO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE SPACES TO REMIT-LINE.
            STRING "  ITEM DATE   DUE DATE         AMOUNT"
                DELIMITED BY SIZE INTO REMIT-LINE.
            WRITE REMIT-LINE.
            MOVE ALL "-" TO REMIT-LINE.
            WRITE REMIT-LINE.
      * THE VENDOR'S "V" MAPPING GIVES ITS EXPENSE (DEBIT) AND
      * PAYABLE (CREDIT) ACCOUNTS. ITEMS ALREADY JOURNALED CLEAR THE
      * PAYABLE; ITEMS NOT YET JOURNALED GO STRAIGHT TO EXPENSE.
        GC-JOURNAL-VENDOR.
            MOVE "V" TO WS-LOOKUP-TYPE.
            MOVE WS-VT-CODE(WS-VT-IDX) TO WS-LOOKUP-KEY.
            PERFORM FA-FIND-MAPPING THRU FA-EXIT.
            MOVE WS-CREDIT-ACCT TO WS-LINE-ACCT.
            MOVE "D" TO WS-LINE-SIDE.
            MOVE WS-VT-JRN-AMT(WS-VT-IDX) TO WS-LINE-AMOUNT.
            PERFORM GD-WRITE-LINE THRU GD-EXIT.
            MOVE WS-DEBIT-ACCT TO WS-LINE-ACCT.
            MOVE "D" TO WS-LINE-SIDE.
            MOVE WS-VT-NEW-AMT(WS-VT-IDX) TO WS-LINE-AMOUNT.
            PERFORM GD-WRITE-LINE THRU GD-EXIT.
            MOVE WS-CASH-ACCT TO WS-LINE-ACCT.
            MOVE "C" TO WS-LINE-SIDE.
            MOVE WS-VT-TOTAL(WS-VT-IDX) TO WS-LINE-AMOUNT.
            PERFORM GD-WRITE-LINE THRU GD-EXIT.
      * A NEGATIVE AMOUNT (CREDITS OUTWEIGHING INVOICES ON ONE SIDE)
      * IS POSTED ON THE OPPOSITE SIDE.
        GD-WRITE-LINE.
            IF WS-LINE-AMOUNT = 0
                GO TO GD-EXIT.
            IF WS-LINE-AMOUNT < 0
                COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
                IF WS-LINE-SIDE = "D"
                    MOVE "C" TO WS-LINE-SIDE
                ELSE
                    MOVE "D" TO WS-LINE-SIDE
                END-IF
            END-IF.
            MOVE SPACES TO JOURNAL-REC.
            MOVE WS-PAY-DATE TO JL-DATE.
            MOVE WS-SOURCE-TAG TO JL-SOURCE.
            MOVE WS-LINE-ACCT TO JL-ACCT.
            MOVE WS-LINE-SIDE TO JL-DRCR.
            MOVE WS-LINE-AMOUNT TO JL-AMOUNT.
            WRITE JOURNAL-REC.
            IF WS-LINE-SIDE = "D"
                ADD WS-LINE-AMOUNT TO WS-TOT-DEBITS
            ELSE
                ADD WS-LINE-AMOUNT TO WS-TOT-CREDITS
            END-IF.
            ADD 1 TO WS-BATCH-LINES.
        GD-EXIT.
            EXIT.
        HA-REPLACE-OPEN-ITEMS.
            OPEN INPUT TEMP-FILE.
            OPEN OUTPUT OPEN-ITEM-FILE.
        HA1-COPY-READ.
            READ TEMP-FILE AT END GO TO HA2-COPY-DONE.
            WRITE OPEN-ITEM-REC FROM TEMP-REC.
            GO TO HA1-COPY-READ.
        HA2-COPY-DONE.
            CLOSE TEMP-FILE.
            CLOSE OPEN-ITEM-FILE.
        HA-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
