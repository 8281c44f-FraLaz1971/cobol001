        IDENTIFICATION DIVISION.
        PROGRAM-ID. MATCHCLR.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE PURCHASING CLEARANCE STEP FOR SUPPLIER
      * INVOICES THAT ReadExpenses COULD NOT MATCH TO THEIR PURCHASE
      * ORDER LINE AND RECEIPTS: EACH INVOICE HELD IN MATCHEXC.DAT IS
      * SHOWN WITH THE REASON AND THE PO LINE AS IT NOW STANDS, AND IS
      * RELEASED OR REJECTED WITH THE BUYER'S OPERATOR ID RECORDED.
      * ONLY RELEASED INVOICES REACH EXPENSE_OPEN.DAT AND THE VENDOR AND
      * BUYER TOTALS IN EXPENSE_YTD.DAT; THEIR QUANTITY IS ADDED TO THE
      * QUANTITY INVOICED ON THE PO LINE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MATCH-FILE ASSIGN TO "matchexc.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MX-SEQ
            FILE STATUS IS WS-MX-STATUS.
            SELECT PO-FILE ASSIGN TO "purchord.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PO-KEY
            FILE STATUS IS WS-PO-STATUS.
            SELECT OPEN-ITEM-FILE ASSIGN TO "expense_open.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPN-STATUS.
            SELECT YTD-LEDGER ASSIGN TO "expense_ytd.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LED-KEY
            FILE STATUS IS WS-LED-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MATCH-FILE.
        01 MATCH-REC.
            COPY "matchexc.cpy".
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
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
        FD YTD-LEDGER.
        01 YTD-LEDGER-REC.
            03 LED-KEY.
                05 LED-PARTY-TYPE  PIC X.
                05 LED-PARTY-NAME  PIC X(20).
            03 LED-YTD-TOTAL       PIC S9(8)V99.
        WORKING-STORAGE SECTION.
        01 WS-MX-STATUS       PIC XX.
        01 WS-PO-STATUS       PIC XX.
        01 WS-PO-OPENED       PIC X VALUE "N".
        01 WS-PO-FOUND        PIC X.
        01 WS-LED-STATUS      PIC XX.
        01 WS-OPN-STATUS      PIC XX.
        01 WS-CHECKER-ID      PIC X(8).
        01 WS-DECISION        PIC X.
        01 WS-HELD-SEEN       PIC 9(6) VALUE 0.
        01 WS-RELEASED-COUNT  PIC 9(6) VALUE 0.
        01 WS-REJECTED-COUNT  PIC 9(6) VALUE 0.
        01 WS-RELEASED-TOTAL  PIC S9(8)V99 VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
            ACCEPT WS-CHECKER-ID.
            OPEN I-O MATCH-FILE.
            IF WS-MX-STATUS NOT = "00"
                DISPLAY "NO MATCH EXCEPTION FILE AVAILABLE"
                STOP RUN.
            OPEN I-O PO-FILE.
            IF WS-PO-STATUS = "00"
                MOVE "Y" TO WS-PO-OPENED
            ELSE
                DISPLAY "NO PURCHASE ORDER FILE, PO LINES NOT SHOWN".
            OPEN EXTEND OPEN-ITEM-FILE.
            IF WS-OPN-STATUS NOT = "00"
                OPEN OUTPUT OPEN-ITEM-FILE
            END-IF.
            OPEN I-O YTD-LEDGER.
            IF WS-LED-STATUS NOT = "00"
                OPEN OUTPUT YTD-LEDGER
                CLOSE YTD-LEDGER
                OPEN I-O YTD-LEDGER
            END-IF.
            MOVE 0 TO MX-SEQ.
            START MATCH-FILE KEY NOT LESS MX-SEQ
                INVALID KEY
                    DISPLAY "NO MATCH EXCEPTIONS TO REVIEW"
                    GO TO CC-END
            END-START.
        BB-REVIEW.
            READ MATCH-FILE NEXT RECORD AT END GO TO CC-END.
            IF NOT MX-HELD
                GO TO BB-REVIEW.
            ADD 1 TO WS-HELD-SEEN.
            DISPLAY "--------------------------------------".
            DISPLAY "SEQ " MX-SEQ " VENDOR " MX-VEND-CODE " "
                MX-VENDOR.
            DISPLAY "  BUYER " MX-BUYER " BASE AMOUNT " MX-AMOUNT
                " (ORIGINAL " MX-ORIG-AMOUNT " " MX-CURRENCY
                ") DATE " MX-DATE.
            DISPLAY "  PO " MX-PO-REF " QTY " MX-INV-QTY
                " UNIT PRICE " MX-INV-PRICE " HELD: " MX-REASON.
            PERFORM DC-SHOW-PO-LINE THRU DC-EXIT.
            DISPLAY "RELEASE (A), REJECT (R) OR SKIP (S)? ".
            ACCEPT WS-DECISION.
            EVALUATE WS-DECISION
                WHEN "A" WHEN "a"
                    MOVE "A" TO MX-STATE
                    MOVE WS-CHECKER-ID TO MX-CLEARED-BY
                    REWRITE MATCH-REC
                    ADD 1 TO WS-RELEASED-COUNT
                    ADD MX-AMOUNT TO WS-RELEASED-TOTAL
                    PERFORM DA-POST-RELEASED
                    DISPLAY "SEQ " MX-SEQ " RELEASED BY "
                        WS-CHECKER-ID
                WHEN "R" WHEN "r"
                    MOVE "R" TO MX-STATE
                    MOVE WS-CHECKER-ID TO MX-CLEARED-BY
                    REWRITE MATCH-REC
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY "SEQ " MX-SEQ " REJECTED BY "
                        WS-CHECKER-ID
                WHEN OTHER
                    DISPLAY "SEQ " MX-SEQ " LEFT HELD"
            END-EVALUATE.
            GO TO BB-REVIEW.
        DA-POST-RELEASED.
            MOVE SPACES TO OPEN-ITEM-REC.
            MOVE MX-VEND-CODE TO OI-VEND-CODE.
            MOVE MX-AMOUNT TO OI-AMOUNT.
            MOVE MX-DATE TO OI-DATE.
            WRITE OPEN-ITEM-REC.
            MOVE "V" TO LED-PARTY-TYPE.
            MOVE MX-VEND-CODE TO LED-PARTY-NAME.
            PERFORM DB-POST-ONE-PARTY.
            MOVE "B" TO LED-PARTY-TYPE.
            MOVE MX-BUYER TO LED-PARTY-NAME.
            PERFORM DB-POST-ONE-PARTY.
            IF WS-PO-FOUND = "Y"
                ADD MX-INV-QTY TO PO-QTY-INVOICED
                REWRITE PO-REC
                    INVALID KEY
                        DISPLAY "** COULD NOT UPDATE PO " PO-NUMBER
                            " LINE " PO-LINE " INVOICED QTY **"
                END-REWRITE
            END-IF.
        DB-POST-ONE-PARTY.
            READ YTD-LEDGER
                INVALID KEY
                    MOVE 0 TO LED-YTD-TOTAL
            END-READ.
            ADD MX-AMOUNT TO LED-YTD-TOTAL.
            IF WS-LED-STATUS = "00"
                REWRITE YTD-LEDGER-REC
            ELSE
                WRITE YTD-LEDGER-REC
            END-IF.
        DC-SHOW-PO-LINE.
            MOVE "N" TO WS-PO-FOUND.
            IF WS-PO-OPENED NOT = "Y"
                GO TO DC-EXIT.
            IF MX-PO-NUMBER NOT NUMERIC OR MX-PO-LINE NOT NUMERIC
                GO TO DC-EXIT.
            MOVE MX-PO-NUMBER TO PO-NUMBER.
            MOVE MX-PO-LINE TO PO-LINE.
            READ PO-FILE
                INVALID KEY
                    DISPLAY "  PO LINE NOT ON FILE"
                    GO TO DC-EXIT
            END-READ.
            MOVE "Y" TO WS-PO-FOUND.
            DISPLAY "  PO LINE: SUPPLIER " PO-VEND-CODE " PAPER "
                PO-PAPER " PRICE " PO-PRICE " STATUS " PO-STATUS.
            DISPLAY "  ORDERED " PO-QTY-ORDERED " RECEIVED "
                PO-QTY-RECEIVED " INVOICED " PO-QTY-INVOICED.
        DC-EXIT.
            EXIT.
        CC-END.
            DISPLAY "======= MATCH CLEARANCE SESSION TOTALS =======".
            DISPLAY "HELD INVOICES REVIEWED: " WS-HELD-SEEN.
            DISPLAY "RELEASED: " WS-RELEASED-COUNT
                " TOTAL " WS-RELEASED-TOTAL.
            DISPLAY "REJECTED: " WS-REJECTED-COUNT.
            CLOSE MATCH-FILE.
            IF WS-PO-OPENED = "Y"
                CLOSE PO-FILE.
            CLOSE OPEN-ITEM-FILE.
            CLOSE YTD-LEDGER.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
