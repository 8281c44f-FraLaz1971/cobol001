      * OVER THE LIMIT: EACH PENDING EXPENSE QUEUED BY ReadExpenses IN
      * EXPPEND.DAT IS ACCEPTED OR REJECTED WITH THE SUPERVISOR'S
      * OPERATOR ID RECORDED, AND ONLY ACCEPTED ITEMS ARE POSTED TO
      * THE VENDOR AND BUYER TOTALS IN EXPENSE_YTD.DAT. STAFF CLAIMS,
      * THE LINES FLAGGED AS EMPLOYEE-REIMBURSABLE, ALL COME THROUGH
      * HERE: AN ACCEPTED CLAIM IS QUEUED ON REIMBQ.DAT FOR THE NEXT
      * PAY RUN TO REPAY THE EMPLOYEE, INSTEAD OF BECOMING A VENDOR
      * OPEN ITEM ON EXPENSE_OPEN.DAT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LED-KEY
            FILE STATUS IS WS-LED-STATUS.
            SELECT REIMB-FILE ASSIGN TO "reimbq.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RQ-KEY
            FILE STATUS IS WS-RQ-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PENDING-FILE.
                88 EP-ACCEPTED        VALUE "A".
                88 EP-REJECTED        VALUE "R".
            03 EP-CHECKER          PIC X(8).
            03 EP-REIMB            PIC X.
                88 EP-IS-REIMBURSABLE VALUE "Y".
            03 EP-EID              PIC 9(6).
        FD OPEN-ITEM-FILE.
        01 OPEN-ITEM-REC.
            03 OI-VEND-CODE        PIC X(6).
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
        FD REIMB-FILE.
        01 REIMB-REC.
            COPY "reimbq.cpy".
        WORKING-STORAGE SECTION.
        01 WS-PND-STATUS      PIC XX.
        01 WS-LED-STATUS      PIC XX.
        01 WS-ACCEPTED-COUNT  PIC 9(6) VALUE 0.
        01 WS-REJECTED-COUNT  PIC 9(6) VALUE 0.
        01 WS-ACCEPTED-TOTAL  PIC S9(8)V99 VALUE 0.
        01 WS-RQ-STATUS       PIC XX.
        01 WS-RQ-OPENED       PIC X VALUE "N".
        01 WS-CLAIMS-QUEUED   PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER YOUR OPERATOR ID: ".
                CLOSE YTD-LEDGER
                OPEN I-O YTD-LEDGER
            END-IF.
            OPEN I-O REIMB-FILE.
            IF WS-RQ-STATUS NOT = "00"
                OPEN OUTPUT REIMB-FILE
                CLOSE REIMB-FILE
                OPEN I-O REIMB-FILE
            END-IF.
            IF WS-RQ-STATUS = "00"
                MOVE "Y" TO WS-RQ-OPENED
            ELSE
                DISPLAY "** CANNOT OPEN reimbq.dat, STATUS "
                    WS-RQ-STATUS ", STAFF CLAIMS LEFT PENDING **"
            END-IF.
            MOVE 0 TO EP-SEQ.
            START PENDING-FILE KEY NOT LESS EP-SEQ
                INVALID KEY
            READ PENDING-FILE NEXT RECORD AT END GO TO CC-END.
            IF NOT EP-PENDING
                GO TO BB-REVIEW.
            IF EP-IS-REIMBURSABLE AND WS-RQ-OPENED NOT = "Y"
                GO TO BB-REVIEW.
            ADD 1 TO WS-PENDING-SEEN.
            DISPLAY "--------------------------------------".
            DISPLAY "SEQ " EP-SEQ " VENDOR " EP-VENDOR.
            IF EP-IS-REIMBURSABLE
                DISPLAY "  STAFF CLAIM, TO BE REPAID TO EID " EP-EID
                    " THROUGH PAY".
            DISPLAY "  BUYER " EP-BUYER " BASE AMOUNT " EP-AMOUNT
                " (ORIGINAL " EP-ORIG-AMOUNT " " EP-CURRENCY
                ") DATE " EP-DATE.
            END-EVALUATE.
            GO TO BB-REVIEW.
        DA-POST-ACCEPTED.
            IF EP-IS-REIMBURSABLE
                PERFORM DC-QUEUE-CLAIM
            ELSE
                MOVE SPACES TO OPEN-ITEM-REC
                MOVE EP-VEND-CODE TO OI-VEND-CODE
                MOVE EP-AMOUNT TO OI-AMOUNT
                MOVE EP-DATE TO OI-DATE
                WRITE OPEN-ITEM-REC
            END-IF.
            MOVE "V" TO LED-PARTY-TYPE.
            MOVE EP-VEND-CODE TO LED-PARTY-NAME.
            PERFORM DB-POST-ONE-PARTY.
            ELSE
                WRITE YTD-LEDGER-REC
            END-IF.
        DC-QUEUE-CLAIM.
            MOVE SPACES TO REIMB-REC.
            MOVE EP-EID TO RQ-EID.
            MOVE EP-SEQ TO RQ-SEQ.
            MOVE EP-AMOUNT TO RQ-AMOUNT.
            MOVE EP-DATE TO RQ-EXP-DATE.
            MOVE EP-VEND-CODE TO RQ-VEND-CODE.
            MOVE EP-VENDOR TO RQ-VENDOR.
            MOVE WS-CHECKER-ID TO RQ-APPROVED-BY.
            MOVE "Q" TO RQ-STATE.
            MOVE 0 TO RQ-PAID-PERIOD.
            WRITE REIMB-REC
                INVALID KEY
                    DISPLAY "** CLAIM SEQ " EP-SEQ " FOR EID " EP-EID
                        " ALREADY QUEUED **"
                NOT INVALID KEY
                    ADD 1 TO WS-CLAIMS-QUEUED
                    DISPLAY "SEQ " EP-SEQ " QUEUED FOR PAY, EID "
                        EP-EID
            END-WRITE.
        CC-END.
            DISPLAY "======= APPROVAL SESSION TOTALS =======".
            DISPLAY "PENDING EXPENSES REVIEWED: " WS-PENDING-SEEN.
            DISPLAY "ACCEPTED: " WS-ACCEPTED-COUNT
                " TOTAL " WS-ACCEPTED-TOTAL.
            DISPLAY "REJECTED: " WS-REJECTED-COUNT.
            DISPLAY "STAFF CLAIMS QUEUED FOR PAY: " WS-CLAIMS-QUEUED.
            CLOSE PENDING-FILE.
            IF WS-RQ-OPENED = "Y"
                CLOSE REIMB-FILE.
            CLOSE OPEN-ITEM-FILE.
            CLOSE YTD-LEDGER.
            DISPLAY "PROGRAM ENDED: EXITING".
