        IDENTIFICATION DIVISION.
        PROGRAM-ID. PORPT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM REPORTS THE OPEN PURCHASE ORDERS ON PURCHORD.DAT
      * TO PO_REPORT.TXT. THE FIRST PART LISTS EVERY LINE STILL OPEN
      * OR PART RECEIVED WITH THE QUANTITY AND VALUE OUTSTANDING,
      * FLAGGING THOSE PAST THEIR DUE DATE; THE SECOND LISTS ONLY THE
      * OVERDUE DELIVERIES WITH THE SUPPLIER'S NAME FROM VENDMAST.DAT
      * AND THE DAYS LATE, SO THEY CAN BE CHASED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PO-FILE ASSIGN "purchord.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS PO-KEY
              FILE STATUS IS WS-PO-STATUS.
            SELECT VENDOR-MASTER ASSIGN "vendmast.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS VM-CODE
              FILE STATUS IS WS-VM-STATUS.
            SELECT REPORT-FILE ASSIGN "po_report.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PO-FILE.
        01 PO-REC.
            COPY "purchord.cpy".
        FD VENDOR-MASTER.
        01 VENDOR-MASTER-REC.
            03 VM-CODE             PIC X(6).
            03 VM-NAME             PIC X(20).
            03 VM-TERMS-DAYS       PIC 9(3).
            03 VM-ACTIVE           PIC X.
            03 VM-TAX-ID           PIC X(11).
            03 VM-REPORTABLE       PIC X.
        FD REPORT-FILE.
        01 REPORT-LINE             PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-PO-STATUS           PIC XX.
        01 WS-VM-STATUS           PIC XX.
        01 WS-VM-OPEN             PIC X VALUE "N".
        01 WS-RPT-STATUS          PIC XX.
        01 WS-TODAY               PIC 9(8).
        01 WS-OUTSTANDING         PIC 9(7).
        01 WS-LINE-VALUE          PIC 9(9)V99.
        01 WS-DAYS-LATE           PIC 9(5).
        01 WS-ED-VALUE            PIC ZZ,ZZZ,ZZ9.99.
        01 WS-OPEN-LINES          PIC 9(6) VALUE 0.
        01 WS-OVERDUE-LINES       PIC 9(6) VALUE 0.
        01 WS-ALERT-LINES         PIC 9(6) VALUE 0.
        01 WS-OPEN-VALUE          PIC 9(11)V99 VALUE 0.
        01 WS-OVERDUE-VALUE       PIC 9(11)V99 VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT PO-FILE.
            IF WS-PO-STATUS NOT = "00"
                DISPLAY "NO PURCHASE ORDERS ON FILE"
                GO TO ZZ-END.
            OPEN INPUT VENDOR-MASTER.
            IF WS-VM-STATUS = "00"
                MOVE "Y" TO WS-VM-OPEN.
            OPEN OUTPUT REPORT-FILE.
            IF WS-RPT-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE po_report.txt, STATUS "
                    WS-RPT-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO CZ-CLOSE.
            PERFORM FA-WRITE-HEADING.
            MOVE LOW-VALUES TO PO-KEY.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO BC-OPEN-DONE
            END-START.
        BB-OPEN-READ.
            READ PO-FILE NEXT RECORD AT END GO TO BC-OPEN-DONE.
            IF NOT PO-IS-OUTSTANDING
                GO TO BB-OPEN-READ.
            ADD 1 TO WS-OPEN-LINES.
            IF PO-FROM-ALERT
                ADD 1 TO WS-ALERT-LINES.
            COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED.
            COMPUTE WS-LINE-VALUE = WS-OUTSTANDING * PO-PRICE.
            ADD WS-LINE-VALUE TO WS-OPEN-VALUE.
            MOVE WS-LINE-VALUE TO WS-ED-VALUE.
            MOVE SPACES TO REPORT-LINE.
            MOVE PO-NUMBER TO REPORT-LINE(1:6).
            MOVE PO-LINE TO REPORT-LINE(8:2).
            MOVE PO-VEND-CODE TO REPORT-LINE(11:6).
            MOVE PO-PAPER TO REPORT-LINE(18:6).
            MOVE PO-QTY-ORDERED TO REPORT-LINE(25:7).
            MOVE PO-QTY-RECEIVED TO REPORT-LINE(33:7).
            MOVE WS-OUTSTANDING TO REPORT-LINE(41:7).
            MOVE PO-DUE-DATE TO REPORT-LINE(49:8).
            MOVE WS-ED-VALUE TO REPORT-LINE(58:13).
            IF PO-DUE-DATE < WS-TODAY
                MOVE "OVERDUE" TO REPORT-LINE(72:7)
                ADD 1 TO WS-OVERDUE-LINES
                ADD WS-LINE-VALUE TO WS-OVERDUE-VALUE
            END-IF.
            WRITE REPORT-LINE.
            GO TO BB-OPEN-READ.
        BC-OPEN-DONE.
            IF WS-OPEN-LINES = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NO OPEN PURCHASE ORDERS"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-OPEN-VALUE TO WS-ED-VALUE.
            MOVE SPACES TO REPORT-LINE.
            STRING "OPEN LINES: " WS-OPEN-LINES
                "   RAISED FROM ALERTS: " WS-ALERT-LINES
                "   VALUE OUTSTANDING: " WS-ED-VALUE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM FB-WRITE-OVERDUE-HEADING.
            IF WS-OVERDUE-LINES = 0
                MOVE SPACES TO REPORT-LINE
                STRING "NO OVERDUE DELIVERIES"
                    DELIMITED BY SIZE INTO REPORT-LINE
                WRITE REPORT-LINE
                GO TO CB-TOTALS.
            MOVE LOW-VALUES TO PO-KEY.
            START PO-FILE KEY IS NOT LESS THAN PO-KEY
                INVALID KEY
                    GO TO CB-TOTALS
            END-START.
      * THE OVERDUE PASS: LINES STILL OUTSTANDING PAST THEIR DUE DATE.
        CA-OVERDUE-READ.
            READ PO-FILE NEXT RECORD AT END GO TO CB-TOTALS.
            IF NOT PO-IS-OUTSTANDING
                GO TO CA-OVERDUE-READ.
            IF PO-DUE-DATE NOT < WS-TODAY
                GO TO CA-OVERDUE-READ.
            COMPUTE WS-OUTSTANDING = PO-QTY-ORDERED - PO-QTY-RECEIVED.
            COMPUTE WS-DAYS-LATE =
                FUNCTION INTEGER-OF-DATE(WS-TODAY)
                - FUNCTION INTEGER-OF-DATE(PO-DUE-DATE).
            MOVE SPACES TO VM-NAME.
            IF WS-VM-OPEN = "Y"
                MOVE PO-VEND-CODE TO VM-CODE
                READ VENDOR-MASTER
                    INVALID KEY
                        MOVE "NOT ON VENDOR MASTER" TO VM-NAME
                END-READ
            END-IF.
            MOVE SPACES TO REPORT-LINE.
            MOVE PO-NUMBER TO REPORT-LINE(1:6).
            MOVE PO-LINE TO REPORT-LINE(8:2).
            MOVE PO-VEND-CODE TO REPORT-LINE(11:6).
            MOVE VM-NAME TO REPORT-LINE(18:20).
            MOVE PO-PAPER TO REPORT-LINE(39:6).
            MOVE WS-OUTSTANDING TO REPORT-LINE(46:7).
            MOVE PO-DUE-DATE TO REPORT-LINE(54:8).
            MOVE WS-DAYS-LATE TO REPORT-LINE(63:5).
            IF PO-LAST-RECEIPT > 0
                MOVE PO-LAST-RECEIPT TO REPORT-LINE(70:8).
            WRITE REPORT-LINE.
            GO TO CA-OVERDUE-READ.
        CB-TOTALS.
            MOVE ALL "-" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE WS-OVERDUE-VALUE TO WS-ED-VALUE.
            MOVE SPACES TO REPORT-LINE.
            STRING "OVERDUE LINES: " WS-OVERDUE-LINES
                "   VALUE OVERDUE: " WS-ED-VALUE
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            CLOSE REPORT-FILE.
            DISPLAY "======= OPEN PURCHASE ORDER REPORT TOTALS =======".
            DISPLAY "OPEN PO LINES: " WS-OPEN-LINES.
            DISPLAY "RAISED FROM REORDER ALERTS: " WS-ALERT-LINES.
            DISPLAY "OVERDUE DELIVERIES: " WS-OVERDUE-LINES.
            DISPLAY "REPORT WRITTEN TO po_report.txt".
        CZ-CLOSE.
            CLOSE PO-FILE.
            IF WS-VM-OPEN = "Y"
                CLOSE VENDOR-MASTER.
            GO TO ZZ-END.
        FA-WRITE-HEADING.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "OPEN PURCHASE ORDERS AS AT " WS-TODAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PO     LN SUPPL  PAPER  ORDERED RECVD   OUTSTND "
                "DUE              VALUE"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        FB-WRITE-OVERDUE-HEADING.
            MOVE SPACES TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE ALL "=" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "OVERDUE DELIVERIES AS AT " WS-TODAY
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACES TO REPORT-LINE.
            STRING "PO     LN SUPPL  SUPPLIER NAME        PAPER  "
                "OUTSTND DUE      DAYS   LAST RCPT"
                DELIMITED BY SIZE INTO REPORT-LINE.
            WRITE REPORT-LINE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
