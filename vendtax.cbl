        IDENTIFICATION DIVISION.
        PROGRAM-ID. VENDTAX.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM PRODUCES THE YEAR-END VENDOR PAYMENT INFORMATION
      * RETURN. THE PAYMENTS MADE IN THE TAX YEAR ARE THE ITEMS ON
      * EXPENSE_OPEN.DAT MARKED PAID BY VENDPAY WITH A PAYMENT DATE IN
      * THAT YEAR, TOTALLED BY VENDOR CODE. EVERY VENDOR FLAGGED AS
      * REPORTABLE ON VENDMAST.DAT WHOSE TOTAL REACHES THE REPORTING
      * THRESHOLD IS WRITTEN TO THE FILING EXTRACT VENDTAX_EXTRACT.DAT
      * (HEADER, ONE DETAIL PER VENDOR, TRAILER) AND GETS A PRINTED
      * COPY IN VENDTAX_FORMS.TXT. A VENDOR OVER THE THRESHOLD WITH NO
      * TAX ID CANNOT BE FILED AND IS LISTED INSTEAD IN
      * VENDTAX_EXCEPTIONS.TXT, AS IS ANY VENDOR CODE PAID IN THE YEAR
      * THAT IS NO LONGER ON THE VENDOR MASTER.
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
            SELECT EXTRACT-FILE ASSIGN TO "vendtax_extract.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXT-STATUS.
            SELECT FORM-FILE ASSIGN TO "vendtax_forms.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FRM-STATUS.
            SELECT EXCEPTION-FILE ASSIGN TO "vendtax_exceptions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-STATUS.
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
                88 VM-IS-REPORTABLE   VALUE "Y".
        FD EXTRACT-FILE.
        01 EXTRACT-REC.
            03 TX-REC-TYPE         PIC X.
            03 FILLER              PIC X.
            03 TX-TAX-YEAR         PIC 9(4).
            03 FILLER              PIC X.
            03 TX-VEND-CODE        PIC X(6).
            03 FILLER              PIC X.
            03 TX-TAX-ID           PIC X(11).
            03 FILLER              PIC X.
            03 TX-VEND-NAME        PIC X(20).
            03 FILLER              PIC X.
            03 TX-AMOUNT           PIC 9(9)V99.
            03 FILLER              PIC X.
            03 TX-COUNT            PIC 9(6).
        01 EXTRACT-HEADER.
            03 TH-REC-TYPE         PIC X.
            03 FILLER              PIC X.
            03 TH-TAX-YEAR         PIC 9(4).
            03 FILLER              PIC X.
            03 TH-RUN-DATE         PIC 9(8).
            03 FILLER              PIC X.
            03 TH-THRESHOLD        PIC 9(7)V99.
        FD FORM-FILE.
        01 FORM-LINE               PIC X(80).
        FD EXCEPTION-FILE.
        01 EXCEPTION-LINE          PIC X(80).
        WORKING-STORAGE SECTION.
        01 WS-OPN-STATUS          PIC XX.
        01 WS-VM-STATUS           PIC XX.
        01 WS-EXT-STATUS          PIC XX.
        01 WS-FRM-STATUS          PIC XX.
        01 WS-EXC-STATUS          PIC XX.
        01 WS-RUN-DATE            PIC 9(8).
        01 WS-TAX-YEAR            PIC 9(4).
        01 WS-THRESHOLD           PIC 9(7)V99.
        01 WS-ED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
        01 WS-ED-THRESHOLD        PIC Z,ZZZ,ZZ9.99.
        01 WS-VENDOR-TABLE.
            03 WS-VT-ENTRY OCCURS 500 TIMES.
                05 WS-VT-CODE     PIC X(6).
                05 WS-VT-TOTAL    PIC S9(9)V99.
                05 WS-VT-ITEMS    PIC 9(5).
                05 WS-VT-ON-FILE  PIC X.
        01 WS-VENDOR-COUNT        PIC 9(3) VALUE 0.
        01 WS-VT-IDX              PIC 9(3).
        01 WS-PAY-TOTAL           PIC S9(9)V99.
        01 WS-PAY-ITEMS           PIC 9(5).
        01 WS-EXC-REASON          PIC X(30).
        01 WS-ITEMS-IN-YEAR       PIC 9(6) VALUE 0.
        01 WS-FILED-COUNT         PIC 9(6) VALUE 0.
        01 WS-FILED-TOTAL         PIC 9(9)V99 VALUE 0.
        01 WS-BELOW-COUNT         PIC 9(6) VALUE 0.
        01 WS-NOT-REPORTABLE      PIC 9(6) VALUE 0.
        01 WS-EXCEPTION-COUNT     PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER TAX YEAR YYYY (0 = LAST YEAR): ".
            ACCEPT WS-TAX-YEAR.
            IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = 0
                MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR
                SUBTRACT 1 FROM WS-TAX-YEAR.
            DISPLAY "ENTER REPORTING THRESHOLD (0 = 600.00): ".
            ACCEPT WS-THRESHOLD.
            IF WS-THRESHOLD NOT NUMERIC OR WS-THRESHOLD = 0
                MOVE 600 TO WS-THRESHOLD.
            MOVE WS-THRESHOLD TO WS-ED-THRESHOLD.
            DISPLAY "TAX YEAR " WS-TAX-YEAR " THRESHOLD "
                WS-ED-THRESHOLD.
            OPEN INPUT OPEN-ITEM-FILE.
            IF WS-OPN-STATUS NOT = "00"
                DISPLAY "NO OPEN-ITEM FILE, NO PAYMENTS TO REPORT"
                GO TO ZZ-END.
      * TOTAL THE ITEMS PAID IN THE TAX YEAR BY VENDOR CODE.
        BA-READ-ITEM.
            READ OPEN-ITEM-FILE AT END GO TO BC-ITEMS-DONE.
            IF NOT OI-IS-PAID
                GO TO BA-READ-ITEM.
            IF OI-PAID-DATE(1:4) NOT = WS-TAX-YEAR
                GO TO BA-READ-ITEM.
            ADD 1 TO WS-ITEMS-IN-YEAR.
            PERFORM BB-ADD-TO-TABLE THRU BB-EXIT.
            GO TO BA-READ-ITEM.
        BC-ITEMS-DONE.
            CLOSE OPEN-ITEM-FILE.
            DISPLAY "ITEMS PAID IN " WS-TAX-YEAR ": " WS-ITEMS-IN-YEAR
                " FOR " WS-VENDOR-COUNT " VENDORS".
            OPEN INPUT VENDOR-MASTER.
            IF WS-VM-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN vendmast.dat, STATUS "
                    WS-VM-STATUS ", RETURN NOT PRODUCED"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN OUTPUT EXTRACT-FILE.
            OPEN OUTPUT FORM-FILE.
            OPEN OUTPUT EXCEPTION-FILE.
            IF WS-EXT-STATUS NOT = "00" OR WS-FRM-STATUS NOT = "00"
               OR WS-EXC-STATUS NOT = "00"
                DISPLAY "CANNOT CREATE THE RETURN FILES, STATUS "
                    WS-EXT-STATUS " " WS-FRM-STATUS " " WS-EXC-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO CZ-CLOSE.
            MOVE SPACES TO EXTRACT-HEADER.
            MOVE "H" TO TH-REC-TYPE.
            MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
            MOVE WS-RUN-DATE TO TH-RUN-DATE.
            MOVE WS-THRESHOLD TO TH-THRESHOLD.
            WRITE EXTRACT-HEADER.
            PERFORM FA-WRITE-EXCEPTION-HEADING.
            MOVE SPACES TO VM-CODE.
            START VENDOR-MASTER KEY NOT LESS VM-CODE
                INVALID KEY
                    GO TO CB-NOT-ON-FILE
            END-START.
      * WALK THE VENDOR MASTER IN CODE ORDER, REPORTABLE VENDORS ONLY.
        CA-READ-VENDOR.
            READ VENDOR-MASTER NEXT RECORD AT END GO TO CB-NOT-ON-FILE.
            PERFORM CC-FIND-VENDOR THRU CC-EXIT.
            IF NOT VM-IS-REPORTABLE
                IF WS-PAY-ITEMS > 0
                    ADD 1 TO WS-NOT-REPORTABLE
                END-IF
                GO TO CA-READ-VENDOR.
            IF WS-PAY-TOTAL < WS-THRESHOLD
                IF WS-PAY-ITEMS > 0
                    ADD 1 TO WS-BELOW-COUNT
                END-IF
                GO TO CA-READ-VENDOR.
            IF VM-TAX-ID = SPACES
                MOVE "NO TAX ID ON VENDOR MASTER" TO WS-EXC-REASON
                PERFORM FB-WRITE-EXCEPTION
                GO TO CA-READ-VENDOR.
            MOVE SPACES TO EXTRACT-REC.
            MOVE "D" TO TX-REC-TYPE.
            MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
            MOVE VM-CODE TO TX-VEND-CODE.
            MOVE VM-TAX-ID TO TX-TAX-ID.
            MOVE VM-NAME TO TX-VEND-NAME.
            MOVE WS-PAY-TOTAL TO TX-AMOUNT.
            MOVE WS-PAY-ITEMS TO TX-COUNT.
            WRITE EXTRACT-REC.
            PERFORM DA-WRITE-FORM.
            ADD 1 TO WS-FILED-COUNT.
            ADD WS-PAY-TOTAL TO WS-FILED-TOTAL.
            GO TO CA-READ-VENDOR.
      * ANY VENDOR CODE PAID IN THE YEAR BUT NOT FOUND ON THE MASTER.
        CB-NOT-ON-FILE.
            MOVE 1 TO WS-VT-IDX.
        CB1-NEXT.
            IF WS-VT-IDX > WS-VENDOR-COUNT
                GO TO CD-TRAILER.
            IF WS-VT-ON-FILE(WS-VT-IDX) = "N"
                MOVE WS-VT-CODE(WS-VT-IDX) TO VM-CODE
                MOVE "NOT ON VENDOR MASTER" TO VM-NAME
                MOVE SPACES TO VM-TAX-ID
                MOVE WS-VT-TOTAL(WS-VT-IDX) TO WS-PAY-TOTAL
                MOVE "PAID BUT NOT ON VENDOR MASTER" TO WS-EXC-REASON
                PERFORM FB-WRITE-EXCEPTION
            END-IF.
            ADD 1 TO WS-VT-IDX.
            GO TO CB1-NEXT.
        CD-TRAILER.
            MOVE SPACES TO EXTRACT-REC.
            MOVE "T" TO TX-REC-TYPE.
            MOVE WS-TAX-YEAR TO TX-TAX-YEAR.
            MOVE WS-FILED-TOTAL TO TX-AMOUNT.
            MOVE WS-FILED-COUNT TO TX-COUNT.
            WRITE EXTRACT-REC.
            IF WS-EXCEPTION-COUNT = 0
                MOVE SPACES TO EXCEPTION-LINE
                STRING "NO EXCEPTIONS"
                    DELIMITED BY SIZE INTO EXCEPTION-LINE
                WRITE EXCEPTION-LINE.
            MOVE WS-FILED-TOTAL TO WS-ED-AMOUNT.
            DISPLAY "======= VENDOR INFORMATION RETURN TOTALS =======".
            DISPLAY "VENDORS FILED: " WS-FILED-COUNT
                " TOTAL " WS-ED-AMOUNT.
            DISPLAY "REPORTABLE VENDORS BELOW THRESHOLD: "
                WS-BELOW-COUNT.
            DISPLAY "PAID VENDORS NOT REPORTABLE: " WS-NOT-REPORTABLE.
            DISPLAY "EXCEPTIONS (NOT FILED): " WS-EXCEPTION-COUNT.
            DISPLAY "EXTRACT WRITTEN TO vendtax_extract.dat, COPIES "
                "TO vendtax_forms.txt".
            IF WS-EXCEPTION-COUNT > 0
                DISPLAY "** SEE vendtax_exceptions.txt BEFORE FILING **"
                MOVE 4 TO RETURN-CODE.
        CZ-CLOSE.
            CLOSE EXTRACT-FILE.
            CLOSE FORM-FILE.
            CLOSE EXCEPTION-FILE.
            CLOSE VENDOR-MASTER.
            GO TO ZZ-END.
        BB-ADD-TO-TABLE.
            MOVE 1 TO WS-VT-IDX.
        BB1-SEARCH.
            IF WS-VT-IDX > WS-VENDOR-COUNT
                GO TO BB2-NEW-ENTRY.
            IF WS-VT-CODE(WS-VT-IDX) = OI-VEND-CODE
                ADD OI-AMOUNT TO WS-VT-TOTAL(WS-VT-IDX)
                ADD 1 TO WS-VT-ITEMS(WS-VT-IDX)
                GO TO BB-EXIT.
            ADD 1 TO WS-VT-IDX.
            GO TO BB1-SEARCH.
        BB2-NEW-ENTRY.
            IF WS-VENDOR-COUNT >= 500
                DISPLAY "** MORE THAN 500 VENDORS PAID, VENDOR "
                    OI-VEND-CODE " NOT TOTALLED **"
                GO TO BB-EXIT.
            ADD 1 TO WS-VENDOR-COUNT.
            MOVE OI-VEND-CODE TO WS-VT-CODE(WS-VENDOR-COUNT).
            MOVE OI-AMOUNT TO WS-VT-TOTAL(WS-VENDOR-COUNT).
            MOVE 1 TO WS-VT-ITEMS(WS-VENDOR-COUNT).
            MOVE "N" TO WS-VT-ON-FILE(WS-VENDOR-COUNT).
        BB-EXIT.
            EXIT.
        CC-FIND-VENDOR.
            MOVE 0 TO WS-PAY-TOTAL.
            MOVE 0 TO WS-PAY-ITEMS.
            MOVE 1 TO WS-VT-IDX.
        CC1-SEARCH.
            IF WS-VT-IDX > WS-VENDOR-COUNT
                GO TO CC-EXIT.
            IF WS-VT-CODE(WS-VT-IDX) = VM-CODE
                MOVE WS-VT-TOTAL(WS-VT-IDX) TO WS-PAY-TOTAL
                MOVE WS-VT-ITEMS(WS-VT-IDX) TO WS-PAY-ITEMS
                MOVE "Y" TO WS-VT-ON-FILE(WS-VT-IDX)
                GO TO CC-EXIT.
            ADD 1 TO WS-VT-IDX.
            GO TO CC1-SEARCH.
        CC-EXIT.
            EXIT.
        DA-WRITE-FORM.
            MOVE WS-PAY-TOTAL TO WS-ED-AMOUNT.
            MOVE ALL "=" TO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "VENDOR PAYMENT INFORMATION RETURN - YEAR "
                WS-TAX-YEAR DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "ISSUED: " WS-RUN-DATE
                DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "VENDOR CODE: " VM-CODE " NAME: " VM-NAME
                DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "VENDOR TAX ID: " VM-TAX-ID
                DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "PAYMENTS MADE IN THE YEAR .... " WS-ED-AMOUNT
                DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
            MOVE SPACES TO FORM-LINE.
            STRING "ITEMS PAID ................... " WS-PAY-ITEMS
                DELIMITED BY SIZE INTO FORM-LINE.
            WRITE FORM-LINE.
        FA-WRITE-EXCEPTION-HEADING.
            MOVE ALL "=" TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            MOVE SPACES TO EXCEPTION-LINE.
            STRING "VENDOR INFORMATION RETURN EXCEPTIONS - YEAR "
                WS-TAX-YEAR " THRESHOLD " WS-ED-THRESHOLD
                DELIMITED BY SIZE INTO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
            MOVE SPACES TO EXCEPTION-LINE.
            STRING "CODE   NAME                            PAID  "
                "REASON"
                DELIMITED BY SIZE INTO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.
        FB-WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE WS-PAY-TOTAL TO WS-ED-AMOUNT.
            MOVE SPACES TO EXCEPTION-LINE.
            MOVE VM-CODE TO EXCEPTION-LINE(1:6).
            MOVE VM-NAME TO EXCEPTION-LINE(8:20).
            MOVE WS-ED-AMOUNT TO EXCEPTION-LINE(29:15).
            MOVE WS-EXC-REASON TO EXCEPTION-LINE(46:30).
            WRITE EXCEPTION-LINE.
            DISPLAY "** EXCEPTION ** VENDOR " VM-CODE " "
                WS-EXC-REASON.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
