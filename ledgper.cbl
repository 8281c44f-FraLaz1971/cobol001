        IDENTIFICATION DIVISION.
        PROGRAM-ID. LEDGPER.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE SHARED CLOSED-PERIOD CHECK CALLED BY
      * RECORDF, RECREV AND REJREPR BEFORE A POSTING REACHES
      * CODELEDGER.DAT. ON THE FIRST CALL IT READS LEDGCLOSE.DAT,
      * WRITTEN BY LEDGCLOS, FOR THE LATEST CLOSED MONTH. A POSTING
      * DATED IN THAT MONTH OR EARLIER IS RE-DATED TO THE FIRST DAY
      * OF THE FIRST OPEN MONTH AND FLAGGED SO THE CALLER CAN REPORT
      * IT AS A LATE POSTING; ANY OTHER DATE IS RETURNED UNCHANGED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CLOSE-FILE ASSIGN TO "ledgclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS LCL-KEY
              FILE STATUS IS WS-LCL-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CLOSE-FILE.
        01 CLOSE-REC.
            03 LCL-KEY.
                05 LCL-MONTH       PIC 9(6).
                05 LCL-CODE        PIC X.
            03 LCL-OPENING         PIC S9(9).
            03 LCL-MOVEMENT        PIC S9(9).
            03 LCL-CLOSING         PIC S9(9).
        WORKING-STORAGE SECTION.
        01 WS-LCL-STATUS     PIC XX.
        01 WS-LOADED         PIC X VALUE "N".
        01 WS-CLOSED-THRU    PIC 9(6) VALUE 0.
        01 WS-OPEN-MONTH     PIC 9(6) VALUE 0.
        01 WS-OPEN-MONTH-R REDEFINES WS-OPEN-MONTH.
            03 WS-OPEN-YYYY  PIC 9(4).
            03 WS-OPEN-MM    PIC 99.
        01 WS-DATE-MONTH     PIC 9(6).
        LINKAGE SECTION.
        01 LS-DATE      PIC 9(8).
        01 LS-POST-DATE PIC 9(8).
        01 LS-REDATED   PIC X.
        PROCEDURE DIVISION USING LS-DATE LS-POST-DATE LS-REDATED.
        AA-CHECK.
            IF WS-LOADED = "N"
                PERFORM HA-LOAD-CLOSED-THRU THRU HA-EXIT.
            MOVE LS-DATE TO LS-POST-DATE.
            MOVE "N" TO LS-REDATED.
            IF WS-CLOSED-THRU = 0 OR LS-DATE IS NOT NUMERIC
                GO TO ZZ-RETURN.
            MOVE LS-DATE(1:6) TO WS-DATE-MONTH.
            IF WS-DATE-MONTH > WS-CLOSED-THRU
                GO TO ZZ-RETURN.
            COMPUTE LS-POST-DATE = WS-OPEN-MONTH * 100 + 1.
            MOVE "Y" TO LS-REDATED.
        ZZ-RETURN.
            GOBACK.
        HA-LOAD-CLOSED-THRU.
            MOVE "Y" TO WS-LOADED.
            OPEN INPUT CLOSE-FILE.
            IF WS-LCL-STATUS NOT = "00"
                GO TO HA-EXIT.
        HA1-CLOSE-READ.
            READ CLOSE-FILE NEXT RECORD AT END GO TO HA2-CLOSE-DONE.
            IF LCL-CODE = SPACE AND LCL-MONTH > WS-CLOSED-THRU
                MOVE LCL-MONTH TO WS-CLOSED-THRU.
            GO TO HA1-CLOSE-READ.
        HA2-CLOSE-DONE.
            CLOSE CLOSE-FILE.
            IF WS-CLOSED-THRU = 0
                GO TO HA-EXIT.
            MOVE WS-CLOSED-THRU TO WS-OPEN-MONTH.
            IF WS-OPEN-MM = 12
                ADD 1 TO WS-OPEN-YYYY
                MOVE 1 TO WS-OPEN-MM
            ELSE
                ADD 1 TO WS-OPEN-MM
            END-IF.
            DISPLAY "LEDGER CLOSED THROUGH " WS-CLOSED-THRU
                ", EARLIER POSTINGS RE-DATED TO " WS-OPEN-MONTH "01".
        HA-EXIT.
            EXIT.
