        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDCHN.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM CHAINS ONE RECORD INTO AN AUDIT LOG. THE PROGRAMS
      * WRITING EMPLOYEE_AUDIT.LOG, PAYMAINT.LOG, BRANCH1_AUDIT.LOG AND
      * REJREPAIR.LOG CALL IT WITH THE LOG NAME, THE LENGTH OF THE
      * RECORD TEXT AND THE RECORD JUST BEFORE EACH WRITE. IT TAKES
      * THE LAST SEQUENCE NUMBER AND CHECK VALUE FOR THE LOG FROM THE
      * CONTROL FILE AUDITCTL.DAT, PUTS THE NEXT SEQUENCE NUMBER AND
      * THE NEW CHECK VALUE (FROM AUDCHK) IN THE CHAIN FIELDS AFTER
      * THE TEXT (AUDCHAIN.CPY) AND RECORDS THEM AS THE LOG'S LAST.
      * A LOG WITH NO CONTROL ENTRY STARTS ITS CHAIN AT SEQUENCE 1.
      * IF THE CONTROL FILE CANNOT BE OPENED THE RECORD IS STILL
      * WRITTEN BY THE CALLER, WITH ZERO CHAIN FIELDS, AND AUDVER
      * REPORTS IT AS A BREAK.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONTROL-FILE ASSIGN TO "auditctl.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS ACT-LOG
              FILE STATUS IS WS-ACT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CONTROL-FILE.
        01 CONTROL-REC.
            COPY "auditctl.cpy".
        WORKING-STORAGE SECTION.
        01 WS-ACT-STATUS   PIC XX.
        01 WS-ACT-FOUND    PIC X.
        01 WS-CHAIN-FIELDS.
            COPY "audchain.cpy".
        LINKAGE SECTION.
        01 LS-LOG          PIC X(20).
        01 LS-TEXT-LEN     PIC 9(3).
        01 LS-REC          PIC X(100).
        PROCEDURE DIVISION USING LS-LOG LS-TEXT-LEN LS-REC.
        AA-CHAIN.
            MOVE SPACES TO WS-CHAIN-FIELDS.
            MOVE 0 TO AUD-SEQ AUD-CHECK.
            OPEN I-O CONTROL-FILE.
            IF WS-ACT-STATUS NOT = "00"
                OPEN OUTPUT CONTROL-FILE
                CLOSE CONTROL-FILE
                OPEN I-O CONTROL-FILE
            END-IF.
            IF WS-ACT-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN auditctl.dat, STATUS "
                    WS-ACT-STATUS ", " LS-LOG " RECORD NOT CHAINED **"
                GO TO ZZ-RETURN.
            MOVE LS-LOG TO ACT-LOG.
            MOVE "Y" TO WS-ACT-FOUND.
            READ CONTROL-FILE
                INVALID KEY
                    MOVE "N" TO WS-ACT-FOUND
                    MOVE LS-LOG TO ACT-LOG
                    MOVE 0 TO ACT-LAST-SEQ ACT-LAST-CHECK
            END-READ.
            COMPUTE AUD-SEQ = ACT-LAST-SEQ + 1.
            CALL "AUDCHK" USING LS-TEXT-LEN LS-REC AUD-SEQ
                ACT-LAST-CHECK AUD-CHECK.
            MOVE AUD-SEQ TO ACT-LAST-SEQ.
            MOVE AUD-CHECK TO ACT-LAST-CHECK.
            MOVE FUNCTION CURRENT-DATE(1:14) TO ACT-LAST-STAMP.
            IF WS-ACT-FOUND = "Y"
                REWRITE CONTROL-REC
            ELSE
                WRITE CONTROL-REC
            END-IF.
            CLOSE CONTROL-FILE.
        ZZ-RETURN.
            MOVE WS-CHAIN-FIELDS TO LS-REC(LS-TEXT-LEN + 1:20).
            GOBACK.
