        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLPER.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE SHARED CLOSED-PERIOD CHECK CALLED BY
      * GLJRNL AND GLACCR BEFORE THEY POST TO GLJOURNAL.DAT. ON THE
      * FIRST CALL IT READS GLCLOSE.DAT, WRITTEN BY GLCLOSE, FOR THE
      * LATEST CLOSED PERIOD. A JOURNAL DATE IN THAT PERIOD OR EARLIER
      * IS RETURNED AS CLOSED, AND THE CALLER MUST NOT POST IT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT GLCLOSE-FILE ASSIGN TO "glclose.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS GLC-KEY
              FILE STATUS IS WS-GLC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD GLCLOSE-FILE.
        01 GLCLOSE-REC.
            03 GLC-KEY.
                05 GLC-PERIOD      PIC 9(6).
                05 GLC-ACCT        PIC 9(6).
            03 GLC-DEBITS          PIC 9(11)V99.
            03 GLC-CREDITS         PIC 9(11)V99.
            03 GLC-CLOSING         PIC S9(11)V99.
            03 GLC-CARRY           PIC S9(11)V99.
        WORKING-STORAGE SECTION.
        01 WS-GLC-STATUS     PIC XX.
        01 WS-LOADED         PIC X VALUE "N".
        01 WS-CLOSED-THRU    PIC 9(6) VALUE 0.
        01 WS-DATE-PERIOD    PIC 9(6).
        LINKAGE SECTION.
        01 LS-DATE        PIC 9(8).
        01 LS-CLOSED      PIC X.
        01 LS-CLOSED-THRU PIC 9(6).
        PROCEDURE DIVISION USING LS-DATE LS-CLOSED LS-CLOSED-THRU.
        AA-CHECK.
            IF WS-LOADED = "N"
                PERFORM HA-LOAD-CLOSED-THRU THRU HA-EXIT.
            MOVE WS-CLOSED-THRU TO LS-CLOSED-THRU.
            MOVE "N" TO LS-CLOSED.
            IF WS-CLOSED-THRU = 0 OR LS-DATE IS NOT NUMERIC
                GO TO ZZ-RETURN.
            MOVE LS-DATE(1:6) TO WS-DATE-PERIOD.
            IF WS-DATE-PERIOD <= WS-CLOSED-THRU
                MOVE "Y" TO LS-CLOSED.
        ZZ-RETURN.
            GOBACK.
      * ACCOUNT 000000 IS THE CONTROL RECORD THAT MARKS A PERIOD
      * CLOSED; THE LATEST ONE IS THE CLOSED-THROUGH PERIOD.
        HA-LOAD-CLOSED-THRU.
            MOVE "Y" TO WS-LOADED.
            OPEN INPUT GLCLOSE-FILE.
            IF WS-GLC-STATUS NOT = "00"
                GO TO HA-EXIT.
        HA1-CLOSE-READ.
            READ GLCLOSE-FILE NEXT RECORD AT END GO TO HA2-CLOSE-DONE.
            IF GLC-ACCT = 0 AND GLC-PERIOD > WS-CLOSED-THRU
                MOVE GLC-PERIOD TO WS-CLOSED-THRU.
            GO TO HA1-CLOSE-READ.
        HA2-CLOSE-DONE.
            CLOSE GLCLOSE-FILE.
        HA-EXIT.
            EXIT.
