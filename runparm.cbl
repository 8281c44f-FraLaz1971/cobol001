        IDENTIFICATION DIVISION.
        PROGRAM-ID. RUNPARM.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE SHARED RUN-PARAMETER LOOKUP CALLED BY THE
      * BATCH PROGRAMS IN PLACE OF THEIR CONSOLE PROMPTS. ON THE FIRST
      * CALL IT OPENS RUNPARM.DAT AND CHECKS WHETHER NIGHTRUN HAS
      * MARKED THE CHAIN UNATTENDED. IT RETURNS A SOURCE FOR EACH
      * PARAMETER ASKED FOR:
      *   F - UNATTENDED, THE VALUE IS TAKEN FROM THE FILE ENTRY FOR
      *       THE PROGRAM AND PARAMETER NAME;
      *   D - UNATTENDED BUT NO ENTRY IS ON FILE, THE VALUE IS RETURNED
      *       BLANK SO THE CALLER TAKES THE SAME DEFAULT AS A BLANK
      *       ANSWER AT THE PROMPT;
      *   P - RUN BY HAND, THE CALLER PROMPTS AS BEFORE.
      * EVERY VALUE TAKEN UNATTENDED IS DISPLAYED SO THE STEP OUTPUT
      * SHOWS WHAT THE PROGRAM RAN WITH.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNPARM-FILE ASSIGN TO "runparm.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS RP-KEY
              FILE STATUS IS WS-RP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUNPARM-FILE.
        01 RUNPARM-REC.
            COPY "runparm.cpy".
        WORKING-STORAGE SECTION.
        01 WS-RP-STATUS      PIC XX.
        01 WS-LOADED         PIC X VALUE "N".
        01 WS-UNATTENDED     PIC X VALUE "N".
        LINKAGE SECTION.
        01 LS-PROGRAM     PIC X(10).
        01 LS-NAME        PIC X(10).
        01 LS-VALUE       PIC X(20).
        01 LS-SOURCE      PIC X.
        PROCEDURE DIVISION USING LS-PROGRAM LS-NAME LS-VALUE
            LS-SOURCE.
        AA-LOOKUP.
            IF WS-LOADED = "N"
                PERFORM HA-CHECK-UNATTENDED THRU HA-EXIT.
            MOVE SPACES TO LS-VALUE.
            IF WS-UNATTENDED NOT = "Y"
                MOVE "P" TO LS-SOURCE
                GO TO ZZ-RETURN.
            MOVE LS-PROGRAM TO RP-PROGRAM.
            MOVE LS-NAME TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    MOVE "D" TO LS-SOURCE
                    DISPLAY "RUN PARAMETER " LS-PROGRAM " " LS-NAME
                        " NOT SET, DEFAULT TAKEN"
                NOT INVALID KEY
                    MOVE "F" TO LS-SOURCE
                    MOVE RP-VALUE TO LS-VALUE
                    DISPLAY "RUN PARAMETER " LS-PROGRAM " " LS-NAME
                        " = " RP-VALUE
            END-READ.
        ZZ-RETURN.
            GOBACK.
      * THE FILE STAYS OPEN FOR THE REST OF THE CALLER'S RUN ONCE THE
      * CHAIN IS FOUND UNATTENDED; OTHERWISE IT IS NOT NEEDED AGAIN.
        HA-CHECK-UNATTENDED.
            MOVE "Y" TO WS-LOADED.
            OPEN INPUT RUNPARM-FILE.
            IF WS-RP-STATUS NOT = "00"
                GO TO HA-EXIT.
            MOVE "NIGHTRUN" TO RP-PROGRAM.
            MOVE "UNATTEND" TO RP-NAME.
            READ RUNPARM-FILE
                INVALID KEY
                    MOVE "N" TO WS-UNATTENDED
                NOT INVALID KEY
                    MOVE RP-VALUE(1:1) TO WS-UNATTENDED
            END-READ.
            IF WS-UNATTENDED NOT = "Y"
                CLOSE RUNPARM-FILE.
        HA-EXIT.
            EXIT.
