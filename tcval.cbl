        IDENTIFICATION DIVISION.
        PROGRAM-ID. TCVAL.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM IS THE SHARED TRANSACTION-CODE CHECK CALLED FROM
      * RECVALID.CPY BY RECORD, RECORDF AND REJREPR. IT LOOKS THE
      * CODE UP ON THE TRANSACTION-CODE MASTER TRANCODE.DAT AND
      * ACCEPTS IT ONLY WHEN IT IS ON FILE, ACTIVE, ALLOWED FOR THE
      * RECORD TYPE AND THE AMOUNT IS WITHIN THE CODE'S MINIMUM AND
      * MAXIMUM. IT RETURNS THE CODE DESCRIPTION AND, WHEN THE CODE
      * IS REFUSED, THE REASON. THE MASTER IS OPENED ON THE FIRST
      * CALL AND KEPT OPEN; WHEN THERE IS NO MASTER THE ORIGINAL
      * RULE APPLIES AND ONLY CODES 1, 2, 3 AND 4 ARE ACCEPTED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANCODE-FILE
            ASSIGN TO "trancode.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS TC-CODE
            FILE STATUS IS WS-TC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD TRANCODE-FILE.
        01 TRANCODE-REC.
            COPY "trancode.cpy".
        WORKING-STORAGE SECTION.
        01 WS-TC-STATUS      PIC XX.
        01 WS-TC-OPENED      PIC X VALUE "N".
        01 WS-TC-AVAILABLE   PIC X VALUE "N".
        LINKAGE SECTION.
        01 LS-CODE      PIC X.
        01 LS-TYPE      PIC XX.
        01 LS-AMOUNT    PIC S9(6).
        01 LS-VALID     PIC X.
        01 LS-DESC      PIC X(20).
        01 LS-REASON    PIC X(40).
        PROCEDURE DIVISION USING LS-CODE LS-TYPE LS-AMOUNT LS-VALID
            LS-DESC LS-REASON.
        AA-VALIDATE.
            MOVE "N" TO LS-VALID.
            MOVE SPACES TO LS-DESC.
            MOVE SPACES TO LS-REASON.
            IF WS-TC-OPENED = "N"
                PERFORM HA-OPEN-MASTER.
            IF WS-TC-AVAILABLE = "N"
                GO TO BA-LEGACY-CHECK.
            MOVE LS-CODE TO TC-CODE.
            READ TRANCODE-FILE
                INVALID KEY
                    MOVE "IN-CODE IS NOT ON THE CODE MASTER"
                        TO LS-REASON
                    GO TO ZZ-RETURN
            END-READ.
            MOVE TC-DESC TO LS-DESC.
            IF NOT TC-IS-ACTIVE
                MOVE "IN-CODE IS NOT ACTIVE" TO LS-REASON
                GO TO ZZ-RETURN.
            IF TC-TYPES NOT = SPACES
                IF LS-TYPE = SPACES OR
                   (LS-TYPE NOT = TC-TYPE(1) AND
                    LS-TYPE NOT = TC-TYPE(2) AND
                    LS-TYPE NOT = TC-TYPE(3) AND
                    LS-TYPE NOT = TC-TYPE(4) AND
                    LS-TYPE NOT = TC-TYPE(5))
                    MOVE "IN-TYPE IS NOT ALLOWED FOR THIS CODE"
                        TO LS-REASON
                    GO TO ZZ-RETURN.
            IF LS-AMOUNT IS NOT NUMERIC OR
               LS-AMOUNT < TC-MIN-AMOUNT
                MOVE "IN-AMOUNT IS BELOW THE CODE MINIMUM"
                    TO LS-REASON
                GO TO ZZ-RETURN.
            IF TC-MAX-AMOUNT > 0 AND LS-AMOUNT > TC-MAX-AMOUNT
                MOVE "IN-AMOUNT IS ABOVE THE CODE MAXIMUM"
                    TO LS-REASON
                GO TO ZZ-RETURN.
            MOVE "Y" TO LS-VALID.
            GO TO ZZ-RETURN.
        BA-LEGACY-CHECK.
            IF LS-CODE = "1" OR
               LS-CODE = "2" OR
               LS-CODE = "3" OR
               LS-CODE = "4"
                MOVE "Y" TO LS-VALID
            ELSE
                MOVE "IN-CODE IS NOT 1, 2, 3 OR 4" TO LS-REASON.
        ZZ-RETURN.
            GOBACK.
        HA-OPEN-MASTER.
            MOVE "Y" TO WS-TC-OPENED.
            OPEN INPUT TRANCODE-FILE.
            IF WS-TC-STATUS = "00"
                MOVE "Y" TO WS-TC-AVAILABLE
            ELSE
                DISPLAY "NO TRANSACTION CODE MASTER, CODES 1-4 "
                    "ACCEPTED".
