        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDCHK.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM WORKS OUT THE CHECK VALUE OF ONE AUDIT LOG RECORD.
      * IT IS CALLED BY AUDCHN WHEN A RECORD IS WRITTEN AND BY AUDVER
      * WHEN THE LOG IS VERIFIED, SO BOTH ALWAYS AGREE ON THE SUM.
      * THE VALUE STARTS FROM THE CHECK VALUE OF THE RECORD BEFORE IN
      * THE SAME LOG (ZERO FOR THE FIRST), TAKES IN THE RECORD'S
      * SEQUENCE NUMBER AND THEN EVERY CHARACTER OF THE RECORD TEXT,
      * TRAILING SPACES INCLUDED, EACH TIME MULTIPLYING BY 131 AND
      * KEEPING THE REMAINDER BY THE PRIME 9999999967. CHANGING,
      * ADDING, REMOVING OR REORDERING A RECORD THEREFORE CHANGES THE
      * CHECK VALUE OF THAT RECORD AND OF EVERY ONE AFTER IT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-MODULUS      PIC 9(10) VALUE 9999999967.
        01 WS-HASH         PIC 9(10).
        01 WS-WORK         PIC 9(15).
        01 WS-QUOTIENT     PIC 9(15).
        01 WS-POS          PIC 9(3).
        LINKAGE SECTION.
        01 LS-TEXT-LEN     PIC 9(3).
        01 LS-REC          PIC X(100).
        01 LS-SEQ          PIC 9(8).
        01 LS-PREV-CHECK   PIC 9(10).
        01 LS-CHECK        PIC 9(10).
        PROCEDURE DIVISION USING LS-TEXT-LEN LS-REC LS-SEQ
            LS-PREV-CHECK LS-CHECK.
        AA-CHECK.
            COMPUTE WS-WORK = LS-PREV-CHECK * 131 + LS-SEQ.
            DIVIDE WS-WORK BY WS-MODULUS GIVING WS-QUOTIENT
                REMAINDER WS-HASH.
            MOVE 1 TO WS-POS.
        AB-NEXT-CHAR.
            IF WS-POS > LS-TEXT-LEN
                GO TO ZZ-RETURN.
            COMPUTE WS-WORK = WS-HASH * 131 +
                FUNCTION ORD(LS-REC(WS-POS:1)).
            DIVIDE WS-WORK BY WS-MODULUS GIVING WS-QUOTIENT
                REMAINDER WS-HASH.
            ADD 1 TO WS-POS.
            GO TO AB-NEXT-CHAR.
        ZZ-RETURN.
            MOVE WS-HASH TO LS-CHECK.
            GOBACK.
