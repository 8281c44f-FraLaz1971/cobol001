        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE VENDOR MASTER FILE USED TO
      * VALIDATE EXPENSES: ADD, CHANGE, DELETE AND LIST OF VENDOR
      * CODE, NAME, PAYMENT TERMS (DAYS) AND ACTIVE FLAG, AND THE
      * VENDOR'S TAX ID AND WHETHER ITS PAYMENTS ARE REPORTABLE ON THE
      * YEAR-END INFORMATION RETURN PRODUCED BY VENDTAX.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            03 VM-TERMS-DAYS       PIC 9(3).
            03 VM-ACTIVE           PIC X.
                88 VM-IS-ACTIVE       VALUE "Y".
            03 VM-TAX-ID           PIC X(11).
            03 VM-REPORTABLE       PIC X.
                88 VM-IS-REPORTABLE   VALUE "Y".
        WORKING-STORAGE SECTION.
        01 WS-VM-STATUS           PIC XX.
        01 WS-MAINT-ACTION        PIC X.
        PROCEDURE DIVISION.
        AA-START.
            OPEN I-O VENDOR-MASTER.
            IF WS-VM-STATUS = "35"
                OPEN OUTPUT VENDOR-MASTER
                CLOSE VENDOR-MASTER
                OPEN I-O VENDOR-MASTER
            IF WS-VM-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN vendmast.dat, STATUS "
                    WS-VM-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST (L) OR "
                        NOT INVALID KEY
                        DISPLAY "CURRENT: " VM-NAME " TERMS "
                            VM-TERMS-DAYS " ACTIVE " VM-ACTIVE
                        DISPLAY "         TAX ID " VM-TAX-ID
                            " REPORTABLE " VM-REPORTABLE
                        PERFORM EA-ACCEPT-FIELDS
                        REWRITE VENDOR-MASTER-REC
                    END-READ
                MOVE "Y" TO VM-ACTIVE.
            IF VM-ACTIVE NOT = "Y"
                MOVE "N" TO VM-ACTIVE.
            DISPLAY "ENTER TAX ID (BLANK IF NOT HELD): ".
            MOVE SPACES TO VM-TAX-ID.
            ACCEPT VM-TAX-ID.
            DISPLAY "PAYMENTS REPORTABLE AT YEAR END? (Y/N): ".
            ACCEPT VM-REPORTABLE.
            IF VM-REPORTABLE = "y"
                MOVE "Y" TO VM-REPORTABLE.
            IF VM-REPORTABLE NOT = "Y"
                MOVE "N" TO VM-REPORTABLE.
            IF VM-IS-REPORTABLE AND VM-TAX-ID = SPACES
                DISPLAY "** WARNING ** REPORTABLE VENDOR " VM-CODE
                    " HAS NO TAX ID".
        DA-LIST-VENDORS.
            MOVE SPACES TO VM-CODE.
            START VENDOR-MASTER KEY NOT LESS VM-CODE
        DB-LIST-NEXT.
            READ VENDOR-MASTER NEXT RECORD AT END GO TO DA-EXIT.
            DISPLAY "CODE " VM-CODE " NAME " VM-NAME
                " TERMS " VM-TERMS-DAYS " ACTIVE " VM-ACTIVE
                " TAX ID " VM-TAX-ID " REPORTABLE " VM-REPORTABLE.
            GO TO DB-LIST-NEXT.
        DA-EXIT.
            EXIT.
