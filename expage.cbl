      * DUE DATE: EACH ITEM'S DUE DATE IS ITS EXPENSE DATE PLUS THE
      * VENDOR'S PAYMENT TERMS FROM THE VENDOR MASTER, AND ITEMS ARE
      * BUCKETED AS NOT YET DUE, 1-30, 31-60 OR OVER 60 DAYS PAST
      * DUE. ITEMS ALREADY PAID BY THE VENDOR PAYMENT RUN (VENDPAY)
      * ARE LEFT OUT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
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
        WORKING-STORAGE SECTION.
        01 WS-OPN-STATUS       PIC XX.
        01 WS-VM-STATUS        PIC XX.
        01 WS-TERMS            PIC 9(3).
        01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
        01 WS-BAD-DATES        PIC 9(6) VALUE 0.
        01 WS-PAID-ITEMS       PIC 9(6) VALUE 0.
        01 WS-AGE-BUCKETS.
            03 WS-AGE-CURRENT   PIC S9(8)V999 VALUE 0.
            03 WS-AGE-1-30      PIC S9(8)V999 VALUE 0.
        BB-READ.
            READ OPEN-ITEM-FILE AT END GO TO CC-SUMMARY.
            ADD 1 TO WS-RECORDS-READ.
            IF OI-IS-PAID
                ADD 1 TO WS-PAID-ITEMS
                GO TO BB-READ.
            MOVE 30 TO WS-TERMS.
            IF WS-VM-OPENED = "Y"
                MOVE OI-VEND-CODE TO VM-CODE
            DISPLAY "OVER 60 PAST DUE: " WS-AGE-OVER-60.
            DISPLAY "OPEN ITEMS READ: " WS-RECORDS-READ.
            DISPLAY "ITEMS WITH BAD DATES: " WS-BAD-DATES.
            DISPLAY "PAID ITEMS LEFT OUT: " WS-PAID-ITEMS.
            CLOSE OPEN-ITEM-FILE.
            IF WS-VM-OPENED = "Y"
                CLOSE VENDOR-MASTER.
