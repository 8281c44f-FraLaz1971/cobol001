        IDENTIFICATION DIVISION.
        PROGRAM-ID. TIERMNT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE CUSTOMER DISCOUNT TIERS USED BY SC8
      * TO PRICE ORDERS: THE TIERS THEMSELVES ON DISCTIER.DAT (CODE,
      * DESCRIPTION AND PERCENTAGE OFF LIST PRICE), AND THE TIER EACH
      * CUSTOMER IS PLACED IN ON CUSTTIER.DAT. A CUSTOMER MUST BE ON
      * CUSTOMERS.DAT AND THE TIER ON DISCTIER.DAT; A TIER CANNOT BE
      * DELETED WHILE ANY CUSTOMER IS STILL PLACED IN IT. A CUSTOMER
      * REMOVED FROM ITS TIER PAYS LIST PRICE. THE CUSTOMER'S CREDIT
      * LIMIT, AGAINST WHICH SC8 CHECKS EACH ORDER, IS SET HERE TOO.
      * A CUSTOMER WITH NEITHER TIER NOR LIMIT IS DROPPED FROM THE FILE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TIER-FILE ASSIGN TO "disctier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DT-TIER
            FILE STATUS IS WS-DT-STATUS.
            SELECT CUST-TIER-FILE ASSIGN TO "custtier.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CTR-CUST
            FILE STATUS IS WS-CTR-STATUS.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD TIER-FILE.
        01 TIER-REC.
            COPY "disctier.cpy".
        FD CUST-TIER-FILE.
        01 CUST-TIER-REC.
            COPY "custtier.cpy".
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        WORKING-STORAGE SECTION.
        01 WS-DT-STATUS           PIC XX.
        01 WS-CTR-STATUS          PIC XX.
        01 WS-CUST-STATUS         PIC XX.
        01 WS-MAINT-MODE          PIC X.
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-TIER          PIC X.
        01 WS-MAINT-CUST          PIC 9(6).
        01 WS-WORK-PERCENT        PIC 9(2)V99.
        01 WS-WORK-LIMIT          PIC 9(7)V99.
        01 WS-CONFIRM             PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-TIER-USERS          PIC 9(6) VALUE 0.
        01 WS-CUST-COUNT          PIC 9(6) VALUE 0.
        01 WS-CUST-TABLE.
            03 WS-CT-ENTRY OCCURS 500 TIMES.
                05 WS-CT-NUM      PIC 9(6).
                05 WS-CT-NAME     PIC X(20).
        01 WS-CT-IDX              PIC 9(3).
        01 WS-CUST-FOUND          PIC X.
        PROCEDURE DIVISION.
        AA-START.
            OPEN I-O TIER-FILE.
            IF WS-DT-STATUS NOT = "00"
                OPEN OUTPUT TIER-FILE
                CLOSE TIER-FILE
                OPEN I-O TIER-FILE
            END-IF.
            IF WS-DT-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN disctier.dat, STATUS "
                    WS-DT-STATUS
                STOP RUN.
            OPEN I-O CUST-TIER-FILE.
            IF WS-CTR-STATUS NOT = "00"
                OPEN OUTPUT CUST-TIER-FILE
                CLOSE CUST-TIER-FILE
                OPEN I-O CUST-TIER-FILE
            END-IF.
            IF WS-CTR-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN custtier.dat, STATUS "
                    WS-CTR-STATUS
                CLOSE TIER-FILE
                STOP RUN.
            PERFORM CA-LOAD-CUSTOMERS THRU CA-EXIT.
        BB-CHOOSE.
            DISPLAY "MAINTAIN TIERS (T), CUSTOMER TIERS (C) OR "
                "STOP (S)? ".
            ACCEPT WS-MAINT-MODE.
            IF WS-MAINT-MODE = "S" OR WS-MAINT-MODE = "s"
                GO TO CC-END.
            IF WS-MAINT-MODE = "T" OR WS-MAINT-MODE = "t"
                GO TO BC-TIERS.
            IF WS-MAINT-MODE = "C" OR WS-MAINT-MODE = "c"
                GO TO BD-CUSTOMERS.
            DISPLAY "UNKNOWN CHOICE " WS-MAINT-MODE.
            GO TO BB-CHOOSE.
        BC-TIERS.
            DISPLAY "TIERS: ADD (A), CHANGE (C), DELETE (D), LIST (L) "
                "OR BACK (B)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "B" OR WS-MAINT-ACTION = "b"
                GO TO BB-CHOOSE.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DA-LIST-TIERS THRU DA-EXIT
                GO TO BC-TIERS.
            DISPLAY "ENTER TIER CODE: ".
            ACCEPT WS-MAINT-TIER.
            IF WS-MAINT-TIER = SPACE
                DISPLAY "** TIER CODE IS REQUIRED **"
                GO TO BC-TIERS.
            MOVE WS-MAINT-TIER TO DT-TIER.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ACCEPT-TIER
                    WRITE TIER-REC
                        INVALID KEY
                        DISPLAY "TIER " WS-MAINT-TIER
                            " ALREADY EXISTS"
                    END-WRITE
                WHEN "C" WHEN "c"
                    READ TIER-FILE
                        INVALID KEY
                        DISPLAY "TIER " WS-MAINT-TIER " NOT FOUND"
                        NOT INVALID KEY
                        DISPLAY "CURRENT: " DT-DESC " DISCOUNT "
                            DT-PERCENT "%"
                        PERFORM EA-ACCEPT-TIER
                        REWRITE TIER-REC
                    END-READ
                WHEN "D" WHEN "d"
                    PERFORM EC-DELETE-TIER THRU EC-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BC-TIERS.
        BD-CUSTOMERS.
            DISPLAY "CUSTOMERS: PLACE IN TIER (P), REMOVE FROM TIER "
                "(R), CREDIT LIMIT (K), LIST (L) OR BACK (B)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "B" OR WS-MAINT-ACTION = "b"
                GO TO BB-CHOOSE.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-CUSTOMERS THRU DB-EXIT
                GO TO BD-CUSTOMERS.
            IF WS-MAINT-ACTION NOT = "P" AND WS-MAINT-ACTION NOT = "p"
               AND WS-MAINT-ACTION NOT = "R"
               AND WS-MAINT-ACTION NOT = "r"
               AND WS-MAINT-ACTION NOT = "K"
               AND WS-MAINT-ACTION NOT = "k"
                DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
                GO TO BD-CUSTOMERS.
            DISPLAY "ENTER CUSTOMER NUMBER: ".
            ACCEPT WS-MAINT-CUST.
            IF WS-MAINT-CUST NOT NUMERIC
                DISPLAY "** CUSTOMER NUMBER MUST BE NUMERIC **"
                GO TO BD-CUSTOMERS.
            MOVE WS-MAINT-CUST TO CTR-CUST.
            EVALUATE WS-MAINT-ACTION
                WHEN "P" WHEN "p"
                    PERFORM EB-PLACE-CUSTOMER THRU EB-EXIT
                WHEN "K" WHEN "k"
                    PERFORM ED-SET-CREDIT-LIMIT THRU ED-EXIT
                WHEN OTHER
                    PERFORM EE-REMOVE-FROM-TIER THRU EE-EXIT
            END-EVALUATE.
            GO TO BD-CUSTOMERS.
        EA-ACCEPT-TIER.
            MOVE WS-MAINT-TIER TO DT-TIER.
            DISPLAY "ENTER TIER DESCRIPTION: ".
            MOVE SPACES TO DT-DESC.
            ACCEPT DT-DESC.
            DISPLAY "ENTER DISCOUNT PERCENT OFF LIST (99.99): ".
            ACCEPT WS-WORK-PERCENT.
            IF WS-WORK-PERCENT NOT NUMERIC
                DISPLAY "** NOT NUMERIC, DISCOUNT SET TO ZERO **"
                MOVE 0 TO WS-WORK-PERCENT.
            MOVE WS-WORK-PERCENT TO DT-PERCENT.
      * A TIER STILL HOLDING CUSTOMERS IS KEPT, SO NO CUSTOMER IS LEFT
      * POINTING AT A TIER THAT IS NOT ON FILE.
        EC-DELETE-TIER.
            READ TIER-FILE
                INVALID KEY
                    DISPLAY "TIER " WS-MAINT-TIER " NOT FOUND"
                    GO TO EC-EXIT
            END-READ.
            MOVE 0 TO WS-TIER-USERS.
            MOVE 0 TO CTR-CUST.
            START CUST-TIER-FILE KEY IS NOT LESS THAN CTR-CUST
                INVALID KEY
                    GO TO EC2-DELETE
            END-START.
        EC1-USER-NEXT.
            READ CUST-TIER-FILE NEXT RECORD AT END GO TO EC2-DELETE.
            IF CTR-TIER = WS-MAINT-TIER
                ADD 1 TO WS-TIER-USERS.
            GO TO EC1-USER-NEXT.
        EC2-DELETE.
            IF WS-TIER-USERS > 0
                DISPLAY "** TIER " WS-MAINT-TIER " STILL HOLDS "
                    WS-TIER-USERS " CUSTOMERS, NOT DELETED **"
                GO TO EC-EXIT.
            DISPLAY "DELETE TIER " DT-TIER " " DT-DESC "? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "TIER KEPT"
                GO TO EC-EXIT.
            DELETE TIER-FILE
                INVALID KEY
                    DISPLAY "COULD NOT DELETE TIER " WS-MAINT-TIER
                NOT INVALID KEY
                    DISPLAY "TIER " WS-MAINT-TIER " DELETED"
            END-DELETE.
        EC-EXIT.
            EXIT.
      * THE CUSTOMER MUST BE ON CUSTOMERS.DAT (UNLESS THAT FILE COULD
      * NOT BE READ); WS-CUST-FOUND IS LEFT "Y" IF IT IS.
        EA1-FIND-CUSTOMER.
            MOVE "N" TO WS-CUST-FOUND.
            IF WS-CUST-COUNT = 0
                MOVE "Y" TO WS-CUST-FOUND
                GO TO EA1-EXIT.
            MOVE 1 TO WS-CT-IDX.
        EA2-CUST-SEARCH.
            IF WS-CT-IDX > WS-CUST-COUNT
                GO TO EA3-CUST-DONE.
            IF WS-CT-NUM(WS-CT-IDX) = WS-MAINT-CUST
                MOVE "Y" TO WS-CUST-FOUND
                DISPLAY "CUSTOMER " WS-MAINT-CUST " "
                    WS-CT-NAME(WS-CT-IDX)
                GO TO EA3-CUST-DONE.
            ADD 1 TO WS-CT-IDX.
            GO TO EA2-CUST-SEARCH.
        EA3-CUST-DONE.
            IF WS-CUST-FOUND = "N"
                DISPLAY "** UNKNOWN CUSTOMER NUMBER " WS-MAINT-CUST
                    " **".
        EA1-EXIT.
            EXIT.
        EB-PLACE-CUSTOMER.
            PERFORM EA1-FIND-CUSTOMER THRU EA1-EXIT.
            IF WS-CUST-FOUND = "N"
                GO TO EB-EXIT.
            DISPLAY "ENTER TIER CODE: ".
            ACCEPT WS-MAINT-TIER.
            MOVE WS-MAINT-TIER TO DT-TIER.
            READ TIER-FILE
                INVALID KEY
                    DISPLAY "** TIER " WS-MAINT-TIER " NOT ON FILE **"
                    GO TO EB-EXIT
            END-READ.
            MOVE WS-MAINT-CUST TO CTR-CUST.
            READ CUST-TIER-FILE
                INVALID KEY
                    MOVE WS-MAINT-TIER TO CTR-TIER
                    MOVE 0 TO CTR-CREDIT-LIMIT
                    WRITE CUST-TIER-REC
                NOT INVALID KEY
                    DISPLAY "WAS IN TIER " CTR-TIER
                    MOVE WS-MAINT-TIER TO CTR-TIER
                    REWRITE CUST-TIER-REC
            END-READ.
            DISPLAY "CUSTOMER " WS-MAINT-CUST " NOW IN TIER " DT-TIER
                " " DT-DESC " DISCOUNT " DT-PERCENT "%".
        EB-EXIT.
            EXIT.
        ED-SET-CREDIT-LIMIT.
            PERFORM EA1-FIND-CUSTOMER THRU EA1-EXIT.
            IF WS-CUST-FOUND = "N"
                GO TO ED-EXIT.
            MOVE WS-MAINT-CUST TO CTR-CUST.
            READ CUST-TIER-FILE
                INVALID KEY
                    MOVE SPACE TO CTR-TIER
                    MOVE 0 TO CTR-CREDIT-LIMIT
                NOT INVALID KEY
                    DISPLAY "CURRENT CREDIT LIMIT " CTR-CREDIT-LIMIT
            END-READ.
            DISPLAY "ENTER CREDIT LIMIT (0 = NO LIMIT): ".
            ACCEPT WS-WORK-LIMIT.
            IF WS-WORK-LIMIT NOT NUMERIC
                DISPLAY "** NOT NUMERIC, LIMIT NOT CHANGED **"
                GO TO ED-EXIT.
            MOVE WS-WORK-LIMIT TO CTR-CREDIT-LIMIT.
            IF WS-CTR-STATUS = "00"
                PERFORM EF-KEEP-OR-DROP THRU EF-EXIT
            ELSE
                IF CTR-CREDIT-LIMIT > 0
                    WRITE CUST-TIER-REC
                END-IF
            END-IF.
            IF CTR-CREDIT-LIMIT = 0
                DISPLAY "CUSTOMER " WS-MAINT-CUST " HAS NO CREDIT LIMIT"
            ELSE
                DISPLAY "CUSTOMER " WS-MAINT-CUST " CREDIT LIMIT NOW "
                    CTR-CREDIT-LIMIT
            END-IF.
        ED-EXIT.
            EXIT.
        EE-REMOVE-FROM-TIER.
            MOVE WS-MAINT-CUST TO CTR-CUST.
            READ CUST-TIER-FILE
                INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST
                        " IS NOT IN A TIER"
                    GO TO EE-EXIT
            END-READ.
            IF CTR-NO-TIER
                DISPLAY "CUSTOMER " WS-MAINT-CUST " IS NOT IN A TIER"
                GO TO EE-EXIT.
            MOVE SPACE TO CTR-TIER.
            PERFORM EF-KEEP-OR-DROP THRU EF-EXIT.
            DISPLAY "CUSTOMER " WS-MAINT-CUST
                " REMOVED, NOW PAYS LIST PRICE".
        EE-EXIT.
            EXIT.
      * AN ENTRY LEFT WITH NO TIER AND NO CREDIT LIMIT SAYS NOTHING
      * ABOUT THE CUSTOMER, SO IT IS DELETED RATHER THAN REWRITTEN.
        EF-KEEP-OR-DROP.
            IF CTR-NO-TIER AND CTR-CREDIT-LIMIT = 0
                DELETE CUST-TIER-FILE
            ELSE
                REWRITE CUST-TIER-REC
            END-IF.
        EF-EXIT.
            EXIT.
        DA-LIST-TIERS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO DT-TIER.
            START TIER-FILE KEY IS NOT LESS THAN DT-TIER
                INVALID KEY
                    DISPLAY "NO DISCOUNT TIERS ON FILE"
                    GO TO DA-EXIT
            END-START.
            DISPLAY "======= DISCOUNT TIERS =======".
        DA1-LIST-NEXT.
            READ TIER-FILE NEXT RECORD AT END GO TO DA2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY "TIER " DT-TIER " " DT-DESC " DISCOUNT "
                DT-PERCENT "%".
            GO TO DA1-LIST-NEXT.
        DA2-LIST-DONE.
            DISPLAY "TIERS LISTED: " WS-LIST-COUNT.
        DA-EXIT.
            EXIT.
        DB-LIST-CUSTOMERS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO CTR-CUST.
            START CUST-TIER-FILE KEY IS NOT LESS THAN CTR-CUST
                INVALID KEY
                    DISPLAY "NO CUSTOMER TERMS ON FILE"
                    GO TO DB-EXIT
            END-START.
            DISPLAY "======= CUSTOMER TIERS AND CREDIT LIMITS =======".
        DB1-LIST-NEXT.
            READ CUST-TIER-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            MOVE CTR-TIER TO DT-TIER.
            IF CTR-NO-TIER
                MOVE "(LIST PRICE)" TO DT-DESC
                MOVE 0 TO DT-PERCENT
            ELSE
                READ TIER-FILE
                    INVALID KEY
                        MOVE "** TIER NOT ON FILE" TO DT-DESC
                        MOVE 0 TO DT-PERCENT
                END-READ
            END-IF.
            DISPLAY "CUSTOMER " CTR-CUST " TIER " CTR-TIER " "
                DT-DESC " DISCOUNT " DT-PERCENT "% CREDIT LIMIT "
                CTR-CREDIT-LIMIT.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "CUSTOMERS LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        CA-LOAD-CUSTOMERS.
            OPEN INPUT CUSTOMER-FILE.
            IF WS-CUST-STATUS NOT = "00"
                DISPLAY "** NO CUSTOMER FILE, CUSTOMER NUMBERS NOT "
                    "VALIDATED **"
                GO TO CA-EXIT.
        CA1-CUST-READ.
            READ CUSTOMER-FILE AT END GO TO CA2-CUST-DONE.
            IF WS-CUST-COUNT >= 500
                DISPLAY "** WARNING ** CUSTOMER TABLE FULL, "
                    "DISCARDING CUSTOMER: " CUST-NUM
            ELSE
                ADD 1 TO WS-CUST-COUNT
                MOVE CUST-NUM TO WS-CT-NUM(WS-CUST-COUNT)
                MOVE CUST-NAME TO WS-CT-NAME(WS-CUST-COUNT)
            END-IF.
            GO TO CA1-CUST-READ.
        CA2-CUST-DONE.
            CLOSE CUSTOMER-FILE.
        CA-EXIT.
            EXIT.
        CC-END.
            CLOSE TIER-FILE.
            CLOSE CUST-TIER-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
