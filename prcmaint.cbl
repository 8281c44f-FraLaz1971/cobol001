        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRCMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE PAPER PRICE MASTER PRCMAST.DAT,
      * KEYED BY PAPER TYPE AND EFFECTIVE DATE, FROM WHICH SC8 PRICES
      * ITS ORDERS. A PRICE CHANGE IS ADDED AS A NEW ENTRY UNDER THE
      * DATE IT TAKES EFFECT, SO NO PROGRAM CHANGE IS NEEDED AND THE
      * EARLIER PRICES STAY ON FILE. AN ENTRY CAN BE CHANGED OR
      * DELETED, AND THE LIST SHOWS FOR EACH ENTRY WHETHER IT IS THE
      * PRICE IN FORCE TODAY, A FUTURE PRICE OR SUPERSEDED. ORDERS
      * ALREADY TAKEN KEEP THE LIST PRICE THEY WERE TAKEN AT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PRICE-MASTER ASSIGN TO "prcmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PM-KEY
            FILE STATUS IS WS-PM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PRICE-MASTER.
        01 PRICE-MASTER-REC.
            COPY "prcmast.cpy".
        WORKING-STORAGE SECTION.
        01 WS-PM-STATUS           PIC XX.
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-PAPER         PIC X(6).
        01 WS-TODAY               PIC 9(8).
        01 WS-WORK-PRICE          PIC 9(4)V99.
        01 WS-WORK-DATE           PIC 9(8).
        01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
            03 WS-WORK-YEAR       PIC 9(4).
            03 WS-WORK-MONTH      PIC 99.
            03 WS-WORK-DAY        PIC 99.
        01 WS-DATE-OK             PIC X.
        01 WS-CONFIRM             PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-HELD                PIC X.
        01 WS-HELD-PAPER          PIC X(6).
        01 WS-HELD-DATE           PIC 9(8).
        01 WS-HELD-PRICE          PIC 9(4)V99.
        01 WS-NEXT-PAPER          PIC X(6).
        01 WS-NEXT-DATE           PIC 9(8).
        01 WS-PRICE-STATE         PIC X(10).
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN I-O PRICE-MASTER.
            IF WS-PM-STATUS NOT = "00"
                OPEN OUTPUT PRICE-MASTER
                CLOSE PRICE-MASTER
                OPEN I-O PRICE-MASTER
            END-IF.
            IF WS-PM-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN prcmast.dat, STATUS "
                    WS-PM-STATUS
                STOP RUN.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST (L) OR "
                "STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DA-LIST-PRICES THRU DA-EXIT
                GO TO BB-MAINTAIN.
            IF WS-MAINT-ACTION NOT = "A" AND WS-MAINT-ACTION NOT = "a"
               AND WS-MAINT-ACTION NOT = "C"
               AND WS-MAINT-ACTION NOT = "c"
               AND WS-MAINT-ACTION NOT = "D"
               AND WS-MAINT-ACTION NOT = "d"
                DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER PAPER TYPE: ".
            MOVE SPACES TO WS-MAINT-PAPER.
            ACCEPT WS-MAINT-PAPER.
            IF WS-MAINT-PAPER = SPACES
                DISPLAY "** PAPER TYPE IS REQUIRED **"
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER EFFECTIVE DATE YYYYMMDD: ".
            ACCEPT WS-WORK-DATE.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-PAPER TO PM-PAPER.
            MOVE WS-WORK-DATE TO PM-EFF-DATE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-PRICE THRU EA-EXIT
                WHEN "C" WHEN "c"
                    PERFORM EB-CHANGE-PRICE THRU EB-EXIT
                WHEN OTHER
                    PERFORM EC-DELETE-PRICE THRU EC-EXIT
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        EA-ADD-PRICE.
            PERFORM EE-ACCEPT-PRICE THRU EE-EXIT.
            IF WS-WORK-PRICE = 0
                GO TO EA-EXIT.
            MOVE WS-WORK-PRICE TO PM-LIST-PRICE.
            WRITE PRICE-MASTER-REC
                INVALID KEY
                    DISPLAY "** A PRICE FOR " PM-PAPER " EFFECTIVE "
                        PM-EFF-DATE " IS ALREADY ON FILE **"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "PAPER " PM-PAPER " PRICE " PM-LIST-PRICE
                " EFFECTIVE " PM-EFF-DATE " ADDED".
            IF PM-EFF-DATE < WS-TODAY
                DISPLAY "** BACKDATED PRICE: ORDERS ALREADY TAKEN ARE "
                    "NOT REPRICED **".
        EA-EXIT.
            EXIT.
        EB-CHANGE-PRICE.
            READ PRICE-MASTER
                INVALID KEY
                    DISPLAY "NO PRICE FOR " WS-MAINT-PAPER
                        " EFFECTIVE " WS-WORK-DATE
                    GO TO EB-EXIT
            END-READ.
            DISPLAY "CURRENT: " PM-PAPER " PRICE " PM-LIST-PRICE
                " EFFECTIVE " PM-EFF-DATE.
            PERFORM EE-ACCEPT-PRICE THRU EE-EXIT.
            IF WS-WORK-PRICE = 0
                GO TO EB-EXIT.
            MOVE WS-WORK-PRICE TO PM-LIST-PRICE.
            REWRITE PRICE-MASTER-REC
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE " PM-PAPER
                        " EFFECTIVE " PM-EFF-DATE
                NOT INVALID KEY
                    DISPLAY "PAPER " PM-PAPER " EFFECTIVE "
                        PM-EFF-DATE " NOW PRICED " PM-LIST-PRICE
            END-REWRITE.
        EB-EXIT.
            EXIT.
        EC-DELETE-PRICE.
            READ PRICE-MASTER
                INVALID KEY
                    DISPLAY "NO PRICE FOR " WS-MAINT-PAPER
                        " EFFECTIVE " WS-WORK-DATE
                    GO TO EC-EXIT
            END-READ.
            DISPLAY "DELETE " PM-PAPER " PRICE " PM-LIST-PRICE
                " EFFECTIVE " PM-EFF-DATE "? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "PRICE KEPT"
                GO TO EC-EXIT.
            DELETE PRICE-MASTER
                INVALID KEY
                    DISPLAY "COULD NOT DELETE " PM-PAPER
                        " EFFECTIVE " PM-EFF-DATE
                NOT INVALID KEY
                    DISPLAY "PAPER " PM-PAPER " EFFECTIVE "
                        PM-EFF-DATE " DELETED"
            END-DELETE.
        EC-EXIT.
            EXIT.
      * A PRICE OF ZERO IS REFUSED AND LEFT IN WS-WORK-PRICE FOR THE
      * CALLER TO SKIP THE UPDATE.
        EE-ACCEPT-PRICE.
            DISPLAY "ENTER LIST PRICE PER UNIT (9999.99): ".
            ACCEPT WS-WORK-PRICE.
            IF WS-WORK-PRICE NOT NUMERIC
                MOVE 0 TO WS-WORK-PRICE.
            IF WS-WORK-PRICE = 0
                DISPLAY "** LIST PRICE MUST BE GREATER THAN ZERO **".
        EE-EXIT.
            EXIT.
        EF-CHECK-DATE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-WORK-DATE NOT NUMERIC
                OR WS-WORK-YEAR < 1900
                OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-WORK-DATE " IS NOT A VALID DATE **"
            END-IF.
        EF-EXIT.
            EXIT.
      * EACH ENTRY IS HELD UNTIL THE NEXT IS READ: THE ENTRY IN FORCE
      * FOR A PAPER IS THE LAST ONE NOT AFTER TODAY, SO IT IS KNOWN
      * ONLY WHEN THE FOLLOWING ENTRY IS FOR ANOTHER PAPER OR IS DATED
      * AFTER TODAY.
        DA-LIST-PRICES.
            DISPLAY "ENTER PAPER TYPE (BLANK = ALL): ".
            MOVE SPACES TO WS-MAINT-PAPER.
            ACCEPT WS-MAINT-PAPER.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE "N" TO WS-HELD.
            MOVE WS-MAINT-PAPER TO PM-PAPER.
            MOVE 0 TO PM-EFF-DATE.
            START PRICE-MASTER KEY IS NOT LESS THAN PM-KEY
                INVALID KEY
                    GO TO DA2-LIST-DONE
            END-START.
            DISPLAY "======= PAPER PRICE MASTER AS AT " WS-TODAY
                " =======".
        DA1-LIST-NEXT.
            READ PRICE-MASTER NEXT RECORD AT END GO TO DA2-LIST-DONE.
            IF WS-MAINT-PAPER NOT = SPACES
               AND PM-PAPER NOT = WS-MAINT-PAPER
                GO TO DA2-LIST-DONE.
            MOVE PM-PAPER TO WS-NEXT-PAPER.
            MOVE PM-EFF-DATE TO WS-NEXT-DATE.
            IF WS-HELD = "Y"
                PERFORM DB-SHOW-HELD.
            MOVE PM-PAPER TO WS-HELD-PAPER.
            MOVE PM-EFF-DATE TO WS-HELD-DATE.
            MOVE PM-LIST-PRICE TO WS-HELD-PRICE.
            MOVE "Y" TO WS-HELD.
            GO TO DA1-LIST-NEXT.
        DA2-LIST-DONE.
            IF WS-HELD = "Y"
                MOVE SPACES TO WS-NEXT-PAPER
                MOVE 0 TO WS-NEXT-DATE
                PERFORM DB-SHOW-HELD.
            DISPLAY "PRICE ENTRIES LISTED: " WS-LIST-COUNT.
        DA-EXIT.
            EXIT.
        DB-SHOW-HELD.
            ADD 1 TO WS-LIST-COUNT.
            IF WS-HELD-DATE > WS-TODAY
                MOVE "FUTURE" TO WS-PRICE-STATE
            ELSE
                IF WS-NEXT-PAPER = WS-HELD-PAPER
                   AND WS-NEXT-DATE NOT > WS-TODAY
                    MOVE "SUPERSEDED" TO WS-PRICE-STATE
                ELSE
                    MOVE "IN FORCE" TO WS-PRICE-STATE
                END-IF
            END-IF.
            DISPLAY "PAPER " WS-HELD-PAPER " EFFECTIVE " WS-HELD-DATE
                " LIST PRICE " WS-HELD-PRICE " " WS-PRICE-STATE.
        CC-END.
            CLOSE PRICE-MASTER.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
