        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTMNT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE CUSTOMER MASTER CUSTOMERS.DAT: ADD,
      * CHANGE, INACTIVATE AND LIST OF THE CUSTOMER NUMBER, NAME, DATE
      * OF BIRTH, ADDRESS, PROVINCE, CONTACT AND STATUS. A CUSTOMER IS
      * NEVER DELETED, SO ORDERS, RECEIVABLES AND PENSION LEDGERS KEEP
      * THEIR CUSTOMER; AN INACTIVE ONE IS CLOSED WITH ITS DATE. THE
      * DATE OF BIRTH MUST BE A REAL DATE NOT IN THE FUTURE, AND THE
      * NAME AND PROVINCE ARE REQUIRED. THE OPERATOR SIGNS ON AGAINST
      * OPERATORS.DAT AND EVERY CHANGE IS LOGGED TO CUSTMNT.LOG WITH
      * THE OPERATOR AND THE RECORD BEFORE AND AFTER. THE PENSION TAX
      * WITHHOLDING RATE PENPAY USES FOR A CUSTOMER IS SET HERE TOO, ON
      * PENTAX.DAT; A CUSTOMER WITH NO RATE THERE IS WITHHELD AT THE
      * DEFAULT RATE OF THE PENPAY RUN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-FILE ASSIGN TO "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-CUST-STATUS.
            SELECT PENTAX-FILE ASSIGN TO "pentax.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PTX-CUST-NUM
            FILE STATUS IS WS-PTX-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "custmnt.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD CUSTOMER-FILE.
        01 CUSTOMER-REC.
            COPY "custmast.cpy".
        FD PENTAX-FILE.
        01 PENTAX-REC.
            COPY "pentax.cpy".
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD AUDIT-FILE.
        01 AUDIT-REC                PIC X(160).
        WORKING-STORAGE SECTION.
        01 WS-CUST-STATUS         PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-PTX-STATUS          PIC XX.
        01 WS-RATE-ACTION         PIC X.
        01 WS-WORK-RATE           PIC 99V99.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-CUST          PIC 9(6).
        01 WS-CONFIRM             PIC X.
        01 WS-TODAY-DATE          PIC 9(8).
        01 WS-BEFORE-IMAGE        PIC X(138).
        01 WS-WORK-NAME           PIC X(20).
        01 WS-WORK-ADDRESS        PIC X(30).
        01 WS-WORK-TOWN           PIC X(20).
        01 WS-WORK-PROVINCE       PIC X(2).
        01 WS-WORK-POSTCODE       PIC X(5).
        01 WS-WORK-CONTACT        PIC X(20).
        01 WS-WORK-PHONE          PIC X(15).
        01 WS-WORK-DATE           PIC 9(8).
        01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
            03 WS-WORK-YEAR       PIC 9(4).
            03 WS-WORK-MONTH      PIC 99.
            03 WS-WORK-DAY        PIC 99.
        01 WS-DATE-OK             PIC X.
        01 WS-CHANGE-MODE         PIC X VALUE "N".
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        01 WS-INACTIVE-COUNT      PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            OPEN I-O CUSTOMER-FILE.
            IF WS-CUST-STATUS = "35"
                OPEN OUTPUT CUSTOMER-FILE
                CLOSE CUSTOMER-FILE
                OPEN I-O CUSTOMER-FILE
            END-IF.
            IF WS-CUST-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN customers.dat, STATUS "
                    WS-CUST-STATUS
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            OPEN I-O PENTAX-FILE.
            IF WS-PTX-STATUS = "35"
                OPEN OUTPUT PENTAX-FILE
                CLOSE PENTAX-FILE
                OPEN I-O PENTAX-FILE
            END-IF.
            IF WS-PTX-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN pentax.dat, STATUS "
                    WS-PTX-STATUS
                CLOSE CUSTOMER-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), INACTIVATE (I), PENSION TAX "
                "RATE (T), LIST (L) OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DA-LIST-CUSTOMERS THRU DA-EXIT
                GO TO BB-MAINTAIN.
            IF WS-MAINT-ACTION NOT = "A" AND WS-MAINT-ACTION NOT = "a"
               AND WS-MAINT-ACTION NOT = "C"
               AND WS-MAINT-ACTION NOT = "c"
               AND WS-MAINT-ACTION NOT = "I"
               AND WS-MAINT-ACTION NOT = "i"
               AND WS-MAINT-ACTION NOT = "T"
               AND WS-MAINT-ACTION NOT = "t"
                DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
                GO TO BB-MAINTAIN.
            INSPECT WS-MAINT-ACTION CONVERTING "acit" TO "ACIT".
            DISPLAY "ENTER CUSTOMER NUMBER: ".
            ACCEPT WS-MAINT-CUST.
            IF WS-MAINT-CUST NOT NUMERIC OR WS-MAINT-CUST = 0
                DISPLAY "** CUSTOMER NUMBER MUST BE NUMERIC AND NOT "
                    "ZERO **"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-CUST TO CUST-NUM.
            EVALUATE WS-MAINT-ACTION
                WHEN "A"
                    PERFORM EB-ADD-CUSTOMER THRU EB-EXIT
                WHEN "C"
                    PERFORM EC-CHANGE-CUSTOMER THRU EC-EXIT
                WHEN "T"
                    PERFORM EE-PENSION-TAX-RATE THRU EE-EXIT
                WHEN OTHER
                    PERFORM ED-INACTIVATE-CUSTOMER THRU ED-EXIT
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        EB-ADD-CUSTOMER.
            READ CUSTOMER-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST " ALREADY EXISTS"
                    GO TO EB-EXIT
            END-READ.
            MOVE SPACES TO CUSTOMER-REC.
            MOVE WS-MAINT-CUST TO CUST-NUM.
            MOVE 0 TO CUST-DOB.
            MOVE "N" TO WS-CHANGE-MODE.
            PERFORM EA-ACCEPT-FIELDS THRU EA-EXIT.
            MOVE "A" TO CUST-STATUS.
            MOVE WS-TODAY-DATE TO CUST-STATUS-DATE.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            WRITE CUSTOMER-REC
                INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST " ALREADY EXISTS"
                    GO TO EB-EXIT
            END-WRITE.
            PERFORM FA-LOG-ACTION.
            DISPLAY "CUSTOMER " CUST-NUM " " CUST-NAME " ADDED".
        EB-EXIT.
            EXIT.
        EC-CHANGE-CUSTOMER.
            READ CUSTOMER-FILE
                INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST " NOT FOUND"
                    GO TO EC-EXIT
            END-READ.
            PERFORM DB-SHOW-CUSTOMER.
            MOVE CUSTOMER-REC TO WS-BEFORE-IMAGE.
            DISPLAY "PRESS ENTER (OR 0 FOR THE DATE) TO KEEP A FIELD".
            MOVE "Y" TO WS-CHANGE-MODE.
            PERFORM EA-ACCEPT-FIELDS THRU EA-EXIT.
            IF CUSTOMER-REC = WS-BEFORE-IMAGE
                DISPLAY "NOTHING CHANGED"
                GO TO EC-EXIT.
            REWRITE CUSTOMER-REC.
            PERFORM FA-LOG-ACTION.
            DISPLAY "CUSTOMER " CUST-NUM " CHANGED".
        EC-EXIT.
            EXIT.
      * AN INACTIVE CUSTOMER STAYS ON FILE FOR ITS HISTORY, BUT TAKES
      * NO NEW ORDERS IN SC8 AND IS PASSED OVER BY BRANCH3 AND PENPAY.
        ED-INACTIVATE-CUSTOMER.
            READ CUSTOMER-FILE
                INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST " NOT FOUND"
                    GO TO ED-EXIT
            END-READ.
            IF CUST-IS-INACTIVE
                DISPLAY "CUSTOMER " WS-MAINT-CUST " IS ALREADY "
                    "INACTIVE SINCE " CUST-STATUS-DATE
                GO TO ED-EXIT.
            PERFORM DB-SHOW-CUSTOMER.
            DISPLAY "INACTIVATE THIS CUSTOMER? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "CUSTOMER KEPT ACTIVE"
                GO TO ED-EXIT.
            MOVE CUSTOMER-REC TO WS-BEFORE-IMAGE.
            MOVE "I" TO CUST-STATUS.
            MOVE WS-TODAY-DATE TO CUST-STATUS-DATE.
            REWRITE CUSTOMER-REC.
            PERFORM FA-LOG-ACTION.
            DISPLAY "CUSTOMER " CUST-NUM " INACTIVE FROM "
                CUST-STATUS-DATE.
        ED-EXIT.
            EXIT.
      * A RATE OF ZERO MEANS NOTHING IS WITHHELD; REMOVING THE RATE
      * PUTS THE CUSTOMER BACK ON THE DEFAULT RATE OF THE PENPAY RUN.
        EE-PENSION-TAX-RATE.
            READ CUSTOMER-FILE
                INVALID KEY
                    DISPLAY "CUSTOMER " WS-MAINT-CUST " NOT FOUND"
                    GO TO EE-EXIT
            END-READ.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            MOVE WS-MAINT-CUST TO PTX-CUST-NUM.
            READ PENTAX-FILE
                INVALID KEY
                    DISPLAY "CUSTOMER " CUST-NUM " " CUST-NAME
                        " IS WITHHELD AT THE DEFAULT RATE"
                NOT INVALID KEY
                    MOVE PENTAX-REC TO WS-BEFORE-IMAGE
                    DISPLAY "CUSTOMER " CUST-NUM " " CUST-NAME
                        " IS WITHHELD AT " PTX-RATE "% SINCE "
                        PTX-SET-DATE
            END-READ.
            DISPLAY "SET A RATE (S), USE THE DEFAULT (D) OR LEAVE "
                "AS IS (X)? ".
            ACCEPT WS-RATE-ACTION.
            EVALUATE WS-RATE-ACTION
                WHEN "S" WHEN "s"
                    GO TO EE1-ACCEPT-RATE
                WHEN "D" WHEN "d"
                    IF WS-BEFORE-IMAGE = SPACES
                        DISPLAY "ALREADY ON THE DEFAULT RATE"
                        GO TO EE-EXIT
                    END-IF
                    DELETE PENTAX-FILE RECORD
                    MOVE SPACES TO PENTAX-REC
                    MOVE WS-MAINT-CUST TO PTX-CUST-NUM
                    PERFORM FB-LOG-RATE
                    DISPLAY "CUSTOMER " WS-MAINT-CUST
                        " NOW ON THE DEFAULT RATE"
                    GO TO EE-EXIT
                WHEN OTHER
                    DISPLAY "RATE LEFT AS IT WAS"
                    GO TO EE-EXIT
            END-EVALUATE.
        EE1-ACCEPT-RATE.
            DISPLAY "ENTER WITHHOLDING RATE PERCENT (0 TO 60): ".
            ACCEPT WS-WORK-RATE.
            IF WS-WORK-RATE NOT NUMERIC OR WS-WORK-RATE > 60
                DISPLAY "** RATE MUST BE A PERCENT FROM 0 TO 60 **"
                GO TO EE1-ACCEPT-RATE.
            MOVE SPACES TO PENTAX-REC.
            MOVE WS-MAINT-CUST TO PTX-CUST-NUM.
            MOVE WS-WORK-RATE TO PTX-RATE.
            MOVE WS-TODAY-DATE TO PTX-SET-DATE.
            IF WS-BEFORE-IMAGE = SPACES
                WRITE PENTAX-REC
            ELSE
                REWRITE PENTAX-REC
            END-IF.
            PERFORM FB-LOG-RATE.
            DISPLAY "CUSTOMER " WS-MAINT-CUST " WITHHELD AT "
                PTX-RATE "% FROM " PTX-SET-DATE.
        EE-EXIT.
            EXIT.
      * ON A CHANGE A BLANK ANSWER KEEPS THE FIELD AS IT WAS; ON AN ADD
      * THE NAME, DATE OF BIRTH AND PROVINCE MUST BE GIVEN.
        EA-ACCEPT-FIELDS.
            DISPLAY "ENTER NAME: ".
            MOVE SPACES TO WS-WORK-NAME.
            ACCEPT WS-WORK-NAME.
            IF WS-WORK-NAME NOT = SPACES
                MOVE WS-WORK-NAME TO CUST-NAME.
            IF CUST-NAME = SPACES
                DISPLAY "** NAME IS REQUIRED **"
                GO TO EA-ACCEPT-FIELDS.
        EA1-ACCEPT-DOB.
            DISPLAY "ENTER DATE OF BIRTH (YYYYMMDD): ".
            ACCEPT WS-WORK-DATE.
            IF WS-CHANGE-MODE = "Y" AND WS-WORK-DATE IS NUMERIC
               AND WS-WORK-DATE = 0
                GO TO EA2-ACCEPT-ADDRESS.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO EA1-ACCEPT-DOB.
            MOVE WS-WORK-DATE TO CUST-DOB.
        EA2-ACCEPT-ADDRESS.
            DISPLAY "ENTER STREET ADDRESS: ".
            MOVE SPACES TO WS-WORK-ADDRESS.
            ACCEPT WS-WORK-ADDRESS.
            IF WS-WORK-ADDRESS NOT = SPACES
                MOVE WS-WORK-ADDRESS TO CUST-ADDRESS.
            DISPLAY "ENTER TOWN: ".
            MOVE SPACES TO WS-WORK-TOWN.
            ACCEPT WS-WORK-TOWN.
            IF WS-WORK-TOWN NOT = SPACES
                MOVE WS-WORK-TOWN TO CUST-TOWN.
        EA3-ACCEPT-PROVINCE.
            DISPLAY "ENTER PROVINCE (2 LETTERS): ".
            MOVE SPACES TO WS-WORK-PROVINCE.
            ACCEPT WS-WORK-PROVINCE.
            INSPECT WS-WORK-PROVINCE CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            IF WS-WORK-PROVINCE NOT = SPACES
                MOVE WS-WORK-PROVINCE TO CUST-PROVINCE.
            IF CUST-PROVINCE = SPACES
               OR CUST-PROVINCE(1:1) = SPACE
               OR CUST-PROVINCE(2:1) = SPACE
               OR CUST-PROVINCE IS NOT ALPHABETIC
                DISPLAY "** PROVINCE MUST BE TWO LETTERS **"
                MOVE SPACES TO CUST-PROVINCE
                GO TO EA3-ACCEPT-PROVINCE.
            DISPLAY "ENTER POSTCODE: ".
            MOVE SPACES TO WS-WORK-POSTCODE.
            ACCEPT WS-WORK-POSTCODE.
            IF WS-WORK-POSTCODE NOT = SPACES
                MOVE WS-WORK-POSTCODE TO CUST-POSTCODE.
            DISPLAY "ENTER CONTACT NAME: ".
            MOVE SPACES TO WS-WORK-CONTACT.
            ACCEPT WS-WORK-CONTACT.
            IF WS-WORK-CONTACT NOT = SPACES
                MOVE WS-WORK-CONTACT TO CUST-CONTACT.
            DISPLAY "ENTER CONTACT PHONE: ".
            MOVE SPACES TO WS-WORK-PHONE.
            ACCEPT WS-WORK-PHONE.
            IF WS-WORK-PHONE NOT = SPACES
                MOVE WS-WORK-PHONE TO CUST-PHONE.
        EA-EXIT.
            EXIT.
      * A DATE OF BIRTH MUST BE A CALENDAR DATE AND NOT LATER THAN
      * TODAY.
        EF-CHECK-DATE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-WORK-DATE NOT NUMERIC
                OR WS-WORK-YEAR < 1900
                OR WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12
                OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-WORK-DATE " IS NOT A VALID DATE **"
                GO TO EF-EXIT.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) NOT = 0
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-WORK-DATE " IS NOT A VALID DATE **"
                GO TO EF-EXIT.
            IF WS-WORK-DATE > WS-TODAY-DATE
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** DATE OF BIRTH " WS-WORK-DATE
                    " IS IN THE FUTURE **".
        EF-EXIT.
            EXIT.
        DB-SHOW-CUSTOMER.
            DISPLAY "CUSTOMER " CUST-NUM " " CUST-NAME
                " BORN " CUST-DOB " STATUS " CUST-STATUS
                " SINCE " CUST-STATUS-DATE.
            DISPLAY "         " CUST-ADDRESS " " CUST-TOWN " "
                CUST-PROVINCE " " CUST-POSTCODE.
            DISPLAY "         CONTACT " CUST-CONTACT " PHONE "
                CUST-PHONE.
        DA-LIST-CUSTOMERS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE 0 TO WS-INACTIVE-COUNT.
            MOVE 0 TO CUST-NUM.
            START CUSTOMER-FILE KEY NOT LESS CUST-NUM
                INVALID KEY
                    DISPLAY "CUSTOMER MASTER IS EMPTY"
                    GO TO DA-EXIT
            END-START.
            DISPLAY "======= CUSTOMER MASTER =======".
        DA1-LIST-NEXT.
            READ CUSTOMER-FILE NEXT RECORD AT END GO TO DA2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            IF CUST-IS-INACTIVE
                ADD 1 TO WS-INACTIVE-COUNT.
            PERFORM DB-SHOW-CUSTOMER.
            GO TO DA1-LIST-NEXT.
        DA2-LIST-DONE.
            DISPLAY "CUSTOMERS: " WS-LIST-COUNT " OF WHICH INACTIVE: "
                WS-INACTIVE-COUNT.
        DA-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=C"
                " ACTION=" WS-MAINT-ACTION
                " CUST=" CUST-NUM
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            WRITE AUDIT-REC.
            IF WS-BEFORE-IMAGE NOT = SPACES
                MOVE SPACES TO AUDIT-REC
                STRING "  BEFORE " WS-BEFORE-IMAGE
                    DELIMITED BY SIZE INTO AUDIT-REC
                WRITE AUDIT-REC
            END-IF.
            MOVE SPACES TO AUDIT-REC.
            STRING "  AFTER  " CUSTOMER-REC
                DELIMITED BY SIZE INTO AUDIT-REC.
            WRITE AUDIT-REC.
        FB-LOG-RATE.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=T"
                " ACTION=" WS-RATE-ACTION
                " CUST=" WS-MAINT-CUST
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            WRITE AUDIT-REC.
            IF WS-BEFORE-IMAGE NOT = SPACES
                MOVE SPACES TO AUDIT-REC
                STRING "  BEFORE " WS-BEFORE-IMAGE
                    DELIMITED BY SIZE INTO AUDIT-REC
                WRITE AUDIT-REC
            END-IF.
            MOVE SPACES TO AUDIT-REC.
            STRING "  AFTER  " PENTAX-REC
                DELIMITED BY SIZE INTO AUDIT-REC.
            WRITE AUDIT-REC.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
        NN-VALIDATE-OPERATOR.
            MOVE "N" TO WS-OPER-FOUND.
            OPEN INPUT OPERATOR-FILE.
            IF WS-OPER-STATUS NOT = "00"
                DISPLAY "** NO OPERATOR FILE, SIGN-ON NOT "
                    "ENFORCED **"
                GO TO NN-EXIT.
        NN1-OPER-READ.
            READ OPERATOR-FILE AT END GO TO NN2-OPER-DONE.
            IF OP-ID = WS-OPERATOR-ID
                MOVE "Y" TO WS-OPER-FOUND
                DISPLAY "SIGNED ON: " OP-NAME
            END-IF.
            GO TO NN1-OPER-READ.
        NN2-OPER-DONE.
            CLOSE OPERATOR-FILE.
            IF WS-OPER-FOUND = "N"
                DISPLAY "** UNKNOWN OPERATOR " WS-OPERATOR-ID
                    ", SIGN-ON REJECTED **"
                STOP RUN.
        NN-EXIT.
            EXIT.
        CC-END.
            CLOSE CUSTOMER-FILE.
            CLOSE PENTAX-FILE.
            CLOSE AUDIT-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
