        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRCMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE TRANSACTION-CODE MASTER TRANCODE.DAT,
      * KEYED BY THE ONE-CHARACTER IN-CODE, THAT RECORD, RECORDF AND
      * REJREPR VALIDATE EACH RECORD AGAINST THROUGH TCVAL. EACH CODE
      * CARRIES A DESCRIPTION, AN ACTIVE FLAG, THE MINIMUM AND MAXIMUM
      * AMOUNT A RECORD WITH THE CODE MAY CARRY (MAXIMUM 0 = NO LIMIT)
      * AND UP TO FIVE TYPES ALLOWED TO USE IT (BLANK = ANY TYPE). AN
      * OPERATOR CAN ADD, CHANGE OR DELETE A CODE AND LIST THE MASTER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANCODE-FILE
            ASSIGN TO "trancode.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TC-CODE
            FILE STATUS IS WS-TC-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD TRANCODE-FILE.
        01 TRANCODE-REC.
            COPY "trancode.cpy".
        WORKING-STORAGE SECTION.
        01 WS-TC-STATUS           PIC XX.
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-CODE          PIC X.
        01 WS-WORK-DESC           PIC X(20).
        01 WS-WORK-ACTIVE         PIC X.
        01 WS-WORK-MIN            PIC 9(6).
        01 WS-WORK-MAX            PIC 9(6).
        01 WS-WORK-TYPES          PIC X(10).
        01 WS-WORK-TYPE-TABLE REDEFINES WS-WORK-TYPES.
            03 WS-WORK-TYPE       PIC XX OCCURS 5 TIMES.
        01 WS-TYPE-IDX            PIC 9.
        01 WS-TYPES-OK            PIC X.
        01 WS-CONFIRM             PIC X.
        01 WS-CHANGE-MODE         PIC X VALUE "N".
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            OPEN I-O TRANCODE-FILE.
            IF WS-TC-STATUS NOT = "00"
                OPEN OUTPUT TRANCODE-FILE
                CLOSE TRANCODE-FILE
                OPEN I-O TRANCODE-FILE
            END-IF.
            IF WS-TC-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN trancode.dat, STATUS "
                    WS-TC-STATUS
                STOP RUN.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST ALL (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-CODES THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER TRANSACTION CODE (1 CHARACTER): ".
            MOVE SPACE TO WS-MAINT-CODE.
            ACCEPT WS-MAINT-CODE.
            IF WS-MAINT-CODE = SPACE
                DISPLAY "** TRANSACTION CODE MUST NOT BE BLANK **"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-CODE TO TC-CODE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-CODE THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ TRANCODE-FILE
                        INVALID KEY
                        DISPLAY "NO TRANSACTION CODE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-CODE THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ TRANCODE-FILE
                        INVALID KEY
                        DISPLAY "NO TRANSACTION CODE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EC-DELETE-CODE THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DB-LIST-CODES.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO TC-CODE.
            START TRANCODE-FILE KEY IS NOT LESS THAN TC-CODE
                INVALID KEY
                    DISPLAY "NO TRANSACTION CODES ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ TRANCODE-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY TC-CODE " " TC-DESC " ACTIVE " TC-ACTIVE
                " MIN " TC-MIN-AMOUNT " MAX " TC-MAX-AMOUNT
                " TYPES " TC-TYPES.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "TRANSACTION CODES LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-CODE.
            MOVE SPACES TO TRANCODE-REC.
            MOVE WS-MAINT-CODE TO TC-CODE.
            MOVE "N" TO WS-CHANGE-MODE.
            DISPLAY "ENTER DESCRIPTION: ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            MOVE WS-WORK-DESC TO TC-DESC.
            MOVE "Y" TO TC-ACTIVE.
            PERFORM ED-ACCEPT-LIMITS THRU ED-EXIT.
            PERFORM EF-ACCEPT-TYPES THRU EF-EXIT.
            WRITE TRANCODE-REC
                INVALID KEY
                    DISPLAY "TRANSACTION CODE " WS-MAINT-CODE
                        " IS ALREADY ON FILE"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "TRANSACTION CODE ADDED: " TC-CODE " " TC-DESC.
        EA-EXIT.
            EXIT.
        EB-CHANGE-CODE.
            DISPLAY "CURRENT: " TC-DESC " ACTIVE " TC-ACTIVE
                " MIN " TC-MIN-AMOUNT " MAX " TC-MAX-AMOUNT
                " TYPES " TC-TYPES.
            MOVE "Y" TO WS-CHANGE-MODE.
            DISPLAY "ENTER DESCRIPTION (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            IF WS-WORK-DESC NOT = SPACES
                MOVE WS-WORK-DESC TO TC-DESC.
            PERFORM EE-ACCEPT-ACTIVE THRU EE-EXIT.
            PERFORM ED-ACCEPT-LIMITS THRU ED-EXIT.
            PERFORM EF-ACCEPT-TYPES THRU EF-EXIT.
            REWRITE TRANCODE-REC
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE TRANSACTION CODE "
                        WS-MAINT-CODE
                NOT INVALID KEY
                    DISPLAY "TRANSACTION CODE " WS-MAINT-CODE
                        " UPDATED"
            END-REWRITE.
        EB-EXIT.
            EXIT.
      * RECORDS ALREADY ON REJECTED_RECS.DAT WITH A DELETED CODE CAN
      * NO LONGER BE REPAIRED AS THEY STAND; MARKING THE CODE INACTIVE
      * STOPS NEW USE AND KEEPS ITS DESCRIPTION ON FILE.
        EC-DELETE-CODE.
            DISPLAY "DELETE " TC-CODE " " TC-DESC
                "? MAKING IT INACTIVE KEEPS THE DESCRIPTION (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "TRANSACTION CODE NOT DELETED"
                GO TO EC-EXIT.
            DELETE TRANCODE-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE TRANSACTION CODE "
                        WS-MAINT-CODE " **"
                    GO TO EC-EXIT
            END-DELETE.
            DISPLAY "TRANSACTION CODE DELETED: " WS-MAINT-CODE.
        EC-EXIT.
            EXIT.
        ED-ACCEPT-LIMITS.
            DISPLAY "ENTER MINIMUM AMOUNT: ".
            ACCEPT WS-WORK-MIN.
            IF WS-WORK-MIN NOT NUMERIC
                DISPLAY "** MINIMUM AMOUNT MUST BE NUMERIC **"
                GO TO ED-ACCEPT-LIMITS.
        ED1-ACCEPT-MAX.
            DISPLAY "ENTER MAXIMUM AMOUNT (0 = NO LIMIT): ".
            ACCEPT WS-WORK-MAX.
            IF WS-WORK-MAX NOT NUMERIC
                DISPLAY "** MAXIMUM AMOUNT MUST BE NUMERIC **"
                GO TO ED1-ACCEPT-MAX.
            IF WS-WORK-MAX > 0 AND WS-WORK-MAX < WS-WORK-MIN
                DISPLAY "** MAXIMUM AMOUNT IS BELOW THE MINIMUM **"
                GO TO ED-ACCEPT-LIMITS.
            MOVE WS-WORK-MIN TO TC-MIN-AMOUNT.
            MOVE WS-WORK-MAX TO TC-MAX-AMOUNT.
        ED-EXIT.
            EXIT.
        EE-ACCEPT-ACTIVE.
            DISPLAY "ENTER ACTIVE Y OR N: ".
            ACCEPT WS-WORK-ACTIVE.
            IF WS-WORK-ACTIVE = "y"
                MOVE "Y" TO WS-WORK-ACTIVE.
            IF WS-WORK-ACTIVE = "n"
                MOVE "N" TO WS-WORK-ACTIVE.
            IF WS-WORK-ACTIVE NOT = "Y" AND WS-WORK-ACTIVE NOT = "N"
                DISPLAY "** ACTIVE MUST BE Y OR N **"
                GO TO EE-ACCEPT-ACTIVE.
            MOVE WS-WORK-ACTIVE TO TC-ACTIVE.
        EE-EXIT.
            EXIT.
      * RECVALID.CPY ONLY EVER PASSES TYPES EF AND XY, SO NO OTHER
      * TYPE IS ACCEPTED HERE. ON A CHANGE, BLANK KEEPS THE CURRENT
      * TYPES AND * CLEARS THEM SO THAT ANY TYPE MAY USE THE CODE.
        EF-ACCEPT-TYPES.
            IF WS-CHANGE-MODE = "Y"
                DISPLAY "ENTER ALLOWED TYPES, E.G. EFXY (BLANK = NO "
                    "CHANGE, * = ANY): "
            ELSE
                DISPLAY "ENTER ALLOWED TYPES, E.G. EFXY (BLANK = "
                    "ANY): ".
            MOVE SPACES TO WS-WORK-TYPES.
            ACCEPT WS-WORK-TYPES.
            IF WS-WORK-TYPES = "*"
                MOVE SPACES TO TC-TYPES
                GO TO EF-EXIT.
            IF WS-WORK-TYPES = SPACES
                IF WS-CHANGE-MODE = "N"
                    MOVE SPACES TO TC-TYPES
                END-IF
                GO TO EF-EXIT.
            MOVE "Y" TO WS-TYPES-OK.
            PERFORM EG-CHECK-TYPE
                VARYING WS-TYPE-IDX FROM 1 BY 1
                UNTIL WS-TYPE-IDX > 5.
            IF WS-TYPES-OK = "N"
                DISPLAY "** ALLOWED TYPES MUST BE EF OR XY **"
                GO TO EF-ACCEPT-TYPES.
            MOVE WS-WORK-TYPES TO TC-TYPES.
        EF-EXIT.
            EXIT.
        EG-CHECK-TYPE.
            IF WS-WORK-TYPE(WS-TYPE-IDX) NOT = SPACES AND
               WS-WORK-TYPE(WS-TYPE-IDX) NOT = "EF" AND
               WS-WORK-TYPE(WS-TYPE-IDX) NOT = "XY"
                MOVE "N" TO WS-TYPES-OK.
        CC-END.
            CLOSE TRANCODE-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
