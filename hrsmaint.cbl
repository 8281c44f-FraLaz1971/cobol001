      * THIS PROGRAM MAINTAINS THE DAILY TIMESHEET FILE READ BY PAY,
      * ONE RECORD PER EID PER WORK DATE WITH AN APPROVAL FLAG,
      * ALLOWING AN OPERATOR TO ADD, CHANGE, DELETE, APPROVE OR LIST
      * THE DAILY ENTRIES FOR AN EID. EACH ENTRY IS CHARGED TO A
      * PROJECT OR CLIENT CODE FROM THE CHARGE-CODE MASTER CHGCODE.DAT;
      * THE CODE IS KEPT BESIDE THE ENTRY IN HRSCHG.DAT, KEYED THE
      * SAME AS HOURS.DAT, SO THE PROGRAMS THAT READ THE DAILY HOURS
      * ARE UNCHANGED. A CLOSED OR UNKNOWN CODE IS REFUSED; IF THE
      * MASTER IS MISSING THE CODE IS TAKEN AS KEYED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HR-KEY
            FILE STATUS IS WS-HOURS-STATUS.
            SELECT HOURS-CHARGE-FILE
            ASSIGN TO "hrschg.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HC-KEY
            FILE STATUS IS WS-HC-STATUS.
            SELECT CHARGE-FILE
            ASSIGN TO "chgcode.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CHG-CODE
            FILE STATUS IS WS-CHG-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            03 HR-HOURS              PIC 999V99.
            03 HR-APPROVED           PIC X.
                88 HR-IS-APPROVED       VALUE "Y".
        FD HOURS-CHARGE-FILE.
        01 HOURS-CHARGE-RECORD.
            03 HC-KEY.
                05 HC-EID           PIC 9(6).
                05 HC-WORK-DATE     PIC 9(8).
            03 HC-CHARGE-CODE        PIC X(6).
        FD CHARGE-FILE.
        01 CHARGE-RECORD.
            03 CHG-CODE              PIC X(6).
            03 CHG-DESC              PIC X(20).
            03 CHG-CLIENT            PIC X(8).
            03 CHG-BILL-RATE         PIC 9(3)V99.
            03 CHG-STATUS            PIC X.
                88 CHG-ACTIVE            VALUE "A".
                88 CHG-CLOSED            VALUE "C".
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            03 BLK-HOLDER PIC X(10).
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-HOURS-STATUS        PIC XX.
        01 WS-HC-STATUS           PIC XX.
        01 WS-CHG-STATUS          PIC XX.
        01 WS-CHG-OPEN            PIC X VALUE "N".
        01 WS-BLK-STATUS      PIC XX.
        01 WS-MLK-STATUS      PIC XX.
        01 WS-LOCK-HELD       PIC X.
        01 WS-MAINT-DATE          PIC 9(8).
        01 WS-MAINT-HOURS         PIC 999V99.
        01 WS-MAINT-APPROVED      PIC X.
        01 WS-MAINT-CHARGE        PIC X(6).
        01 WS-CURRENT-CHARGE      PIC X(6).
        01 WS-CHARGE-OK           PIC X.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
                    WS-HOURS-STATUS
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN I-O HOURS-CHARGE-FILE.
            IF WS-HC-STATUS NOT = "00"
                OPEN OUTPUT HOURS-CHARGE-FILE
                CLOSE HOURS-CHARGE-FILE
                OPEN I-O HOURS-CHARGE-FILE
            END-IF.
            IF WS-HC-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN hrschg.dat, STATUS "
                    WS-HC-STATUS
                CLOSE HOURS-FILE
                PERFORM LK-RELEASE-LOCK
                STOP RUN.
            OPEN INPUT CHARGE-FILE.
            IF WS-CHG-STATUS = "00"
                MOVE "Y" TO WS-CHG-OPEN
            ELSE
                DISPLAY "NO CHARGE CODE MASTER, CHARGE CODE EDITS "
                    "SKIPPED"
            END-IF.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), APPROVE (P), "
                "LIST EID (L) OR STOP (S)? ".
                    ACCEPT WS-MAINT-HOURS
                    MOVE WS-MAINT-HOURS TO HR-HOURS
                    PERFORM EA-ACCEPT-APPROVAL
                    MOVE SPACES TO WS-CURRENT-CHARGE
                    PERFORM EB-ACCEPT-CHARGE THRU EB-EXIT
                    WRITE HOURS-RECORD
                        INVALID KEY
                        DISPLAY "EID " WS-MAINT-EID " ALREADY HAS A "
                            "TIMESHEET ENTRY FOR " WS-MAINT-DATE
                        NOT INVALID KEY
                        PERFORM EC-SAVE-CHARGE THRU EC-EXIT
                    END-WRITE
                WHEN "C" WHEN "c"
                    READ HOURS-FILE
                        DISPLAY "NO ENTRY FOR EID " WS-MAINT-EID
                            " ON " WS-MAINT-DATE
                        NOT INVALID KEY
                        PERFORM ED-READ-CHARGE
                        DISPLAY "CURRENT HOURS: " HR-HOURS
                            " APPROVED: " HR-APPROVED
                            " CHARGE CODE: " WS-CURRENT-CHARGE
                        DISPLAY "ENTER NEW HOURS: "
                        ACCEPT WS-MAINT-HOURS
                        MOVE WS-MAINT-HOURS TO HR-HOURS
                        PERFORM EA-ACCEPT-APPROVAL
                        PERFORM EB-ACCEPT-CHARGE THRU EB-EXIT
                        REWRITE HOURS-RECORD
                        PERFORM EC-SAVE-CHARGE THRU EC-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    DELETE HOURS-FILE
                        NOT INVALID KEY
                        DISPLAY "ENTRY DELETED FOR EID "
                            WS-MAINT-EID " ON " WS-MAINT-DATE
                        MOVE HR-KEY TO HC-KEY
                        DELETE HOURS-CHARGE-FILE RECORD
                            INVALID KEY CONTINUE
                        END-DELETE
                    END-DELETE
                WHEN "P" WHEN "p"
                    READ HOURS-FILE
            IF WS-MAINT-APPROVED NOT = "Y"
                MOVE "N" TO WS-MAINT-APPROVED.
            MOVE WS-MAINT-APPROVED TO HR-APPROVED.
      * ON A CHANGE A BLANK ANSWER KEEPS THE CODE ALREADY HELD AND
      * AN ASTERISK TAKES IT OFF; ON AN ADD A BLANK ANSWER LEAVES THE
      * DAY UNCHARGED.
        EB-ACCEPT-CHARGE.
            DISPLAY "ENTER CHARGE CODE (BLANK = KEEP, * = NONE): ".
            MOVE SPACES TO WS-MAINT-CHARGE.
            ACCEPT WS-MAINT-CHARGE.
            IF WS-MAINT-CHARGE = SPACES
                GO TO EB-EXIT.
            IF WS-MAINT-CHARGE = "*"
                MOVE SPACES TO WS-CURRENT-CHARGE
                GO TO EB-EXIT.
            MOVE "Y" TO WS-CHARGE-OK.
            IF WS-CHG-OPEN = "Y"
                MOVE WS-MAINT-CHARGE TO CHG-CODE
                READ CHARGE-FILE
                    INVALID KEY
                        MOVE "N" TO WS-CHARGE-OK
                        DISPLAY "** NO CHARGE CODE " WS-MAINT-CHARGE
                            " ON THE MASTER **"
                    NOT INVALID KEY
                        IF NOT CHG-ACTIVE
                            MOVE "N" TO WS-CHARGE-OK
                            DISPLAY "** CHARGE CODE " WS-MAINT-CHARGE
                                " IS CLOSED **"
                        END-IF
                END-READ
            END-IF.
            IF WS-CHARGE-OK = "N"
                GO TO EB-ACCEPT-CHARGE.
            MOVE WS-MAINT-CHARGE TO WS-CURRENT-CHARGE.
        EB-EXIT.
            EXIT.
        EC-SAVE-CHARGE.
            MOVE HR-KEY TO HC-KEY.
            IF WS-CURRENT-CHARGE = SPACES
                DELETE HOURS-CHARGE-FILE RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                GO TO EC-EXIT.
            MOVE WS-CURRENT-CHARGE TO HC-CHARGE-CODE.
            WRITE HOURS-CHARGE-RECORD
                INVALID KEY
                    REWRITE HOURS-CHARGE-RECORD
            END-WRITE.
        EC-EXIT.
            EXIT.
        ED-READ-CHARGE.
            MOVE SPACES TO WS-CURRENT-CHARGE.
            MOVE HR-KEY TO HC-KEY.
            READ HOURS-CHARGE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE HC-CHARGE-CODE TO WS-CURRENT-CHARGE
            END-READ.
        DA-LIST-EID.
            MOVE 0 TO HR-WORK-DATE.
            START HOURS-FILE KEY IS NOT LESS THAN HR-KEY
            READ HOURS-FILE NEXT RECORD AT END GO TO DA-EXIT.
            IF HR-EID NOT = WS-MAINT-EID
                GO TO DA-EXIT.
            PERFORM ED-READ-CHARGE.
            DISPLAY "EID " HR-EID " DATE " HR-WORK-DATE
                " HOURS " HR-HOURS " APPROVED " HR-APPROVED
                " CHARGE " WS-CURRENT-CHARGE.
            GO TO DB-LIST-NEXT.
        DA-EXIT.
            EXIT.
        CC-END.
            PERFORM LK-RELEASE-LOCK.
            CLOSE HOURS-FILE.
            CLOSE HOURS-CHARGE-FILE.
            IF WS-CHG-OPEN = "Y"
                CLOSE CHARGE-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        LK-ACQUIRE-LOCK.
