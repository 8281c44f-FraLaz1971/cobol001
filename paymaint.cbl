        DATE-WRITTEN. 02/09/2026.
        DATE-COMPILED. 02/09/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE STANDING FILES PAY READS BUT
      * NO PROGRAM COULD CREATE: DEDUCTIONS.DAT, GARNISH.DAT,
      * SHIFT.DAT, THE TAX WITHHOLDING PROFILES IN TAXPROF.DAT AND
      * THE RETIREMENT CONTRIBUTION ELECTIONS IN RETIRE.DAT.
      * ADD, CHANGE AND DELETE BY EID WITH FIELD EDITS
      * (NON-NEGATIVE DEDUCTION AMOUNTS, GARNISHMENT MAX PERCENT
      * BETWEEN .01 AND .99, SHIFT CODE LIMITED TO THE CODES PAY
      * RECOGNIZES, EXEMPT FLAG Y OR N, CONTRIBUTION PERCENT NO MORE
      * THAN 50), A CHECK THAT THE EID EXISTS
      * ON EMPLOYEE.DAT, AND EVERY ACTION LOGGED WITH THE OPERATOR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SFT-EID
            FILE STATUS IS WS-SFT-STATUS.
            SELECT TAXPROF-FILE
            ASSIGN TO "taxprof.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WP-EID
            FILE STATUS IS WS-WP-STATUS.
            SELECT RETIRE-FILE
            ASSIGN TO "retire.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RET-EID
            FILE STATUS IS WS-RET-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            03 SFT-EID              PIC 9(6).
            03 SFT-SHIFT-CODE       PIC X.
            03 SFT-PREMIUM-HOURS    PIC 999V99.
        FD TAXPROF-FILE.
        01 TAXPROF-RECORD.
            03 WP-EID               PIC 9(6).
            03 WP-ALLOWANCES        PIC 99.
            03 WP-EXEMPT            PIC X.
                88 WP-IS-EXEMPT         VALUE "Y".
            03 WP-EXTRA-AMOUNT      PIC 9(4)V99.
        FD RETIRE-FILE.
        01 RETIRE-RECORD.
            03 RET-EID               PIC 9(6).
            03 RET-PERCENT           PIC 99V99.
            03 RET-YEAR              PIC 9(4).
            03 RET-YTD-EE            PIC 9(8)V99.
            03 RET-YTD-ER            PIC 9(8)V99.
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT        PIC X(80).
            COPY "audchain.cpy".
        FD BATCH-LOCK-FILE.
        01 BATCH-LOCK-REC.
            03 BLK-HOLDER PIC X(10).
        01 WS-DED-STATUS          PIC XX.
        01 WS-GAR-STATUS          PIC XX.
        01 WS-SFT-STATUS          PIC XX.
        01 WS-WP-STATUS           PIC XX.
        01 WS-RET-STATUS          PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-AUDIT-LOG           PIC X(20) VALUE "paymaint.log".
        01 WS-AUDIT-LEN           PIC 9(3) VALUE 80.
        01 WS-BLK-STATUS          PIC XX.
        01 WS-MLK-STATUS          PIC XX.
        01 WS-LOCK-HELD           PIC X.
        01 WS-WORK-PERCENT        PIC V99.
        01 WS-WORK-CODE           PIC X.
        01 WS-WORK-HOURS          PIC 999V99.
        01 WS-WORK-ALLOWANCES     PIC 99.
        01 WS-WORK-EXEMPT         PIC X.
        01 WS-WORK-EXTRA          PIC 9(4)V99.
        01 WS-WORK-RET-PERCENT    PIC 99V99.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "MAINTAIN DEDUCTIONS (D), GARNISHMENTS (G), "
                "SHIFTS (H), WITHHOLDING (W), "
                "RETIREMENT CONTRIBUTIONS (C) OR STOP (S)? ".
            ACCEPT WS-MAINT-FILE.
            IF WS-MAINT-FILE = "S" OR WS-MAINT-FILE = "s"
                GO TO CC-END.
                    PERFORM EB-MAINT-GARNISH THRU EB-EXIT
                WHEN "H" WHEN "h"
                    PERFORM EC-MAINT-SHIFT THRU EC-EXIT
                WHEN "W" WHEN "w"
                    PERFORM ED-MAINT-TAXPROF THRU ED-EXIT
                WHEN "C" WHEN "c"
                    PERFORM EE-MAINT-RETIRE THRU EE-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN FILE CHOICE " WS-MAINT-FILE
            END-EVALUATE.
                        DISPLAY "NO DEDUCTIONS FOR EID " WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "CURRENT: DUES " DED-UNION-DUES
                            " PARKING " DED-PARKING
                        PERFORM EA1-ACCEPT-DED-FIELDS
                        REWRITE DEDUCTION-RECORD
            END-EVALUATE.
        EA-EXIT.
            EXIT.
      * BENEFIT PREMIUMS NOW COME FROM THE ENROLMENTS KEPT BY
      * BENMAINT; THE OLD FLAT FIGURE IS CLEARED.
        EA1-ACCEPT-DED-FIELDS.
            PERFORM EA2-ACCEPT-ONE-AMOUNT.
            MOVE WS-WORK-AMOUNT TO DED-UNION-DUES.
            MOVE 0 TO DED-BENEFIT-PREMIUM.
            PERFORM EA4-ACCEPT-ONE-AMOUNT.
            MOVE WS-WORK-AMOUNT TO DED-PARKING.
        EA2-ACCEPT-ONE-AMOUNT.
            DISPLAY "ENTER UNION DUES (0-99.99): ".
            ACCEPT WS-WORK-AMOUNT.
        EA4-ACCEPT-ONE-AMOUNT.
            DISPLAY "ENTER PARKING (0-99.99): ".
            ACCEPT WS-WORK-AMOUNT.
            MOVE WS-WORK-HOURS TO SFT-PREMIUM-HOURS.
        EC1-EXIT.
            EXIT.
        ED-MAINT-TAXPROF.
            MOVE WS-MAINT-EID TO WP-EID.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM ED1-ACCEPT-WP-FIELDS THRU ED1-EXIT
                    WRITE TAXPROF-RECORD
                        INVALID KEY
                        DISPLAY "EID " WS-MAINT-EID
                            " ALREADY HAS A WITHHOLDING PROFILE"
                        NOT INVALID KEY
                        PERFORM FA-LOG-ACTION
                    END-WRITE
                WHEN "C" WHEN "c"
                    READ TAXPROF-FILE
                        INVALID KEY
                        DISPLAY "NO WITHHOLDING PROFILE FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "CURRENT: ALLOWANCES " WP-ALLOWANCES
                            " EXEMPT " WP-EXEMPT
                            " EXTRA " WP-EXTRA-AMOUNT
                        PERFORM ED1-ACCEPT-WP-FIELDS THRU ED1-EXIT
                        REWRITE TAXPROF-RECORD
                        PERFORM FA-LOG-ACTION
                    END-READ
                WHEN "D" WHEN "d"
                    DELETE TAXPROF-FILE
                        INVALID KEY
                        DISPLAY "NO WITHHOLDING PROFILE FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "WITHHOLDING PROFILE DELETED FOR EID "
                            WS-MAINT-EID
                        PERFORM FA-LOG-ACTION
                    END-DELETE
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
        ED-EXIT.
            EXIT.
        ED1-ACCEPT-WP-FIELDS.
            DISPLAY "ENTER NUMBER OF ALLOWANCES (0-99): ".
            ACCEPT WS-WORK-ALLOWANCES.
            MOVE WS-WORK-ALLOWANCES TO WP-ALLOWANCES.
        ED2-ACCEPT-EXEMPT.
            DISPLAY "EXEMPT FROM WITHHOLDING? (Y/N): ".
            ACCEPT WS-WORK-EXEMPT.
            IF WS-WORK-EXEMPT = "y"
                MOVE "Y" TO WS-WORK-EXEMPT.
            IF WS-WORK-EXEMPT = "n"
                MOVE "N" TO WS-WORK-EXEMPT.
            IF WS-WORK-EXEMPT NOT = "Y" AND WS-WORK-EXEMPT NOT = "N"
                DISPLAY "** EXEMPT FLAG MUST BE Y OR N **"
                GO TO ED2-ACCEPT-EXEMPT.
            MOVE WS-WORK-EXEMPT TO WP-EXEMPT.
            DISPLAY "ENTER ADDITIONAL WITHHOLDING PER PERIOD: ".
            ACCEPT WS-WORK-EXTRA.
            MOVE WS-WORK-EXTRA TO WP-EXTRA-AMOUNT.
        ED1-EXIT.
            EXIT.
      * AN ELECTION WITH CONTRIBUTIONS ALREADY TAKEN THIS YEAR IS
      * KEPT FOR THE YEAR-TO-DATE FIGURES; SET THE PERCENT TO ZERO
      * TO STOP THE DEDUCTION INSTEAD.
        EE-MAINT-RETIRE.
            MOVE WS-MAINT-EID TO RET-EID.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EE1-ACCEPT-RET-FIELDS THRU EE1-EXIT
                    MOVE 0 TO RET-YEAR RET-YTD-EE RET-YTD-ER
                    WRITE RETIRE-RECORD
                        INVALID KEY
                        DISPLAY "EID " WS-MAINT-EID
                            " ALREADY HAS A RETIREMENT ELECTION"
                        NOT INVALID KEY
                        PERFORM FA-LOG-ACTION
                    END-WRITE
                WHEN "C" WHEN "c"
                    READ RETIRE-FILE
                        INVALID KEY
                        DISPLAY "NO RETIREMENT ELECTION FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "CURRENT: PERCENT " RET-PERCENT
                            " YEAR " RET-YEAR
                            " YTD EMPLOYEE " RET-YTD-EE
                            " YTD EMPLOYER " RET-YTD-ER
                        PERFORM EE1-ACCEPT-RET-FIELDS THRU EE1-EXIT
                        REWRITE RETIRE-RECORD
                        PERFORM FA-LOG-ACTION
                    END-READ
                WHEN "D" WHEN "d"
                    READ RETIRE-FILE
                        INVALID KEY
                        DISPLAY "NO RETIREMENT ELECTION FOR EID "
                            WS-MAINT-EID
                        GO TO EE-EXIT
                    END-READ
                    IF RET-YTD-EE NOT = 0 OR RET-YTD-ER NOT = 0
                        DISPLAY "** EID " WS-MAINT-EID
                            " HAS CONTRIBUTIONS THIS YEAR, SET THE "
                            "PERCENT TO ZERO INSTEAD **"
                        GO TO EE-EXIT
                    END-IF
                    DELETE RETIRE-FILE
                        INVALID KEY
                        DISPLAY "NO RETIREMENT ELECTION FOR EID "
                            WS-MAINT-EID
                        NOT INVALID KEY
                        DISPLAY "RETIREMENT ELECTION DELETED FOR EID "
                            WS-MAINT-EID
                        PERFORM FA-LOG-ACTION
                    END-DELETE
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
        EE-EXIT.
            EXIT.
        EE1-ACCEPT-RET-FIELDS.
            DISPLAY "ENTER CONTRIBUTION PERCENT OF GROSS (0-50): ".
            ACCEPT WS-WORK-RET-PERCENT.
            IF WS-WORK-RET-PERCENT > 50
                DISPLAY "** CONTRIBUTION PERCENT MUST BE 0 TO 50 **"
                GO TO EE1-ACCEPT-RET-FIELDS.
            MOVE WS-WORK-RET-PERCENT TO RET-PERCENT.
        EE1-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "FILE=" WS-MAINT-FILE
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        BA-OPEN-FILES.
            OPEN I-O DEDUCTION-FILE.
                CLOSE SHIFT-FILE
                OPEN I-O SHIFT-FILE
            END-IF.
            OPEN I-O TAXPROF-FILE.
            IF WS-WP-STATUS NOT = "00"
                OPEN OUTPUT TAXPROF-FILE
                CLOSE TAXPROF-FILE
                OPEN I-O TAXPROF-FILE
            END-IF.
            OPEN I-O RETIRE-FILE.
            IF WS-RET-STATUS NOT = "00"
                OPEN OUTPUT RETIRE-FILE
                CLOSE RETIRE-FILE
                OPEN I-O RETIRE-FILE
            END-IF.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
            CLOSE DEDUCTION-FILE.
            CLOSE GARNISH-FILE.
            CLOSE SHIFT-FILE.
            CLOSE TAXPROF-FILE.
            CLOSE RETIRE-FILE.
            CLOSE AUDIT-FILE.
            PERFORM LK-RELEASE-LOCK.
            DISPLAY "PROGRAM ENDED: EXITING".
