        IDENTIFICATION DIVISION.
        PROGRAM-ID. CMPMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE COURSE COMPLETIONS FILE
      * COURSECMP.DAT, KEYED BY PERS-NUM AND COURSE CODE. THE PERSON
      * MUST BE ON THE PERSONNEL MASTER PERSMAST.DAT AND THE COURSE ON
      * THE COURSE MASTER COURSEMST.DAT AND ACTIVE. RECORDING A
      * COMPLETION FOR A COURSE ALREADY ON FILE REPLACES IT WITH THE
      * LATER (REFRESHER) DATE; AN EARLIER DATE IS REFUSED. AN OPERATOR
      * CAN RECORD OR DELETE A COMPLETION AND LIST EVERY COMPLETION
      * HELD FOR ONE PERS-NUM.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COMPLETION-FILE
            ASSIGN TO "coursecmp.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CMP-KEY
            FILE STATUS IS WS-CMP-STATUS.
            SELECT COURSE-FILE
            ASSIGN TO "coursemst.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CRS-CODE
            FILE STATUS IS WS-CRS-STATUS.
            SELECT PERS-MASTER ASSIGN "persmast.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PM-PERS-NUM
            FILE STATUS IS WS-PM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD COMPLETION-FILE.
        01 COMPLETION-REC.
            COPY "coursecmp.cpy".
        FD COURSE-FILE.
        01 COURSE-REC.
            COPY "coursemst.cpy".
        FD PERS-MASTER.
        01 PERS-MASTER-REC.
            03 PM-PERS-NUM  PIC 9(6).
            03 PM-NAME      PIC X(20).
            03 PM-DEPART    PIC 9(2).
            03 PM-YEAR-SERV PIC 9(2).
            03 PM-DATE-JOIN PIC 9(6).
            03 PM-GRADE     PIC X(3).
        WORKING-STORAGE SECTION.
        01 WS-CMP-STATUS          PIC XX.
        01 WS-CRS-STATUS          PIC XX.
        01 WS-PM-STATUS           PIC XX.
        01 WS-PM-OPEN             PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-PERS-NUM      PIC 9(6).
        01 WS-MAINT-COURSE        PIC X(6).
        01 WS-TODAY               PIC 9(8).
        01 WS-WORK-DATE           PIC 9(8).
        01 WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
            03 WS-WORK-YEAR       PIC 9(4).
            03 WS-WORK-MONTH      PIC 99.
            03 WS-WORK-DAY        PIC 99.
        01 WS-DATE-OK             PIC X.
        01 WS-WORK-CERT           PIC X(15).
        01 WS-ON-FILE             PIC X.
        01 WS-HELD-DATE           PIC 9(8).
        01 WS-CONFIRM             PIC X.
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            OPEN INPUT COURSE-FILE.
            IF WS-CRS-STATUS NOT = "00"
                DISPLAY "NO COURSE MASTER, SET UP COURSES WITH CRSMAINT"
                STOP RUN.
            OPEN I-O COMPLETION-FILE.
            IF WS-CMP-STATUS NOT = "00"
                OPEN OUTPUT COMPLETION-FILE
                CLOSE COMPLETION-FILE
                OPEN I-O COMPLETION-FILE
            END-IF.
            IF WS-CMP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN coursecmp.dat, STATUS "
                    WS-CMP-STATUS
                CLOSE COURSE-FILE
                STOP RUN.
            OPEN INPUT PERS-MASTER.
            IF WS-PM-STATUS = "00"
                MOVE "Y" TO WS-PM-OPEN
            ELSE
                DISPLAY "NO PERSONNEL MASTER, PERS-NUM NOT VALIDATED"
            END-IF.
        BB-MAINTAIN.
            DISPLAY "RECORD (R), DELETE (D), LIST FOR A PERS-NUM (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            DISPLAY "ENTER PERS-NUM (6 DIGITS): ".
            ACCEPT WS-MAINT-PERS-NUM.
            IF WS-MAINT-PERS-NUM NOT NUMERIC OR WS-MAINT-PERS-NUM = 0
                DISPLAY "** PERS-NUM MUST BE 1 TO 999999 **"
                GO TO BB-MAINTAIN.
            EVALUATE WS-MAINT-ACTION
                WHEN "R" WHEN "r"
                    PERFORM EA-RECORD-COMPLETION THRU EA-EXIT
                WHEN "D" WHEN "d"
                    PERFORM EB-DELETE-COMPLETION THRU EB-EXIT
                WHEN "L" WHEN "l"
                    PERFORM DB-LIST-COMPLETIONS THRU DB-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DB-LIST-COMPLETIONS.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE WS-MAINT-PERS-NUM TO CMP-PERS-NUM.
            MOVE LOW-VALUES TO CMP-COURSE.
            START COMPLETION-FILE KEY IS NOT LESS THAN CMP-KEY
                INVALID KEY
                    GO TO DB2-LIST-DONE
            END-START.
        DB1-LIST-NEXT.
            READ COMPLETION-FILE NEXT RECORD
                AT END GO TO DB2-LIST-DONE.
            IF CMP-PERS-NUM NOT = WS-MAINT-PERS-NUM
                GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            MOVE CMP-COURSE TO CRS-CODE.
            READ COURSE-FILE
                INVALID KEY
                    MOVE "** COURSE NOT ON FILE **" TO CRS-DESC
                    MOVE 0 TO CRS-VALID-MONTHS
            END-READ.
            DISPLAY CMP-COURSE " " CRS-DESC " COMPLETED " CMP-DATE
                " VALID " CRS-VALID-MONTHS " MONTHS CERT " CMP-CERT-NO.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "COMPLETIONS FOR " WS-MAINT-PERS-NUM ": "
                WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-RECORD-COMPLETION.
            IF WS-PM-OPEN = "Y"
                MOVE WS-MAINT-PERS-NUM TO PM-PERS-NUM
                READ PERS-MASTER
                    INVALID KEY
                        DISPLAY "** PERS-NUM " WS-MAINT-PERS-NUM
                            " IS NOT ON THE PERSONNEL MASTER **"
                        GO TO EA-EXIT
                END-READ
                DISPLAY "PERSON: " PM-NAME " DEPARTMENT " PM-DEPART
            END-IF.
            PERFORM ED-ACCEPT-COURSE THRU ED-EXIT.
            IF WS-MAINT-COURSE = SPACES
                GO TO EA-EXIT.
            MOVE WS-MAINT-PERS-NUM TO CMP-PERS-NUM.
            MOVE WS-MAINT-COURSE TO CMP-COURSE.
            MOVE "N" TO WS-ON-FILE.
            READ COMPLETION-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "Y" TO WS-ON-FILE
                    MOVE CMP-DATE TO WS-HELD-DATE
                    DISPLAY "CURRENT COMPLETION: " CMP-DATE
                        " CERT " CMP-CERT-NO
            END-READ.
        EA1-ACCEPT-DATE.
            DISPLAY "ENTER COMPLETION DATE (YYYYMMDD, 0 = TODAY): ".
            ACCEPT WS-WORK-DATE.
            IF WS-WORK-DATE IS NUMERIC AND WS-WORK-DATE = 0
                MOVE WS-TODAY TO WS-WORK-DATE.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO EA1-ACCEPT-DATE.
            IF WS-WORK-DATE > WS-TODAY
                DISPLAY "** COMPLETION DATE IS IN THE FUTURE **"
                GO TO EA1-ACCEPT-DATE.
            IF WS-ON-FILE = "Y" AND WS-WORK-DATE < WS-HELD-DATE
                DISPLAY "** " WS-WORK-DATE " IS EARLIER THAN THE "
                    "COMPLETION ON FILE, NOT RECORDED **"
                GO TO EA-EXIT.
            DISPLAY "ENTER CERTIFICATE OR LICENCE NUMBER "
                "(BLANK = NONE): ".
            MOVE SPACES TO WS-WORK-CERT.
            ACCEPT WS-WORK-CERT.
            MOVE WS-MAINT-PERS-NUM TO CMP-PERS-NUM.
            MOVE WS-MAINT-COURSE TO CMP-COURSE.
            MOVE WS-WORK-DATE TO CMP-DATE.
            MOVE WS-WORK-CERT TO CMP-CERT-NO.
            MOVE WS-TODAY TO CMP-RECORDED.
            IF WS-ON-FILE = "Y"
                REWRITE COMPLETION-REC
                    INVALID KEY
                        DISPLAY "COULD NOT UPDATE COMPLETION"
                    NOT INVALID KEY
                        DISPLAY "COMPLETION OF " WS-MAINT-COURSE
                            " REPLACED, WAS " WS-HELD-DATE
                END-REWRITE
            ELSE
                WRITE COMPLETION-REC
                    INVALID KEY
                        DISPLAY "COULD NOT RECORD COMPLETION"
                    NOT INVALID KEY
                        DISPLAY "COMPLETION OF " WS-MAINT-COURSE
                            " RECORDED FOR " WS-MAINT-PERS-NUM
                END-WRITE
            END-IF.
        EA-EXIT.
            EXIT.
        EB-DELETE-COMPLETION.
            DISPLAY "ENTER COURSE CODE: ".
            MOVE SPACES TO WS-MAINT-COURSE.
            ACCEPT WS-MAINT-COURSE.
            MOVE WS-MAINT-PERS-NUM TO CMP-PERS-NUM.
            MOVE WS-MAINT-COURSE TO CMP-COURSE.
            READ COMPLETION-FILE
                INVALID KEY
                    DISPLAY "NO COMPLETION OF " WS-MAINT-COURSE
                        " FOR " WS-MAINT-PERS-NUM
                    GO TO EB-EXIT
            END-READ.
            DISPLAY "DELETE COMPLETION OF " CMP-COURSE " ON "
                CMP-DATE "? (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "COMPLETION NOT DELETED"
                GO TO EB-EXIT.
            DELETE COMPLETION-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE COMPLETION **"
                    GO TO EB-EXIT
            END-DELETE.
            DISPLAY "COMPLETION DELETED".
        EB-EXIT.
            EXIT.
      * A BLANK COURSE CODE ABANDONS THE ENTRY.
        ED-ACCEPT-COURSE.
            DISPLAY "ENTER COURSE CODE (BLANK = CANCEL): ".
            MOVE SPACES TO WS-MAINT-COURSE.
            ACCEPT WS-MAINT-COURSE.
            IF WS-MAINT-COURSE = SPACES
                GO TO ED-EXIT.
            MOVE WS-MAINT-COURSE TO CRS-CODE.
            READ COURSE-FILE
                INVALID KEY
                    DISPLAY "** COURSE " WS-MAINT-COURSE
                        " IS NOT ON THE COURSE MASTER **"
                    GO TO ED-ACCEPT-COURSE
            END-READ.
            IF NOT CRS-IS-ACTIVE
                DISPLAY "** COURSE " WS-MAINT-COURSE
                    " IS INACTIVE **"
                GO TO ED-ACCEPT-COURSE.
            DISPLAY "COURSE: " CRS-DESC.
        ED-EXIT.
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
        CC-END.
            CLOSE COMPLETION-FILE.
            CLOSE COURSE-FILE.
            IF WS-PM-OPEN = "Y"
                CLOSE PERS-MASTER.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
