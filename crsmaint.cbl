        IDENTIFICATION DIVISION.
        PROGRAM-ID. CRSMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE TRAINING COURSE MASTER COURSEMST.DAT,
      * KEYED BY A SIX-CHARACTER COURSE CODE, FOR THE LICENCES AND
      * MANDATORY COURSES SOME JOBS NEED. EACH COURSE CARRIES A
      * DESCRIPTION, AN ACTIVE FLAG, THE NUMBER OF MONTHS A COMPLETION
      * STAYS VALID (0 = NEVER EXPIRES) AND THE DEPARTMENTS THAT
      * REQUIRE IT: EVERY DEPARTMENT, OR UP TO TEN DEPARTMENT NUMBERS
      * CHECKED AGAINST DEPTMAST.DAT WHEN IT IS PRESENT. AN OPERATOR
      * CAN ADD, CHANGE OR DELETE A COURSE AND LIST THE MASTER.
      * COMPLETIONS ARE KEPT BY CMPMAINT AND REPORTED BY CRSRPT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT COURSE-FILE
            ASSIGN TO "coursemst.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CRS-CODE
            FILE STATUS IS WS-CRS-STATUS.
            SELECT DEPT-MASTER-FILE ASSIGN "deptmast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD COURSE-FILE.
        01 COURSE-REC.
            COPY "coursemst.cpy".
        FD DEPT-MASTER-FILE.
        01 DEPT-MASTER-REC.
            03 DM-DEPART           PIC 9(2).
            03 FILLER              PIC X.
            03 DM-NAME             PIC X(20).
        WORKING-STORAGE SECTION.
        01 WS-CRS-STATUS          PIC XX.
        01 WS-DEPT-STATUS         PIC XX.
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-CODE          PIC X(6).
        01 WS-WORK-DESC           PIC X(30).
        01 WS-WORK-ACTIVE         PIC X.
        01 WS-WORK-MONTHS         PIC 9(3).
        01 WS-WORK-DEPTS          PIC X(20).
        01 WS-WORK-DEPT-TABLE REDEFINES WS-WORK-DEPTS.
            03 WS-WORK-DEPT       PIC XX OCCURS 10 TIMES.
        01 WS-DEPT-IDX            PIC 99.
        01 WS-DEPTS-OK            PIC X.
        01 WS-DEPT-NUM            PIC 99.
      * ONE FLAG PER DEPARTMENT NUMBER 00-99, SUBSCRIPTED BY THE
      * DEPARTMENT NUMBER PLUS ONE.
        01 WS-DEPT-ON-FILE-TABLE.
            03 WS-DEPT-ON-FILE    PIC X OCCURS 100 TIMES.
        01 WS-DEPT-MASTER-LOADED  PIC X VALUE "N".
        01 WS-DP-IDX              PIC 9(3).
        01 WS-CONFIRM             PIC X.
        01 WS-CHANGE-MODE         PIC X VALUE "N".
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            OPEN I-O COURSE-FILE.
            IF WS-CRS-STATUS NOT = "00"
                OPEN OUTPUT COURSE-FILE
                CLOSE COURSE-FILE
                OPEN I-O COURSE-FILE
            END-IF.
            IF WS-CRS-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN coursemst.dat, STATUS "
                    WS-CRS-STATUS
                STOP RUN.
            PERFORM HA-LOAD-DEPT-MASTER THRU HA-EXIT.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST ALL (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-COURSES THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER COURSE CODE (6 CHARACTERS): ".
            MOVE SPACES TO WS-MAINT-CODE.
            ACCEPT WS-MAINT-CODE.
            IF WS-MAINT-CODE = SPACES
                DISPLAY "** COURSE CODE MUST NOT BE BLANK **"
                GO TO BB-MAINTAIN.
            MOVE WS-MAINT-CODE TO CRS-CODE.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-COURSE THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ COURSE-FILE
                        INVALID KEY
                        DISPLAY "NO COURSE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-COURSE THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ COURSE-FILE
                        INVALID KEY
                        DISPLAY "NO COURSE " WS-MAINT-CODE
                        NOT INVALID KEY
                        PERFORM EC-DELETE-COURSE THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
        DB-LIST-COURSES.
            MOVE 0 TO WS-LIST-COUNT.
            MOVE LOW-VALUES TO CRS-CODE.
            START COURSE-FILE KEY IS NOT LESS THAN CRS-CODE
                INVALID KEY
                    DISPLAY "NO COURSES ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ COURSE-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            IF CRS-EVERY-DEPT
                DISPLAY CRS-CODE " " CRS-DESC " ACTIVE " CRS-ACTIVE
                    " VALID " CRS-VALID-MONTHS " MONTHS"
                    " DEPTS ALL"
            ELSE
                DISPLAY CRS-CODE " " CRS-DESC " ACTIVE " CRS-ACTIVE
                    " VALID " CRS-VALID-MONTHS " MONTHS"
                    " DEPTS " CRS-DEPTS
            END-IF.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "COURSES LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-COURSE.
            MOVE SPACES TO COURSE-REC.
            MOVE WS-MAINT-CODE TO CRS-CODE.
            MOVE "N" TO WS-CHANGE-MODE.
            DISPLAY "ENTER DESCRIPTION: ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            MOVE WS-WORK-DESC TO CRS-DESC.
            MOVE "Y" TO CRS-ACTIVE.
            MOVE "N" TO CRS-ALL-DEPTS.
            PERFORM ED-ACCEPT-VALIDITY THRU ED-EXIT.
            PERFORM EF-ACCEPT-DEPTS THRU EF-EXIT.
            WRITE COURSE-REC
                INVALID KEY
                    DISPLAY "COURSE " WS-MAINT-CODE
                        " IS ALREADY ON FILE"
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "COURSE ADDED: " CRS-CODE " " CRS-DESC.
        EA-EXIT.
            EXIT.
        EB-CHANGE-COURSE.
            DISPLAY "CURRENT: " CRS-DESC " ACTIVE " CRS-ACTIVE
                " VALID " CRS-VALID-MONTHS " MONTHS ALL DEPTS "
                CRS-ALL-DEPTS " DEPTS " CRS-DEPTS.
            MOVE "Y" TO WS-CHANGE-MODE.
            DISPLAY "ENTER DESCRIPTION (BLANK = NO CHANGE): ".
            MOVE SPACES TO WS-WORK-DESC.
            ACCEPT WS-WORK-DESC.
            IF WS-WORK-DESC NOT = SPACES
                MOVE WS-WORK-DESC TO CRS-DESC.
            PERFORM EE-ACCEPT-ACTIVE THRU EE-EXIT.
            PERFORM ED-ACCEPT-VALIDITY THRU ED-EXIT.
            PERFORM EF-ACCEPT-DEPTS THRU EF-EXIT.
            REWRITE COURSE-REC
                INVALID KEY
                    DISPLAY "COULD NOT UPDATE COURSE " WS-MAINT-CODE
                NOT INVALID KEY
                    DISPLAY "COURSE " WS-MAINT-CODE " UPDATED"
            END-REWRITE.
        EB-EXIT.
            EXIT.
      * COMPLETIONS ALREADY RECORDED FOR A DELETED COURSE STAY ON
      * COURSECMP.DAT BUT ARE NO LONGER REPORTED; MAKING THE COURSE
      * INACTIVE INSTEAD KEEPS ITS DESCRIPTION ON FILE.
        EC-DELETE-COURSE.
            DISPLAY "DELETE " CRS-CODE " " CRS-DESC
                "? MAKING IT INACTIVE KEEPS THE DESCRIPTION (Y/N): ".
            ACCEPT WS-CONFIRM.
            IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                DISPLAY "COURSE NOT DELETED"
                GO TO EC-EXIT.
            DELETE COURSE-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE COURSE "
                        WS-MAINT-CODE " **"
                    GO TO EC-EXIT
            END-DELETE.
            DISPLAY "COURSE DELETED: " WS-MAINT-CODE.
        EC-EXIT.
            EXIT.
        ED-ACCEPT-VALIDITY.
            DISPLAY "ENTER MONTHS A COMPLETION STAYS VALID "
                "(0 = NEVER EXPIRES): ".
            ACCEPT WS-WORK-MONTHS.
            IF WS-WORK-MONTHS NOT NUMERIC
                DISPLAY "** VALIDITY MUST BE NUMERIC **"
                GO TO ED-ACCEPT-VALIDITY.
            MOVE WS-WORK-MONTHS TO CRS-VALID-MONTHS.
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
            MOVE WS-WORK-ACTIVE TO CRS-ACTIVE.
        EE-EXIT.
            EXIT.
      * DEPARTMENTS ARE KEYED AS TWO-DIGIT NUMBERS RUN TOGETHER, E.G.
      * 010305 FOR DEPARTMENTS 01, 03 AND 05. ALL MAKES THE COURSE
      * REQUIRED EVERYWHERE; ON A CHANGE, BLANK KEEPS THE CURRENT
      * DEPARTMENTS AND * CLEARS THEM.
        EF-ACCEPT-DEPTS.
            IF WS-CHANGE-MODE = "Y"
                DISPLAY "ENTER REQUIRING DEPARTMENTS, E.G. 010305 "
                    "(ALL = EVERY, BLANK = NO CHANGE, * = NONE): "
            ELSE
                DISPLAY "ENTER REQUIRING DEPARTMENTS, E.G. 010305 "
                    "(ALL = EVERY, BLANK = NONE): ".
            MOVE SPACES TO WS-WORK-DEPTS.
            ACCEPT WS-WORK-DEPTS.
            IF WS-WORK-DEPTS = "ALL" OR WS-WORK-DEPTS = "all"
                MOVE "Y" TO CRS-ALL-DEPTS
                MOVE SPACES TO CRS-DEPTS
                GO TO EF-EXIT.
            IF WS-WORK-DEPTS = "*"
                MOVE "N" TO CRS-ALL-DEPTS
                MOVE SPACES TO CRS-DEPTS
                GO TO EF-EXIT.
            IF WS-WORK-DEPTS = SPACES
                GO TO EF-EXIT.
            MOVE "Y" TO WS-DEPTS-OK.
            PERFORM EG-CHECK-DEPT THRU EG-EXIT
                VARYING WS-DEPT-IDX FROM 1 BY 1
                UNTIL WS-DEPT-IDX > 10.
            IF WS-DEPTS-OK = "N"
                GO TO EF-ACCEPT-DEPTS.
            MOVE "N" TO CRS-ALL-DEPTS.
            MOVE WS-WORK-DEPTS TO CRS-DEPTS.
        EF-EXIT.
            EXIT.
        EG-CHECK-DEPT.
            IF WS-WORK-DEPT(WS-DEPT-IDX) = SPACES
                GO TO EG-EXIT.
            IF WS-WORK-DEPT(WS-DEPT-IDX) NOT NUMERIC
                DISPLAY "** DEPARTMENT " WS-WORK-DEPT(WS-DEPT-IDX)
                    " IS NOT A TWO-DIGIT NUMBER **"
                MOVE "N" TO WS-DEPTS-OK
                GO TO EG-EXIT.
            IF WS-DEPT-MASTER-LOADED = "N"
                GO TO EG-EXIT.
            MOVE WS-WORK-DEPT(WS-DEPT-IDX) TO WS-DEPT-NUM.
            COMPUTE WS-DP-IDX = WS-DEPT-NUM + 1.
            IF WS-DEPT-ON-FILE(WS-DP-IDX) NOT = "Y"
                DISPLAY "** DEPARTMENT " WS-DEPT-NUM
                    " IS NOT ON THE DEPARTMENT MASTER **"
                MOVE "N" TO WS-DEPTS-OK.
        EG-EXIT.
            EXIT.
        HA-LOAD-DEPT-MASTER.
            MOVE ALL "N" TO WS-DEPT-ON-FILE-TABLE.
            OPEN INPUT DEPT-MASTER-FILE.
            IF WS-DEPT-STATUS NOT = "00"
                DISPLAY "NO DEPARTMENT MASTER, DEPARTMENTS NOT "
                    "VALIDATED"
                GO TO HA-EXIT.
            MOVE "Y" TO WS-DEPT-MASTER-LOADED.
        HA1-DEPT-READ.
            READ DEPT-MASTER-FILE AT END GO TO HA2-DEPT-DONE.
            IF DM-DEPART NOT NUMERIC
                GO TO HA1-DEPT-READ.
            COMPUTE WS-DP-IDX = DM-DEPART + 1.
            MOVE "Y" TO WS-DEPT-ON-FILE(WS-DP-IDX).
            GO TO HA1-DEPT-READ.
        HA2-DEPT-DONE.
            CLOSE DEPT-MASTER-FILE.
        HA-EXIT.
            EXIT.
        CC-END.
            CLOSE COURSE-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
