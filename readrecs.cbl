        DATE-COMPILED. 05/01/2026.
        SECURITY. free.
      * THIS PROGRAM CREATES MASTER AND AMENDMENT FILE TO USE AS INPUT.
      * AREA TOTALS ARE ALSO ROLLED UP BY REGION: EACH AREAMAST.DAT
      * ENTRY CARRIES A REGION CODE FROM REGIONMAST.DAT, AND THE
      * REGION REPORT LISTS EVERY REGION WITH ITS AREAS AND THEIR
      * BRANCHES UNDER IT AND A SUBTOTAL FOR THE REGION.
      * A TYPE1 BRANCH CARRIES AN OPEN DATE, A CLOSE DATE AND A
      * STATUS; IT IS ONLY LIVE FROM ITS OPEN DATE UNTIL ITS CLOSE
      * DATE AND WHILE NOT MARKED CLOSED. BRANCHES THAT ARE NOT LIVE
      * ARE LEFT OUT OF THE TOTALS, THE DIRECTORY AND THE COMPLETENESS
      * CHECK, AND THE TYPE2, TYPE3 AND TYPE4 RECORDS THAT BELONG TO
      * THEM ARE LISTED ON THE CLOSED BRANCH EXCEPTION LISTING.
      * THE RUN ENDS WITH RETURN CODE 4 WHEN ANY AREA-MASTER OR
      * CLOSED BRANCH EXCEPTION WAS LISTED AND 12 WHEN THE INPUT FILE
      * CANNOT BE OPENED.
      * THE AREA TOTALS AND THE REGION ROLLUP ARE ALSO PRINTED THROUGH
      * RPTPRT TO READRECS_<BUSINESS DATE>.PRT, EACH SECTION WITH ITS
      * OWN COLUMN HEADINGS, A SUBTOTAL FOR EACH REGION AND A TOTAL
      * FOR ALL AREAS AND ALL REGIONS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
          SELECT AREA-MASTER-FILE ASSIGN "areamast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARM-STATUS.
          SELECT REGION-MASTER-FILE ASSIGN "regionmast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RGM-STATUS.
          SELECT OPSDATE-FILE ASSIGN "opsdate.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPD-STATUS.
		  03 MAT-KEY1 PIC X(6).
		  03 AREA1   PIC X(20).
		  03 IN-NUMBER  PIC 9(3).
		  03 OPEN-DATE1  PIC 9(8).
		  03 CLOSE-DATE1 PIC 9(8).
		  03 STATUS1     PIC X.
		  03 LF1         PIC X.
		01 IN-REC2.
		  03 TYPE2   PIC X.
          03 AM-NAME    PIC X(20).
          03 FILLER     PIC X.
          03 AM-MANAGER PIC X(20).
          03 FILLER     PIC X.
          03 AM-REGION  PIC X(4).
        FD REGION-MASTER-FILE.
        01 REGION-MASTER-REC.
          03 RM-CODE    PIC X(4).
          03 FILLER     PIC X.
          03 RM-NAME    PIC X(20).
          03 FILLER     PIC X.
          03 RM-MANAGER PIC X(20).
      * KEYED WORK FILES REBUILT EACH RUN, SO THE ACCUMULATION IS NO
      * LONGER BOUND BY FIXED WORKING-STORAGE TABLES AND EVERY RECORD
      * ON MATFILE.DAT IS REPORTED.
        01 WS-RUN-DATE PIC 9(8).
        01 WS-RUN-MODE PIC X.
        01 WS-LOOKUP-CODE PIC 9(6).
        01 WS-PARM-PROG PIC X(10) VALUE "READRECS".
        01 WS-PARM-NAME PIC X(10).
        01 WS-PARM-VALUE PIC X(20).
        01 WS-PARM-SOURCE PIC X.
        01 WS-ARM-STATUS PIC XX.
        01 WS-OPD-STATUS PIC XX.
        01 WS-AREA-MASTER-TABLE.
            03 WS-AM-ENTRY OCCURS 20 TIMES.
                05 WS-AM-NAME   PIC X(20).
                05 WS-AM-REGION PIC X(4).
        01 WS-AM-COUNT PIC 99 VALUE 0.
        01 WS-AM-IDX PIC 99.
        01 WS-AREA-OK PIC X.
        01 WS-WORK-AREA PIC X(20).
        01 WS-AREA-EXCEPTIONS PIC 9(6) VALUE 0.
        01 WS-RGM-STATUS PIC XX.
        01 WS-REGION-MASTER-TABLE.
            03 WS-RM-ENTRY OCCURS 20 TIMES.
                05 WS-RM-CODE    PIC X(4).
                05 WS-RM-NAME    PIC X(20).
                05 WS-RM-MANAGER PIC X(20).
        01 WS-RM-COUNT PIC 99 VALUE 0.
        01 WS-RM-IDX PIC 99.
        01 WS-RM-SRCH PIC 99.
        01 WS-HOLD-REGION PIC X(4).
        01 WS-AREA-REGION PIC X(4).
        01 WS-REGION-TOTAL PIC 9(8).
        01 WS-REGION-ACCTS PIC 9(6).
        01 WS-REGION-AREAS PIC 9(4).
        01 WS-BRANCH-LIVE PIC X.
        01 WS-CURRENT-LIVE PIC X VALUE "Y".
        01 WS-CLOSED-BRANCHES PIC 9(6) VALUE 0.
        01 WS-CLOSED-EXCEPTIONS PIC 9(6) VALUE 0.
        01 WS-ALL-TOTAL PIC 9(9) VALUE 0.
        01 WS-ALL-ACCTS PIC 9(7) VALUE 0.
        01 WS-ALL-AREAS PIC 9(4) VALUE 0.
        01 WS-RPT-FUNC PIC X(5).
        01 WS-RPT-CTL.
            COPY "rptctl.cpy".
        01 WS-RPT-LINE PIC X(132).
        01 WS-RR-AREA-HEAD.
            03 FILLER PIC X(40) VALUE "AREA".
            03 FILLER PIC X(13) VALUE "    IN-NUMBER".
            03 FILLER PIC X(13) VALUE "TYPE2 RECORDS".
        01 WS-RR-REGION-HEAD.
            03 FILLER PIC X(40) VALUE "REGION / AREA / BRANCH".
            03 FILLER PIC X(13) VALUE "    IN-NUMBER".
            03 FILLER PIC X(13) VALUE "TYPE2 RECORDS".
            03 FILLER PIC X(7)  VALUE "  AREAS".
        01 WS-RR-DETAIL.
            03 WS-RD-LABEL PIC X(40).
            03 FILLER      PIC X(2).
            03 WS-RD-TOTAL PIC ZZZ,ZZZ,ZZ9.
            03 FILLER      PIC X(6).
            03 WS-RD-ACCTS PIC ZZZ,ZZ9.
            03 FILLER      PIC X(3).
            03 WS-RD-AREAS PIC ZZZ9.
        PROCEDURE DIVISION.
		AA-START.
		  MOVE "RUNMODE" TO WS-PARM-NAME.
		  PERFORM PR-GET-RUN-PARM.
		  IF WS-PARM-SOURCE = "P"
		      DISPLAY "LIST ALL (L) OR LOOKUP ONE ACCOUNT (O)? "
		      ACCEPT WS-RUN-MODE
		  ELSE
		      MOVE WS-PARM-VALUE TO WS-RUN-MODE
		  END-IF.
		  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
		  PERFORM OD-CHECK-OPS-DATE.
		  PERFORM HC-LOAD-AREA-MASTER THRU HC-EXIT.
		  OPEN INPUT MAT-FILE.
		  IF WS-MAT-STATUS NOT = "00"
		      DISPLAY "** CANNOT OPEN INPUT FILE, STATUS "
		          WS-MAT-STATUS ", RUN STOPPED **"
		      MOVE 12 TO RETURN-CODE
		      STOP RUN.
		  IF WS-RUN-MODE = "O" OR WS-RUN-MODE = "o"
		      GO TO DD-LOOKUP-ACCOUNT.
		  PERFORM HF-OPEN-WORK-FILES.
      *Area 4 — WESTERN
		  GO TO ZZ-END.
        DD-LOOKUP-ACCOUNT.
          MOVE "LOOKUP" TO WS-PARM-NAME.
          PERFORM PR-GET-RUN-PARM.
          IF WS-PARM-SOURCE = "P"
              DISPLAY "ENTER ACCOUNT CODE TO LOOK UP: "
              ACCEPT WS-LOOKUP-CODE
          ELSE
              COMPUTE WS-LOOKUP-CODE = FUNCTION NUMVAL(WS-PARM-VALUE)
          END-IF.
          MOVE WS-LOOKUP-CODE TO MAT-KEY2.
          READ MAT-FILE
              INVALID KEY
        DD-READ1.
		  DISPLAY "TYPE " TYPE1 " AREA1 " AREA1
		  " IN-NUMBER " IN-NUMBER.
		  PERFORM HI-CHECK-BRANCH-LIVE THRU HI-EXIT.
		  MOVE WS-BRANCH-LIVE TO WS-CURRENT-LIVE.
		  MOVE AREA1 TO WS-WORK-AREA.
		  PERFORM HD-VALIDATE-AREA THRU HD-EXIT.
		  IF WS-AREA-OK = "N"
		      PERFORM HE-AREA-EXCEPTION
		  ELSE
		      MOVE AREA1 TO WS-CURRENT-AREA1
		      IF WS-BRANCH-LIVE = "Y"
		          PERFORM EA-ACCUM-AREA-TOTAL
		      ELSE
		          PERFORM EF-NOTE-CLOSED-BRANCH
		      END-IF
		  END-IF.
        DD-READ2.
          DISPLAY "TYPE " TYPE2 " AREA2 " AREA2
          DISPLAY "TYPE " TYPE3 " ADDRESS " STREET CIVN CITY
              PROVINCE COUNTRY.
          PERFORM EC-VALIDATE-PROVINCE.
          IF WS-CURRENT-LIVE = "Y"
              PERFORM ED-ACCUM-ADDRESS.
        DD-READ4.
          DISPLAY "TYPE " TYPE4 " AREA " AREA4 " CONTACT "
              CONTACT-NAME " PHONE " CONTACT-PHN.
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        HC-LOAD-AREA-MASTER.
            OPEN INPUT AREA-MASTER-FILE.
            IF WS-ARM-STATUS NOT = "00"
            ELSE
                ADD 1 TO WS-AM-COUNT
                MOVE AM-NAME TO WS-AM-NAME(WS-AM-COUNT)
                MOVE AM-REGION TO WS-AM-REGION(WS-AM-COUNT)
            END-IF.
            GO TO HC1-AREA-READ.
        HC2-AREA-DONE.
            CLOSE AREA-MASTER-FILE.
            PERFORM HG-LOAD-REGION-MASTER THRU HG-EXIT.
        HC-EXIT.
            EXIT.
        HG-LOAD-REGION-MASTER.
            OPEN INPUT REGION-MASTER-FILE.
            IF WS-RGM-STATUS NOT = "00"
                DISPLAY "NO REGION MASTER, REGION TOTALS NOT PRINTED"
                GO TO HG-EXIT.
        HG1-REGION-READ.
            READ REGION-MASTER-FILE AT END GO TO HG2-REGION-DONE.
            IF WS-RM-COUNT >= 20
                DISPLAY "** WARNING ** REGION MASTER TABLE FULL, "
                    "DISCARDING REGION: " RM-CODE
            ELSE
                ADD 1 TO WS-RM-COUNT
                MOVE RM-CODE TO WS-RM-CODE(WS-RM-COUNT)
                MOVE RM-NAME TO WS-RM-NAME(WS-RM-COUNT)
                MOVE RM-MANAGER TO WS-RM-MANAGER(WS-RM-COUNT)
            END-IF.
            GO TO HG1-REGION-READ.
        HG2-REGION-DONE.
            CLOSE REGION-MASTER-FILE.
        HG-EXIT.
            EXIT.
        HD-VALIDATE-AREA.
            MOVE "Y" TO WS-AREA-OK.
            IF WS-AM-COUNT = 0
            MOVE CONTACT-NAME TO CTW-NAME.
            MOVE CONTACT-PHN TO CTW-PHONE.
            WRITE CONT-WORK-REC.
      * AN AREA WHOSE ONLY BRANCHES ARE NOT LIVE IS MARKED "C" SO THE
      * REPORTS CAN LEAVE IT OUT; ONE LIVE BRANCH MAKES IT "Y".
        EF-NOTE-CLOSED-BRANCH.
            ADD 1 TO WS-CLOSED-BRANCHES.
            DISPLAY "** BRANCH " MAT-KEY1 " AREA " AREA1
                " IS NOT LIVE, NOT TABLED **".
            MOVE AREA1 TO AW-AREA.
            READ AREA-WORK-FILE
                INVALID KEY
                    MOVE AREA1 TO AW-AREA
                    MOVE 0 TO AW-TOTAL
                    MOVE 0 TO AW-ACCT-COUNT
                    MOVE "C" TO AW-FROM-TYPE1
                    MOVE MAT-KEY1 TO AW-KEY
                    WRITE AREA-WORK-REC
                    ADD 1 TO WS-AREA-COUNT
                NOT INVALID KEY
                    IF AW-FROM-TYPE1 = "N"
                        MOVE "C" TO AW-FROM-TYPE1
                        REWRITE AREA-WORK-REC
                    END-IF
            END-READ.
        FA-AREA-TOTALS-REPORT.
            DISPLAY "======= AREA / BRANCH TOTALS =======".
            PERFORM GB-START-AREA-WORK THRU GB-EXIT.
        FA1-AREA-NEXT.
            READ AREA-WORK-FILE NEXT RECORD AT END GO TO FA2-ALL-AREAS.
            IF AW-FROM-TYPE1 = "C"
                GO TO FA1-AREA-NEXT.
            DISPLAY "AREA: " AW-AREA
                " IN-NUMBER TOTAL: " AW-TOTAL
                " TYPE2 RECORD COUNT: " AW-ACCT-COUNT.
            ADD AW-TOTAL TO WS-ALL-TOTAL.
            ADD AW-ACCT-COUNT TO WS-ALL-ACCTS.
            MOVE SPACES TO WS-RR-DETAIL.
            MOVE AW-AREA TO WS-RD-LABEL.
            MOVE AW-TOTAL TO WS-RD-TOTAL.
            MOVE AW-ACCT-COUNT TO WS-RD-ACCTS.
            PERFORM RB-PRINT-DETAIL.
            GO TO FA1-AREA-NEXT.
        FA2-ALL-AREAS.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM RC-PRINT-LINE.
            MOVE SPACES TO WS-RR-DETAIL.
            MOVE "ALL AREAS" TO WS-RD-LABEL.
            MOVE WS-ALL-TOTAL TO WS-RD-TOTAL.
            MOVE WS-ALL-ACCTS TO WS-RD-ACCTS.
            PERFORM RB-PRINT-DETAIL.
        FA9-DONE.
            EXIT.
        FB-CROSS-REFERENCE.
            DISPLAY "=== AREA CROSS-REFERENCE (TYPE1/TYPE2) ===".
            PERFORM GB-START-AREA-WORK THRU GB-EXIT.
        FB1-AREA-NEXT.
            READ AREA-WORK-FILE NEXT RECORD AT END GO TO FB3-ORPHANS.
            IF AW-FROM-TYPE1 = "C"
                GO TO FB1-AREA-NEXT.
            MOVE AW-AREA TO WS-HOLD-AREA.
            MOVE AW-TOTAL TO WS-HOLD-TOTAL.
            PERFORM GC-START-ACCT-WORK THRU GC-EXIT.
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AW-FROM-TYPE1 NOT = "N"
                        MOVE "Y" TO WS-AT-FOUND
                    END-IF
            END-READ.
            PERFORM GB-START-AREA-WORK THRU GB-EXIT.
        FD1-AREA-NEXT.
            READ AREA-WORK-FILE NEXT RECORD AT END GO TO FD9-DONE.
            IF AW-FROM-TYPE1 = "C"
                GO TO FD1-AREA-NEXT.
            MOVE AW-AREA TO WS-HOLD-AREA.
            MOVE "N" TO WS-DR-FOUND.
            PERFORM GD-START-CONT-WORK THRU GD-EXIT.
            GO TO FD1-AREA-NEXT.
        FD9-DONE.
            EXIT.
      * REGIONS ARE LISTED IN REGION MASTER ORDER. AN AREA WHOSE
      * REGION IS BLANK OR NOT ON THE REGION MASTER IS LISTED LAST
      * UNDER "UNASSIGNED" SO ITS TOTAL IS NOT LOST FROM THE ROLLUP.
        FE-REGION-TOTALS-REPORT.
            IF WS-RM-COUNT = 0
                GO TO FE-EXIT.
            DISPLAY "======= REGION / AREA / BRANCH TOTALS =======".
            MOVE WS-RR-REGION-HEAD TO RPC-HEAD1.
            MOVE "PAGE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            MOVE 0 TO WS-ALL-TOTAL WS-ALL-ACCTS WS-ALL-AREAS.
            PERFORM FF-REGION-ROLLUP THRU FF-EXIT
                VARYING WS-RM-IDX FROM 1 BY 1
                UNTIL WS-RM-IDX > WS-RM-COUNT.
            MOVE SPACES TO WS-HOLD-REGION.
            MOVE 0 TO WS-REGION-TOTAL WS-REGION-ACCTS WS-REGION-AREAS.
            PERFORM FG-REGION-AREAS THRU FG-EXIT.
            IF WS-REGION-AREAS > 0
                DISPLAY "REGION UNASSIGNED SUBTOTAL: " WS-REGION-TOTAL
                    " AREAS: " WS-REGION-AREAS
                    " TYPE2 RECORD COUNT: " WS-REGION-ACCTS
                MOVE "REGION UNASSIGNED SUBTOTAL" TO WS-RD-LABEL
                PERFORM RD-PRINT-SUBTOTAL.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM RC-PRINT-LINE.
            MOVE SPACES TO WS-RR-DETAIL.
            MOVE "ALL REGIONS" TO WS-RD-LABEL.
            MOVE WS-ALL-TOTAL TO WS-RD-TOTAL.
            MOVE WS-ALL-ACCTS TO WS-RD-ACCTS.
            MOVE WS-ALL-AREAS TO WS-RD-AREAS.
            PERFORM RB-PRINT-DETAIL.
        FE-EXIT.
            EXIT.
        FF-REGION-ROLLUP.
            MOVE WS-RM-CODE(WS-RM-IDX) TO WS-HOLD-REGION.
            MOVE 0 TO WS-REGION-TOTAL WS-REGION-ACCTS WS-REGION-AREAS.
            DISPLAY "-------------------------".
            DISPLAY "REGION: " WS-RM-CODE(WS-RM-IDX) " "
                WS-RM-NAME(WS-RM-IDX)
                " MANAGER: " WS-RM-MANAGER(WS-RM-IDX).
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM RC-PRINT-LINE.
            STRING "REGION " WS-RM-CODE(WS-RM-IDX) " "
                WS-RM-NAME(WS-RM-IDX)
                " MANAGER: " WS-RM-MANAGER(WS-RM-IDX)
                DELIMITED BY SIZE INTO WS-RPT-LINE.
            PERFORM RC-PRINT-LINE.
            PERFORM FG-REGION-AREAS THRU FG-EXIT.
            DISPLAY "REGION " WS-RM-CODE(WS-RM-IDX)
                " SUBTOTAL: " WS-REGION-TOTAL
                " AREAS: " WS-REGION-AREAS
                " TYPE2 RECORD COUNT: " WS-REGION-ACCTS.
            MOVE SPACES TO WS-RR-DETAIL.
            STRING "REGION " WS-RM-CODE(WS-RM-IDX) " SUBTOTAL"
                DELIMITED BY SIZE INTO WS-RD-LABEL.
            PERFORM RD-PRINT-SUBTOTAL.
        FF-EXIT.
            EXIT.
        FG-REGION-AREAS.
            PERFORM GB-START-AREA-WORK THRU GB-EXIT.
        FG1-AREA-NEXT.
            READ AREA-WORK-FILE NEXT RECORD AT END GO TO FG-EXIT.
            IF AW-FROM-TYPE1 = "C"
                GO TO FG1-AREA-NEXT.
            MOVE AW-AREA TO WS-WORK-AREA.
            PERFORM HH-FIND-AREA-REGION THRU HH-EXIT.
            IF WS-AREA-REGION NOT = WS-HOLD-REGION
                GO TO FG1-AREA-NEXT.
            IF WS-HOLD-REGION = SPACES AND WS-REGION-AREAS = 0
                DISPLAY "-------------------------"
                DISPLAY "REGION: ** UNASSIGNED **"
                MOVE SPACES TO WS-RPT-LINE
                PERFORM RC-PRINT-LINE
                MOVE "REGION ** UNASSIGNED **" TO WS-RPT-LINE
                PERFORM RC-PRINT-LINE.
            ADD 1 TO WS-REGION-AREAS.
            ADD AW-TOTAL TO WS-REGION-TOTAL.
            ADD AW-ACCT-COUNT TO WS-REGION-ACCTS.
            DISPLAY "  AREA: " AW-AREA
                " IN-NUMBER TOTAL: " AW-TOTAL
                " TYPE2 RECORD COUNT: " AW-ACCT-COUNT.
            MOVE SPACES TO WS-RR-DETAIL.
            STRING "  AREA " AW-AREA DELIMITED BY SIZE
                INTO WS-RD-LABEL.
            MOVE AW-TOTAL TO WS-RD-TOTAL.
            MOVE AW-ACCT-COUNT TO WS-RD-ACCTS.
            PERFORM RB-PRINT-DETAIL.
            MOVE LOW-VALUES TO MAT-KEY1.
            START MAT-FILE KEY NOT LESS MAT-KEY1
                INVALID KEY GO TO FG1-AREA-NEXT
            END-START.
        FG2-BRANCH-NEXT.
            READ MAT-FILE NEXT RECORD AT END GO TO FG1-AREA-NEXT.
            IF TYPE1 NOT = "1" OR AREA1 NOT = AW-AREA
                GO TO FG2-BRANCH-NEXT.
            PERFORM HI-CHECK-BRANCH-LIVE THRU HI-EXIT.
            IF WS-BRANCH-LIVE = "Y"
                DISPLAY "    BRANCH: " MAT-KEY1
                    " IN-NUMBER: " IN-NUMBER
                MOVE SPACES TO WS-RR-DETAIL
                STRING "    BRANCH " MAT-KEY1 DELIMITED BY SIZE
                    INTO WS-RD-LABEL
                MOVE IN-NUMBER TO WS-RD-TOTAL
                PERFORM RB-PRINT-DETAIL.
            GO TO FG2-BRANCH-NEXT.
        FG-EXIT.
            EXIT.
      * THE CLOSED BRANCH EXCEPTION LISTING: EVERY BRANCH THAT IS NOT
      * LIVE, THE TYPE3 ADDRESSES FILED UNDER IT, AND THE TYPE2
      * ACCOUNTS AND TYPE4 CONTACTS OF AREAS LEFT WITH NO LIVE BRANCH.
        FH-CLOSED-BRANCH-EXCEPTIONS.
            DISPLAY "=== CLOSED BRANCH EXCEPTIONS ===".
            MOVE "Y" TO WS-CURRENT-LIVE.
            MOVE LOW-VALUES TO MAT-KEY1.
            START MAT-FILE KEY NOT LESS MAT-KEY1
                INVALID KEY GO TO FH3-ACCTS
            END-START.
        FH1-MAT-NEXT.
            READ MAT-FILE NEXT RECORD AT END GO TO FH3-ACCTS.
            IF TYPE1 = "1"
                PERFORM HI-CHECK-BRANCH-LIVE THRU HI-EXIT
                MOVE WS-BRANCH-LIVE TO WS-CURRENT-LIVE
                IF WS-BRANCH-LIVE = "N"
                    DISPLAY "BRANCH " MAT-KEY1 " AREA " AREA1
                        " STATUS " STATUS1 " OPENED " OPEN-DATE1
                        " CLOSED " CLOSE-DATE1
                END-IF
                GO TO FH1-MAT-NEXT.
            IF TYPE1 = "3" AND WS-CURRENT-LIVE = "N"
                ADD 1 TO WS-CLOSED-EXCEPTIONS
                DISPLAY "** EXCEPTION ** TYPE3 " MAT-KEY3
                    " ADDRESS " STREET " " CITY
                    " IS FILED UNDER A CLOSED BRANCH".
            GO TO FH1-MAT-NEXT.
        FH3-ACCTS.
            PERFORM GC-START-ACCT-WORK THRU GC-EXIT.
        FH4-ACCT-NEXT.
            READ ACCT-WORK-FILE NEXT RECORD AT END GO TO FH5-CONTACTS.
            MOVE ACW-AREA TO AW-AREA.
            PERFORM HJ-CHECK-AREA-CLOSED.
            IF WS-AT-FOUND = "Y"
                ADD 1 TO WS-CLOSED-EXCEPTIONS
                DISPLAY "** EXCEPTION ** TYPE2 ACCOUNT CODE " ACW-CODE
                    " AREA " ACW-AREA " HAS ONLY CLOSED BRANCHES".
            GO TO FH4-ACCT-NEXT.
        FH5-CONTACTS.
            PERFORM GD-START-CONT-WORK THRU GD-EXIT.
        FH6-CONT-NEXT.
            READ CONT-WORK-FILE NEXT RECORD AT END GO TO FH9-DONE.
            MOVE CTW-AREA TO AW-AREA.
            PERFORM HJ-CHECK-AREA-CLOSED.
            IF WS-AT-FOUND = "Y"
                ADD 1 TO WS-CLOSED-EXCEPTIONS
                DISPLAY "** EXCEPTION ** TYPE4 CONTACT " CTW-NAME
                    " AREA " CTW-AREA " HAS ONLY CLOSED BRANCHES".
            GO TO FH6-CONT-NEXT.
        FH9-DONE.
            DISPLAY "BRANCHES NOT LIVE: " WS-CLOSED-BRANCHES
                " CLOSED BRANCH EXCEPTIONS: " WS-CLOSED-EXCEPTIONS.
      * A BRANCH IS LIVE FROM ITS OPEN DATE UP TO THE DAY BEFORE ITS
      * CLOSE DATE, UNLESS IT IS MARKED CLOSED. A ZERO OR MISSING DATE
      * DOES NOT LIMIT IT, SO RECORDS WRITTEN BEFORE THE DATES WERE
      * CARRIED ARE TAKEN AS OPEN.
        HI-CHECK-BRANCH-LIVE.
            MOVE "Y" TO WS-BRANCH-LIVE.
            IF STATUS1 = "C"
                MOVE "N" TO WS-BRANCH-LIVE
                GO TO HI-EXIT.
            IF OPEN-DATE1 IS NUMERIC AND OPEN-DATE1 > WS-RUN-DATE
                MOVE "N" TO WS-BRANCH-LIVE
                GO TO HI-EXIT.
            IF CLOSE-DATE1 IS NUMERIC AND CLOSE-DATE1 > 0
                AND CLOSE-DATE1 <= WS-RUN-DATE
                MOVE "N" TO WS-BRANCH-LIVE.
        HI-EXIT.
            EXIT.
        HJ-CHECK-AREA-CLOSED.
            MOVE "N" TO WS-AT-FOUND.
            READ AREA-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF AW-FROM-TYPE1 = "C"
                        MOVE "Y" TO WS-AT-FOUND
                    END-IF
            END-READ.
      * THE REGION OF AN AREA, BLANK WHEN THE AREA OR ITS REGION IS
      * NOT ON FILE.
        HH-FIND-AREA-REGION.
            MOVE SPACES TO WS-AREA-REGION.
            MOVE 1 TO WS-AM-IDX.
        HH1-AREA-NEXT.
            IF WS-AM-IDX > WS-AM-COUNT
                GO TO HH-EXIT.
            IF WS-AM-NAME(WS-AM-IDX) NOT = WS-WORK-AREA
                ADD 1 TO WS-AM-IDX
                GO TO HH1-AREA-NEXT.
            MOVE 1 TO WS-RM-SRCH.
        HH2-REGION-NEXT.
            IF WS-RM-SRCH > WS-RM-COUNT
                GO TO HH-EXIT.
            IF WS-RM-CODE(WS-RM-SRCH) = WS-AM-REGION(WS-AM-IDX)
                MOVE WS-AM-REGION(WS-AM-IDX) TO WS-AREA-REGION
                GO TO HH-EXIT.
            ADD 1 TO WS-RM-SRCH.
            GO TO HH2-REGION-NEXT.
        HH-EXIT.
            EXIT.
        GB-START-AREA-WORK.
            MOVE LOW-VALUES TO AW-AREA.
            START AREA-WORK-FILE KEY NOT LESS AW-AREA
            END-START.
        GE-EXIT.
            EXIT.
        RA-OPEN-PRINT.
            MOVE SPACES TO WS-RPT-CTL.
            MOVE "readrecs" TO RPC-REPORT-ID.
            MOVE "READRECS" TO RPC-PROGRAM.
            MOVE "AREA AND REGION TOTALS" TO RPC-TITLE.
            MOVE WS-RR-AREA-HEAD TO RPC-HEAD1.
            MOVE "OPEN" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
        RB-PRINT-DETAIL.
            MOVE WS-RR-DETAIL TO WS-RPT-LINE.
            PERFORM RC-PRINT-LINE.
        RC-PRINT-LINE.
            MOVE "LINE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
        RD-PRINT-SUBTOTAL.
            ADD WS-REGION-TOTAL TO WS-ALL-TOTAL.
            ADD WS-REGION-ACCTS TO WS-ALL-ACCTS.
            ADD WS-REGION-AREAS TO WS-ALL-AREAS.
            MOVE WS-REGION-TOTAL TO WS-RD-TOTAL.
            MOVE WS-REGION-ACCTS TO WS-RD-ACCTS.
            MOVE WS-REGION-AREAS TO WS-RD-AREAS.
            PERFORM RB-PRINT-DETAIL.
        RE-CLOSE-PRINT.
            MOVE "CLOSE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
        GA-WRITE-NIGHTLY-SUMMARY.
            OPEN EXTEND NIGHTLY-SUMMARY-FILE.
            IF WS-SUM-STATUS NOT = "00"
            MOVE WS-TOTAL-RECORDS TO NSM-READ.
            MOVE WS-TOTAL-RECORDS TO NSM-VALID.
            MOVE 0 TO NSM-INVALID.
            COMPUTE NSM-EXCEPTIONS = WS-AREA-EXCEPTIONS
                + WS-CLOSED-EXCEPTIONS.
            WRITE SUMMARY-REC.
            CLOSE NIGHTLY-SUMMARY-FILE.
        ZZ-END.
		  PERFORM RA-OPEN-PRINT.
		  PERFORM FA-AREA-TOTALS-REPORT THRU FA9-DONE.
		  PERFORM FE-REGION-TOTALS-REPORT THRU FE-EXIT.
		  PERFORM RE-CLOSE-PRINT.
		  PERFORM FB-CROSS-REFERENCE THRU FB6-DONE.
		  PERFORM FC-DIRECTORY-REPORT THRU FC9-DONE.
		  PERFORM FD-COMPLETENESS-EXCEPTIONS THRU FD9-DONE.
		  PERFORM FH-CLOSED-BRANCH-EXCEPTIONS THRU FH9-DONE.
		  DISPLAY "AREA-MASTER EXCEPTIONS: " WS-AREA-EXCEPTIONS.
		  PERFORM GA-WRITE-NIGHTLY-SUMMARY.
		  CLOSE MAT-FILE.
		  CLOSE AREA-WORK-FILE ADDR-WORK-FILE
		      CONT-WORK-FILE ACCT-WORK-FILE.
		  IF WS-AREA-EXCEPTIONS > 0 OR WS-CLOSED-EXCEPTIONS > 0
		      MOVE 4 TO RETURN-CODE.
		  DISPLAY "PROGRAM ENDED: EXITING"
		  STOP RUN.
