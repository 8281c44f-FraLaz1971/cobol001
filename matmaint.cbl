      * AND TYPE4 CONTACT RECORDS, PROMPTING THE TYPE-APPROPRIATE
      * FIELDS AND APPLYING READRECS' PROVINCE VALIDATION ON ENTRY,
      * SO A SINGLE RECORD CAN BE FIXED WITHOUT REGENERATING THE
      * WHOLE FILE THROUGH DIFFRECS. AN AREA IS ONLY ACCEPTED WHEN IT
      * IS ON AREAMAST.DAT AND ITS REGION IS ON REGIONMAST.DAT. THE
      * OPERATOR SIGNS ON AGAINST OPERATORS.DAT AND EVERY ADD, CHANGE
      * AND DELETE IS APPENDED TO MATHIST.DAT WITH THE OPERATOR, THE
      * TIME, THE RECORD TYPE AND KEY AND THE RECORD BEFORE AND AFTER,
      * WHICH MATASOF USES TO REBUILD MATFILE.DAT AS OF A PAST DATE.
      * WHILE MATASOF HAS AN AS-OF COPY IN PLACE NO CHANGE IS TAKEN.
      * A TYPE1 BRANCH ALSO TAKES ITS OPEN DATE, STATUS (OPEN OR
      * CLOSED) AND CLOSE DATE, WHICH READRECS USES TO DECIDE WHETHER
      * THE BRANCH IS STILL LIVE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT AREA-MASTER-FILE ASSIGN "areamast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARM-STATUS.
            SELECT REGION-MASTER-FILE ASSIGN "regionmast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RGM-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT HISTORY-FILE ASSIGN "mathist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HST-STATUS.
            SELECT SAVE-FILE ASSIGN "matfile.sav"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SAV-KEY
            FILE STATUS IS WS-SAV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MAT-FILE.
          03 MAT-KEY1 PIC X(6).
          03 AREA1   PIC X(20).
          03 OUT-NUMBER  PIC 9(3).
          03 OPEN-DATE1  PIC 9(8).
          03 CLOSE-DATE1 PIC 9(8).
          03 STATUS1     PIC X.
          03 LF1         PIC X.
        01 OUT-REC2.
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
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
          03 OP-ID      PIC X(8).
          03 FILLER     PIC X.
          03 OP-NAME    PIC X(20).
          03 FILLER     PIC X.
          03 OP-MODES   PIC X(10).
      * IMAGES ARE HELD WITH THE TRAILING LINE-FEED BYTE BLANKED SO
      * THEY CAN BE KEPT IN A LINE SEQUENTIAL FILE.
        FD HISTORY-FILE.
        01 HISTORY-REC.
          03 MH-STAMP   PIC X(14).
          03 FILLER     PIC X.
          03 MH-OPERATOR PIC X(8).
          03 FILLER     PIC X.
          03 MH-ACTION  PIC X.
          03 FILLER     PIC X.
          03 MH-TYPE    PIC X.
          03 FILLER     PIC X.
          03 MH-KEY     PIC X(6).
          03 FILLER     PIC X.
          03 MH-BEFORE  PIC X(60).
          03 FILLER     PIC X.
          03 MH-AFTER   PIC X(60).
        FD SAVE-FILE.
        01 SAVE-REC.
          03 SAV-TYPE   PIC X.
          03 SAV-KEY    PIC X(6).
          03 FILLER     PIC X(53).
        WORKING-STORAGE SECTION.
        01 WS-MAT-STATUS      PIC XX.
        01 WS-ARM-STATUS      PIC XX.
        01 WS-AREA-MASTER-TABLE.
            03 WS-AM-ENTRY OCCURS 20 TIMES.
                05 WS-AM-NAME   PIC X(20).
                05 WS-AM-REGION PIC X(4).
        01 WS-RGM-STATUS      PIC XX.
        01 WS-REGION-MASTER-TABLE.
            03 WS-RM-CODE OCCURS 20 TIMES PIC X(4).
        01 WS-RM-COUNT        PIC 99 VALUE 0.
        01 WS-RM-IDX          PIC 99.
        01 WS-AREA-REGION     PIC X(4).
        01 WS-OPER-STATUS     PIC XX.
        01 WS-HST-STATUS      PIC XX.
        01 WS-SAV-STATUS      PIC XX.
        01 WS-OPERATOR-ID     PIC X(8).
        01 WS-OPER-FOUND      PIC X VALUE "N".
        01 WS-LF-CHAR         PIC X.
        01 WS-IMAGE           PIC X(60).
        01 WS-BEFORE-IMAGE    PIC X(60).
        01 WS-AFTER-IMAGE     PIC X(60).
        01 WS-HIST-TYPE       PIC X.
        01 WS-CHANGE-COUNT    PIC 9(6) VALUE 0.
        01 WS-AM-COUNT        PIC 99 VALUE 0.
        01 WS-AM-IDX          PIC 99.
        01 WS-AREA-OK         PIC X.
        01 WS-PROV-IDX        PIC 99.
        01 WS-PROV-FOUND      PIC X VALUE "N".
        01 WS-WORK-PROVINCE   PIC XX.
        01 WS-TODAY           PIC 9(8).
        01 WS-LIFE-DATE       PIC 9(8).
        01 WS-LIFE-DATE-R REDEFINES WS-LIFE-DATE.
            03 WS-LIFE-YEAR   PIC 9(4).
            03 WS-LIFE-MONTH  PIC 99.
            03 WS-LIFE-DAY    PIC 99.
        01 WS-DATE-OK         PIC X.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CHAR(11) TO WS-LF-CHAR.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            PERFORM HE-CHECK-AS-OF-COPY THRU HE-EXIT.
            OPEN I-O MAT-FILE.
            IF WS-MAT-STATUS NOT = "00"
                OPEN OUTPUT MAT-FILE
                    WS-MAT-STATUS
                STOP RUN.
            PERFORM HC-LOAD-AREA-MASTER THRU HC-EXIT.
            OPEN EXTEND HISTORY-FILE.
            IF WS-HST-STATUS NOT = "00"
                OPEN OUTPUT HISTORY-FILE
            END-IF.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D) OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
                WHEN "C" WHEN "c"
                    PERFORM DB-CHANGE-RECORD THRU DB-EXIT
                WHEN "D" WHEN "d"
                    PERFORM DC-DELETE-RECORD THRU DC-EXIT
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
                DISPLAY "INVALID RECORD TYPE " WS-MAINT-TYPE
                GO TO DA-EXIT.
            MOVE "N" TO WS-CHANGE-MODE.
            MOVE SPACES TO WS-BEFORE-IMAGE.
            PERFORM EA-ACCEPT-FIELDS THRU EA-EXIT.
            EVALUATE WS-MAINT-TYPE
                WHEN "1"
                        DISPLAY "RECORD " WS-MAINT-KEY " ADDED"
                    END-WRITE
            END-EVALUATE.
            IF WS-MAT-STATUS = "00"
                MOVE "A" TO WS-MAINT-ACTION
                PERFORM FA-LOG-CHANGE
            END-IF.
        DA-EXIT.
            EXIT.
        DB-CHANGE-RECORD.
                GO TO DB-EXIT
            END-READ.
            MOVE TYPE1 TO WS-MAINT-TYPE.
            PERFORM FB-TAKE-IMAGE.
            MOVE WS-IMAGE TO WS-BEFORE-IMAGE.
            DISPLAY "CURRENT RECORD TYPE: " WS-MAINT-TYPE.
            IF WS-MAINT-TYPE = "1"
                DISPLAY "CURRENT STATUS: " STATUS1
                    " OPENED: " OPEN-DATE1 " CLOSED: " CLOSE-DATE1.
            MOVE "Y" TO WS-CHANGE-MODE.
            PERFORM EA-ACCEPT-FIELDS THRU EA-EXIT.
            EVALUATE WS-MAINT-TYPE
                        DISPLAY "RECORD " WS-MAINT-KEY " UPDATED"
                    END-REWRITE
            END-EVALUATE.
            IF WS-MAT-STATUS = "00"
                MOVE "C" TO WS-MAINT-ACTION
                PERFORM FA-LOG-CHANGE
            END-IF.
        DB-EXIT.
            EXIT.
        DC-DELETE-RECORD.
            READ MAT-FILE
                INVALID KEY
                DISPLAY "NO RECORD FOR KEY " WS-MAINT-KEY
                GO TO DC-EXIT
            END-READ.
            MOVE TYPE1 TO WS-MAINT-TYPE.
            PERFORM FB-TAKE-IMAGE.
            MOVE WS-IMAGE TO WS-BEFORE-IMAGE.
            DELETE MAT-FILE
                INVALID KEY
                DISPLAY "NO RECORD FOR KEY " WS-MAINT-KEY
                GO TO DC-EXIT
            END-DELETE.
            DISPLAY "RECORD " WS-MAINT-KEY " DELETED".
            MOVE "D" TO WS-MAINT-ACTION.
            PERFORM FA-LOG-CHANGE.
        DC-EXIT.
            EXIT.
      * A DELETE HAS NO AFTER IMAGE AND AN ADD NO BEFORE IMAGE.
        FA-LOG-CHANGE.
            IF WS-MAINT-ACTION = "D"
                MOVE SPACES TO WS-AFTER-IMAGE
            ELSE
                PERFORM FB-TAKE-IMAGE
                MOVE WS-IMAGE TO WS-AFTER-IMAGE
            END-IF.
            MOVE SPACES TO HISTORY-REC.
            MOVE FUNCTION CURRENT-DATE(1:14) TO MH-STAMP.
            MOVE WS-OPERATOR-ID TO MH-OPERATOR.
            MOVE WS-MAINT-ACTION TO MH-ACTION.
            MOVE WS-MAINT-TYPE TO MH-TYPE.
            MOVE MAT-KEY1 TO MH-KEY.
            MOVE WS-BEFORE-IMAGE TO MH-BEFORE.
            MOVE WS-AFTER-IMAGE TO MH-AFTER.
            WRITE HISTORY-REC.
            ADD 1 TO WS-CHANGE-COUNT.
        FB-TAKE-IMAGE.
            MOVE SPACES TO WS-IMAGE.
            EVALUATE WS-MAINT-TYPE
                WHEN "1"
                    MOVE OUT-REC1 TO WS-IMAGE
                WHEN "2"
                    MOVE OUT-REC2 TO WS-IMAGE
                WHEN "3"
                    MOVE OUT-REC3 TO WS-IMAGE
                WHEN OTHER
                    MOVE OUT-REC4 TO WS-IMAGE
            END-EVALUATE.
            INSPECT WS-IMAGE REPLACING ALL WS-LF-CHAR BY SPACE.
        EA-ACCEPT-FIELDS.
            EVALUATE WS-MAINT-TYPE
                WHEN "1"
                    MOVE WS-WORK-AREA TO AREA1
                    DISPLAY "ENTER NUMBER (3 DIGITS): "
                    ACCEPT OUT-NUMBER
                    PERFORM EE-ACCEPT-LIFECYCLE THRU EE-EXIT
                    MOVE FUNCTION CHAR(11) TO LF1
                WHEN "2"
                    MOVE SPACES TO OUT-REC2
                UNTIL WS-AM-IDX > WS-AM-COUNT
                IF WS-AM-NAME(WS-AM-IDX) = WS-WORK-AREA
                    MOVE "Y" TO WS-AREA-OK
                    MOVE WS-AM-REGION(WS-AM-IDX) TO WS-AREA-REGION
                END-IF
            END-PERFORM.
            IF WS-AREA-OK = "N"
                DISPLAY "** AREA " WS-WORK-AREA
                    " NOT ON AREA MASTER **"
                GO TO EC-ACCEPT-AREA.
            IF WS-RM-COUNT = 0
                GO TO EC-AREA-DONE.
            MOVE 1 TO WS-RM-IDX.
        EC1-REGION-NEXT.
            IF WS-RM-IDX > WS-RM-COUNT
                DISPLAY "** AREA " WS-WORK-AREA " REGION '"
                    WS-AREA-REGION "' NOT ON REGION MASTER **"
                GO TO EC-ACCEPT-AREA.
            IF WS-RM-CODE(WS-RM-IDX) NOT = WS-AREA-REGION
                ADD 1 TO WS-RM-IDX
                GO TO EC1-REGION-NEXT.
        EC-AREA-DONE.
            EXIT.
      * A BRANCH IS LIVE FROM ITS OPEN DATE UNTIL ITS CLOSE DATE. AN
      * OPEN BRANCH MAY CARRY A PLANNED CLOSE DATE; ONE WHOSE CLOSE
      * DATE HAS ALREADY PASSED IS SET TO CLOSED.
        EE-ACCEPT-LIFECYCLE.
            DISPLAY "ENTER OPEN DATE (YYYYMMDD, 0 = TODAY): ".
            ACCEPT WS-LIFE-DATE.
            IF WS-LIFE-DATE IS NUMERIC AND WS-LIFE-DATE = 0
                MOVE WS-TODAY TO WS-LIFE-DATE.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO EE-ACCEPT-LIFECYCLE.
            MOVE WS-LIFE-DATE TO OPEN-DATE1.
        EE1-ACCEPT-STATUS.
            DISPLAY "ENTER STATUS, OPEN (O) OR CLOSED (C): ".
            ACCEPT STATUS1.
            IF STATUS1 = "o"
                MOVE "O" TO STATUS1.
            IF STATUS1 = "c"
                MOVE "C" TO STATUS1.
            IF STATUS1 NOT = "O" AND STATUS1 NOT = "C"
                DISPLAY "** STATUS MUST BE O OR C **"
                GO TO EE1-ACCEPT-STATUS.
        EE2-ACCEPT-CLOSE.
            IF STATUS1 = "C"
                DISPLAY "ENTER CLOSE DATE (YYYYMMDD, 0 = TODAY): "
            ELSE
                DISPLAY "ENTER PLANNED CLOSE DATE (YYYYMMDD, "
                    "0 = NONE): "
            END-IF.
            ACCEPT WS-LIFE-DATE.
            IF WS-LIFE-DATE IS NUMERIC AND WS-LIFE-DATE = 0
                IF STATUS1 = "C"
                    MOVE WS-TODAY TO WS-LIFE-DATE
                ELSE
                    MOVE 0 TO CLOSE-DATE1
                    GO TO EE-EXIT
                END-IF
            END-IF.
            PERFORM EF-CHECK-DATE THRU EF-EXIT.
            IF WS-DATE-OK = "N"
                GO TO EE2-ACCEPT-CLOSE.
            IF WS-LIFE-DATE < OPEN-DATE1
                DISPLAY "** CLOSE DATE IS BEFORE THE OPEN DATE "
                    OPEN-DATE1 " **"
                GO TO EE2-ACCEPT-CLOSE.
            MOVE WS-LIFE-DATE TO CLOSE-DATE1.
            IF STATUS1 = "O" AND CLOSE-DATE1 <= WS-TODAY
                MOVE "C" TO STATUS1
                DISPLAY "** CLOSE DATE HAS PASSED, STATUS SET TO "
                    "CLOSED **".
        EE-EXIT.
            EXIT.
        EF-CHECK-DATE.
            MOVE "Y" TO WS-DATE-OK.
            IF WS-LIFE-DATE NOT NUMERIC
                OR WS-LIFE-YEAR < 1900
                OR WS-LIFE-MONTH < 1 OR WS-LIFE-MONTH > 12
                OR WS-LIFE-DAY < 1 OR WS-LIFE-DAY > 31
                MOVE "N" TO WS-DATE-OK
                DISPLAY "** " WS-LIFE-DATE " IS NOT A VALID DATE **"
            END-IF.
        EF-EXIT.
            EXIT.
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
            PERFORM HD-LOAD-REGION-MASTER THRU HD-EXIT.
        HC-EXIT.
            EXIT.
        HD-LOAD-REGION-MASTER.
            OPEN INPUT REGION-MASTER-FILE.
            IF WS-RGM-STATUS NOT = "00"
                DISPLAY "NO REGION MASTER, AREA REGIONS NOT VALIDATED"
                GO TO HD-EXIT.
        HD1-REGION-READ.
            READ REGION-MASTER-FILE AT END GO TO HD2-REGION-DONE.
            IF WS-RM-COUNT >= 20
                DISPLAY "** WARNING ** REGION MASTER TABLE FULL, "
                    "DISCARDING REGION: " RM-CODE
            ELSE
                ADD 1 TO WS-RM-COUNT
                MOVE RM-CODE TO WS-RM-CODE(WS-RM-COUNT)
            END-IF.
            GO TO HD1-REGION-READ.
        HD2-REGION-DONE.
            CLOSE REGION-MASTER-FILE.
        HD-EXIT.
            EXIT.
      * MATASOF LEAVES THE CURRENT FILE IN MATFILE.SAV WHILE AN AS-OF
      * COPY IS IN PLACE AND EMPTIES IT ON RESTORE.
        HE-CHECK-AS-OF-COPY.
            OPEN INPUT SAVE-FILE.
            IF WS-SAV-STATUS NOT = "00"
                GO TO HE-EXIT.
            READ SAVE-FILE
                AT END
                    CLOSE SAVE-FILE
                    GO TO HE-EXIT
            END-READ.
            CLOSE SAVE-FILE.
            DISPLAY "** matfile.dat IS AN AS-OF COPY FROM MATASOF, "
                "RESTORE IT BEFORE MAINTENANCE **".
            STOP RUN.
        HE-EXIT.
            EXIT.
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
        EB-ACCEPT-PROVINCE.
            DISPLAY "ENTER PROVINCE CODE: ".
            ACCEPT WS-WORK-PROVINCE.
            MOVE WS-WORK-PROVINCE TO PROVINCE.
        CC-END.
            CLOSE MAT-FILE.
            CLOSE HISTORY-FILE.
            DISPLAY "CHANGES LOGGED TO mathist.dat: " WS-CHANGE-COUNT.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
