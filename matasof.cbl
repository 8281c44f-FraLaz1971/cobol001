        IDENTIFICATION DIVISION.
        PROGRAM-ID. MATASOF.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM REBUILDS MATFILE.DAT AS IT STOOD AT THE END OF A
      * GIVEN DATE, SO MONTH-END REPORTS (READRECS, MATSNAP) CAN BE
      * REGENERATED EXACTLY. THE CURRENT FILE IS FIRST KEPT IN
      * MATFILE.SAV; THEN EVERY RECORD MATMAINT HAS ADDED, CHANGED OR
      * DELETED SINCE THAT DATE IS PUT BACK FROM THE BEFORE IMAGE OF
      * ITS FIRST LATER ENTRY IN MATHIST.DAT (A RECORD ADDED SINCE IS
      * REMOVED). RUN AGAIN WITH DATE 0 TO PUT THE CURRENT FILE BACK;
      * MATMAINT REFUSES CHANGES UNTIL THAT IS DONE. A REGENERATION
      * OF THE WHOLE FILE BY DIFFRECS IS NOT IN THE HISTORY, SO AN
      * AS-OF DATE BEFORE THE LAST REGENERATION CANNOT BE REBUILT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT MAT-FILE ASSIGN "matfile.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS MAT-KEY1
            FILE STATUS IS WS-MAT-STATUS.
            SELECT SAVE-FILE ASSIGN "matfile.sav"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SAV-KEY
            FILE STATUS IS WS-SAV-STATUS.
            SELECT HISTORY-FILE ASSIGN "mathist.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HST-STATUS.
            SELECT KEY-WORK-FILE ASSIGN "matasof.wrk"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS KW-KEY
            FILE STATUS IS WS-KWK-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MAT-FILE.
        01 OUT-REC1.
          03 TYPE1   PIC X.
          03 MAT-KEY1 PIC X(6).
          03 AREA1   PIC X(20).
          03 OUT-NUMBER  PIC 9(3).
          03 OPEN-DATE1  PIC 9(8).
          03 CLOSE-DATE1 PIC 9(8).
          03 STATUS1     PIC X.
          03 LF1         PIC X.
        01 OUT-REC2.
          03 TYPE2   PIC X.
          03 MAT-KEY2 PIC X(6).
          03 AREA2   PIC X(20).
          03 OUT-CODE    PIC 9(6).
          03 LF2         PIC X.
        01 OUT-REC3.
          03 TYPE3    PIC 9.
          03 MAT-KEY3 PIC X(6).
          03 STREET   PIC X(20).
          03 CIVN     PIC 9(4).
          03 CITY     PIC X(10).
          03 PROVINCE PIC XX.
          03 COUNTRY  PIC X(10).
          03 LF3      PIC X.
        01 OUT-REC4.
          03 TYPE4        PIC X.
          03 MAT-KEY4     PIC X(6).
          03 AREA4        PIC X(20).
          03 CONTACT-NAME PIC X(20).
          03 CONTACT-PHN  PIC X(12).
          03 LF4          PIC X.
        FD SAVE-FILE.
        01 SAVE-REC.
          03 SAV-TYPE   PIC X.
          03 SAV-KEY    PIC X(6).
          03 FILLER     PIC X(53).
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
        FD KEY-WORK-FILE.
        01 KEY-WORK-REC.
          03 KW-KEY     PIC X(6).
        WORKING-STORAGE SECTION.
        01 WS-MAT-STATUS      PIC XX.
        01 WS-SAV-STATUS      PIC XX.
        01 WS-HST-STATUS      PIC XX.
        01 WS-KWK-STATUS      PIC XX.
        01 WS-AS-OF-DATE      PIC 9(8).
        01 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-DATE.
            03 WS-AS-OF-YYYY  PIC 9(4).
            03 WS-AS-OF-MM    PIC 99.
            03 WS-AS-OF-DD    PIC 99.
        01 WS-RUN-DATE        PIC 9(8).
        01 WS-IMAGE           PIC X(60).
        01 WS-IMAGE-TYPE      PIC X.
        01 WS-RECORDS-SAVED   PIC 9(6) VALUE 0.
        01 WS-RECORDS-COPIED  PIC 9(6) VALUE 0.
        01 WS-HIST-READ       PIC 9(6) VALUE 0.
        01 WS-HIST-LATER      PIC 9(6) VALUE 0.
        01 WS-KEYS-PUT-BACK   PIC 9(6) VALUE 0.
        01 WS-KEYS-REMOVED    PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            DISPLAY "ENTER AS-OF DATE YYYYMMDD (0 = RESTORE THE "
                "CURRENT FILE): ".
            ACCEPT WS-AS-OF-DATE.
            IF WS-AS-OF-DATE = 0
                GO TO DA-RESTORE.
            IF WS-AS-OF-DATE NOT NUMERIC OR
               WS-AS-OF-MM < 1 OR WS-AS-OF-MM > 12 OR
               WS-AS-OF-DD < 1 OR WS-AS-OF-DD > 31
                DISPLAY "** INVALID DATE " WS-AS-OF-DATE " **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            IF WS-AS-OF-DATE >= WS-RUN-DATE
                DISPLAY "** AS-OF DATE MUST BE BEFORE TODAY **"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            PERFORM HA-CHECK-SAVE-EMPTY THRU HA-EXIT.
            OPEN INPUT HISTORY-FILE.
            IF WS-HST-STATUS NOT = "00"
                DISPLAY "NO mathist.dat, NOTHING TO REBUILD FROM"
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            CLOSE HISTORY-FILE.
            PERFORM BA-SAVE-CURRENT THRU BA-EXIT.
            OPEN I-O MAT-FILE.
            OPEN OUTPUT KEY-WORK-FILE.
            CLOSE KEY-WORK-FILE.
            OPEN I-O KEY-WORK-FILE.
            OPEN INPUT HISTORY-FILE.
      * ONLY THE FIRST ENTRY AFTER THE DATE FOR A KEY MATTERS: ITS
      * BEFORE IMAGE IS THE RECORD AS IT STOOD ON THE DATE.
        CA-HISTORY-READ.
            READ HISTORY-FILE AT END GO TO CB-HISTORY-DONE.
            ADD 1 TO WS-HIST-READ.
            IF MH-STAMP(1:8) <= WS-AS-OF-DATE
                GO TO CA-HISTORY-READ.
            ADD 1 TO WS-HIST-LATER.
            MOVE MH-KEY TO KW-KEY.
            READ KEY-WORK-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    GO TO CA-HISTORY-READ
            END-READ.
            WRITE KEY-WORK-REC.
            MOVE MH-KEY TO MAT-KEY1.
            IF MH-ACTION = "A"
                DELETE MAT-FILE
                    INVALID KEY CONTINUE
                END-DELETE
                ADD 1 TO WS-KEYS-REMOVED
                DISPLAY "KEY " MH-KEY " ADDED " MH-STAMP(1:8)
                    " BY " MH-OPERATOR ", REMOVED"
                GO TO CA-HISTORY-READ.
            MOVE MH-BEFORE TO WS-IMAGE.
            PERFORM HB-WRITE-IMAGE.
            ADD 1 TO WS-KEYS-PUT-BACK.
            DISPLAY "KEY " MH-KEY " CHANGED " MH-STAMP(1:8)
                " BY " MH-OPERATOR ", PUT BACK".
            GO TO CA-HISTORY-READ.
        CB-HISTORY-DONE.
            CLOSE HISTORY-FILE.
            CLOSE KEY-WORK-FILE.
            CLOSE MAT-FILE.
            DISPLAY "======= MATFILE.DAT AS OF " WS-AS-OF-DATE
                " =======".
            DISPLAY "CURRENT RECORDS KEPT IN matfile.sav: "
                WS-RECORDS-SAVED.
            DISPLAY "HISTORY ENTRIES READ: " WS-HIST-READ
                " (" WS-HIST-LATER " AFTER THE DATE)".
            DISPLAY "RECORDS PUT BACK: " WS-KEYS-PUT-BACK.
            DISPLAY "RECORDS ADDED SINCE, REMOVED: " WS-KEYS-REMOVED.
            DISPLAY "RUN MATASOF WITH DATE 0 TO RESTORE THE CURRENT "
                "FILE".
            GO TO ZZ-END.
        BA-SAVE-CURRENT.
            OPEN INPUT MAT-FILE.
            IF WS-MAT-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN matfile.dat, STATUS "
                    WS-MAT-STATUS
                MOVE 8 TO RETURN-CODE
                GO TO ZZ-END.
            OPEN OUTPUT SAVE-FILE.
        BB-SAVE-READ.
            READ MAT-FILE NEXT RECORD AT END GO TO BC-SAVE-DONE.
            PERFORM HC-TAKE-IMAGE.
            MOVE WS-IMAGE TO SAVE-REC.
            WRITE SAVE-REC.
            ADD 1 TO WS-RECORDS-SAVED.
            GO TO BB-SAVE-READ.
        BC-SAVE-DONE.
            CLOSE MAT-FILE.
            CLOSE SAVE-FILE.
        BA-EXIT.
            EXIT.
      * THE SAVED FILE IS EMPTIED ONCE COPIED BACK, WHICH IS WHAT
      * MATMAINT LOOKS AT BEFORE IT ALLOWS CHANGES AGAIN.
        DA-RESTORE.
            OPEN INPUT SAVE-FILE.
            IF WS-SAV-STATUS NOT = "00"
                DISPLAY "NO AS-OF COPY IN PLACE, NOTHING TO RESTORE"
                GO TO ZZ-END.
            READ SAVE-FILE
                AT END
                    CLOSE SAVE-FILE
                    DISPLAY "NO AS-OF COPY IN PLACE, NOTHING TO "
                        "RESTORE"
                    GO TO ZZ-END
            END-READ.
            OPEN OUTPUT MAT-FILE.
        DB-RESTORE-WRITE.
            MOVE SAVE-REC TO WS-IMAGE.
            PERFORM HB-WRITE-IMAGE.
            ADD 1 TO WS-RECORDS-COPIED.
            READ SAVE-FILE AT END GO TO DC-RESTORE-DONE.
            GO TO DB-RESTORE-WRITE.
        DC-RESTORE-DONE.
            CLOSE SAVE-FILE.
            CLOSE MAT-FILE.
            OPEN OUTPUT SAVE-FILE.
            CLOSE SAVE-FILE.
            DISPLAY "CURRENT matfile.dat RESTORED, RECORDS: "
                WS-RECORDS-COPIED.
            GO TO ZZ-END.
        HA-CHECK-SAVE-EMPTY.
            OPEN INPUT SAVE-FILE.
            IF WS-SAV-STATUS NOT = "00"
                GO TO HA-EXIT.
            READ SAVE-FILE
                AT END
                    CLOSE SAVE-FILE
                    GO TO HA-EXIT
            END-READ.
            CLOSE SAVE-FILE.
            DISPLAY "** AN AS-OF COPY IS ALREADY IN PLACE, RESTORE IT "
                "WITH DATE 0 FIRST **".
            MOVE 8 TO RETURN-CODE.
            GO TO ZZ-END.
        HA-EXIT.
            EXIT.
      * THE RECORD IS WRITTEN AT ITS OWN TYPE'S LENGTH WITH THE
      * LINE-FEED BYTE THE HISTORY IMAGE DOES NOT CARRY.
        HB-WRITE-IMAGE.
            MOVE WS-IMAGE TO OUT-REC4.
            MOVE WS-IMAGE(1:1) TO WS-IMAGE-TYPE.
            EVALUATE WS-IMAGE-TYPE
                WHEN "1"
                    MOVE FUNCTION CHAR(11) TO LF1
                    WRITE OUT-REC1
                        INVALID KEY REWRITE OUT-REC1
                    END-WRITE
                WHEN "2"
                    MOVE FUNCTION CHAR(11) TO LF2
                    WRITE OUT-REC2
                        INVALID KEY REWRITE OUT-REC2
                    END-WRITE
                WHEN "3"
                    MOVE FUNCTION CHAR(11) TO LF3
                    WRITE OUT-REC3
                        INVALID KEY REWRITE OUT-REC3
                    END-WRITE
                WHEN OTHER
                    MOVE FUNCTION CHAR(11) TO LF4
                    WRITE OUT-REC4
                        INVALID KEY REWRITE OUT-REC4
                    END-WRITE
            END-EVALUATE.
        HC-TAKE-IMAGE.
            MOVE SPACES TO WS-IMAGE.
            EVALUATE TYPE1
                WHEN "1"
                    MOVE OUT-REC1 TO WS-IMAGE
                WHEN "2"
                    MOVE OUT-REC2 TO WS-IMAGE
                WHEN "3"
                    MOVE OUT-REC3 TO WS-IMAGE
                WHEN OTHER
                    MOVE OUT-REC4 TO WS-IMAGE
            END-EVALUATE.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
