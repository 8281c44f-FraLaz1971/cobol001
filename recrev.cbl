      * RECORD PLUS A REVERSAL FLAG) AND APPENDS AN OFFSETTING ENTRY
      * TO VALID_RECS.DAT, TODAY'S HISTORY FILE AND CODELEDGER.DAT SO
      * A BAD RECORDF POSTING CAN BE REVERSED WITH A CLEAN AUDIT
      * TRAIL INSTEAD OF HAND-EDITING THE OUTPUT FILE. A REVERSAL
      * DATED IN A MONTH CLOSED BY LEDGCLOS IS RE-DATED INTO THE FIRST
      * OPEN MONTH AND LISTED IN LATEPOST.DAT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT HISTORY-FILE ASSIGN USING WS-HISTORY-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HIST-STATUS.
            SELECT LATE-POST-FILE ASSIGN TO "latepost.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-STATUS.
            SELECT LEDGER-FILE ASSIGN TO "codeledger.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
                05 LED-CODE        PIC X.
                05 LED-DATE        PIC 9(8).
            03 LED-BALANCE         PIC S9(8).
        FD LATE-POST-FILE.
        01 LATE-POST-REC.
            03 LP-PROGRAM          PIC X(8).
            03 FILLER              PIC X.
            03 LP-TYPE             PIC XX.
            03 FILLER              PIC X.
            03 LP-AMOUNT           PIC -9(6).
            03 FILLER              PIC X.
            03 LP-QTY              PIC 99.
            03 FILLER              PIC X.
            03 LP-CODE             PIC X.
            03 FILLER              PIC X.
            03 LP-ORIG-DATE        PIC 9(8).
            03 FILLER              PIC X.
            03 LP-POST-DATE        PIC 9(8).
            03 FILLER              PIC X.
            03 LP-STAMP            PIC X(14).
        WORKING-STORAGE SECTION.
        01 WS-REV-STATUS      PIC XX.
        01 WS-VALID-STATUS    PIC XX.
        01 WS-HIST-STATUS     PIC XX.
        01 WS-LED-STATUS      PIC XX.
        01 WS-LP-STATUS       PIC XX.
        01 WS-LP-OPEN         PIC X VALUE "N".
        01 WS-POST-DATE       PIC 9(8).
        01 WS-REDATED         PIC X.
        01 WS-HISTORY-FILE-NAME PIC X(30).
        01 WS-RUN-DATE.
            03 WS-RUN-YYYY   PIC 9(4).
        01 WS-RECORDS-READ     PIC 9(6) VALUE 0.
        01 WS-RECORDS-REVERSED PIC 9(6) VALUE 0.
        01 WS-RECORDS-SKIPPED  PIC 9(6) VALUE 0.
        01 WS-RECORDS-REDATED  PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
                    REV-REC
                GO TO BB-READ
            END-IF.
            PERFORM HC-CHECK-PERIOD THRU HC-EXIT.
            PERFORM HA-WRITE-REVERSAL.
            PERFORM HB-UPDATE-LEDGER.
            ADD 1 TO WS-RECORDS-REVERSED.
            ELSE
                WRITE LEDGER-REC
            END-IF.
        HC-CHECK-PERIOD.
            CALL "LEDGPER" USING REV-DATE WS-POST-DATE WS-REDATED.
            IF WS-REDATED NOT = "Y"
                GO TO HC-EXIT.
            ADD 1 TO WS-RECORDS-REDATED.
            DISPLAY "LATE POSTING: " REV-DATE " IS IN A CLOSED MONTH, "
                "RE-DATED TO " WS-POST-DATE.
            IF WS-LP-OPEN = "N"
                OPEN EXTEND LATE-POST-FILE
                IF WS-LP-STATUS NOT = "00"
                    OPEN OUTPUT LATE-POST-FILE
                END-IF
                MOVE "Y" TO WS-LP-OPEN
            END-IF.
            MOVE SPACES TO LATE-POST-REC.
            MOVE "RECREV" TO LP-PROGRAM.
            MOVE REV-TYPE TO LP-TYPE.
            COMPUTE LP-AMOUNT = 0 - REV-AMOUNT.
            MOVE REV-QTY TO LP-QTY.
            MOVE REV-CODE TO LP-CODE.
            MOVE REV-DATE TO LP-ORIG-DATE.
            MOVE WS-POST-DATE TO LP-POST-DATE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO LP-STAMP.
            WRITE LATE-POST-REC.
            MOVE WS-POST-DATE TO REV-DATE.
        HC-EXIT.
            EXIT.
        PARA-END.
            DISPLAY "========= CONTROL TOTALS =========".
            DISPLAY "RECORDS READ: " WS-RECORDS-READ.
            DISPLAY "RECORDS REVERSED: " WS-RECORDS-REVERSED.
            DISPLAY "RECORDS SKIPPED: " WS-RECORDS-SKIPPED.
            DISPLAY "LATE POSTINGS RE-DATED: " WS-RECORDS-REDATED.
            CLOSE REVERSAL-FILE.
            CLOSE VALID-FILE.
            CLOSE HISTORY-FILE.
            CLOSE LEDGER-FILE.
            IF WS-LP-OPEN = "Y"
                CLOSE LATE-POST-FILE.
        ZZ-END.
            STOP RUN.
