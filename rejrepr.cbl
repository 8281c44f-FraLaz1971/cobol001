      * THE OPERATOR CORRECTS THE FIELDS, THE RECORD IS REVALIDATED,
      * AND REPAIRED RECORDS ARE WRITTEN TO RECRESUB.DAT FOR RECORDF
      * TO PROCESS (LIST IT IN recmanifest.dat). EVERY REPAIR IS
      * LOGGED WITH THE ORIGINAL RECORD FOR THE AUDIT TRAIL. A REPAIRED
      * RECORD DATED IN A MONTH CLOSED BY LEDGCLOS IS RE-DATED INTO THE
      * FIRST OPEN MONTH AND LISTED IN LATEPOST.DAT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT REPAIR-LOG-FILE ASSIGN "rejrepair.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOG-STATUS.
            SELECT LATE-POST-FILE ASSIGN TO "latepost.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD REJECTED-FILE.
        FD RESUB-FILE.
        01 RESUB-REC       PIC X(32).
        FD REPAIR-LOG-FILE.
        01 REPAIR-LOG-REC.
            03 REPAIR-LOG-TEXT PIC X(80).
            COPY "audchain.cpy".
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
        01 WS-REJ-STATUS   PIC XX.
        01 WS-RSB-STATUS   PIC XX.
        01 WS-LOG-STATUS   PIC XX.
        01 WS-AUDIT-LOG    PIC X(20) VALUE "rejrepair.log".
        01 WS-AUDIT-LEN    PIC 9(3) VALUE 80.
        01 WS-LP-STATUS    PIC XX.
        01 WS-LP-OPEN      PIC X VALUE "N".
        01 WS-POST-DATE    PIC 9(8).
        01 WS-REDATED      PIC X.
        01 WS-IN-BUFFER    PIC X(32).
        01 IN-REC REDEFINES WS-IN-BUFFER.
            03 IN-TYPE PIC XX.
        01 WS-ACCT-THRESHOLD PIC S9(6) VALUE 0.
        01 WS-ACCT-VALID     PIC X.
        01 WS-ACCT-UPPER     PIC S9(6) VALUE 0.
        01 WS-TC-VALID       PIC X.
        01 WS-TC-DESC        PIC X(20).
        01 WS-TC-REASON      PIC X(40).
        01 WS-RUN-STAMP      PIC X(14).
        01 WS-DECISION       PIC X.
        01 WS-SEQ            PIC 9(6) VALUE 0.
        01 WS-RECORDS-REPAIRED PIC 9(6) VALUE 0.
        01 WS-RECORDS-SKIPPED  PIC 9(6) VALUE 0.
        01 WS-RECORDS-STILL-BAD PIC 9(6) VALUE 0.
        01 WS-RECORDS-REDATED   PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
            ACCEPT IN-AMOUNT.
            DISPLAY "ENTER QTY (2 DIGITS, >10): ".
            ACCEPT IN-QTY.
            DISPLAY "ENTER CODE: ".
            ACCEPT IN-CODE.
            DISPLAY "ENTER TRANSACTION DATE YYYYMMDD: ".
            ACCEPT IN-DATE.
            PERFORM DA-VALIDATE.
            IF FLAG1 = 1 AND FLAG2 = 1 AND FLAG3 = 1 AND FLAG4 = 1
                PERFORM EB-CHECK-PERIOD THRU EB-EXIT
                PERFORM EA-WRITE-RESUB
            ELSE
                ADD 1 TO WS-RECORDS-STILL-BAD
            IF FLAG3 = 0
                DISPLAY "  FAILED: IN-QTY IS NOT NUMERIC/>10".
            IF FLAG4 = 0
                DISPLAY "  FAILED: " WS-TC-REASON.
        EA-WRITE-RESUB.
            ADD 1 TO WS-RECORDS-REPAIRED.
            MOVE WS-IN-BUFFER TO RESUB-REC.
                " ORIG=" WS-ORIG-REC
                " NEW=" WS-IN-BUFFER(1:19)
                DELIMITED BY SIZE INTO REPAIR-LOG-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                REPAIR-LOG-REC
            WRITE REPAIR-LOG-REC.
        EB-CHECK-PERIOD.
            CALL "LEDGPER" USING IN-DATE WS-POST-DATE WS-REDATED.
            IF WS-REDATED NOT = "Y"
                GO TO EB-EXIT.
            ADD 1 TO WS-RECORDS-REDATED.
            DISPLAY "LATE POSTING: " IN-DATE " IS IN A CLOSED MONTH, "
                "RE-DATED TO " WS-POST-DATE.
            IF WS-LP-OPEN = "N"
                OPEN EXTEND LATE-POST-FILE
                IF WS-LP-STATUS NOT = "00"
                    OPEN OUTPUT LATE-POST-FILE
                END-IF
                MOVE "Y" TO WS-LP-OPEN
            END-IF.
            MOVE SPACES TO LATE-POST-REC.
            MOVE "REJREPR" TO LP-PROGRAM.
            MOVE IN-TYPE TO LP-TYPE.
            MOVE IN-AMOUNT TO LP-AMOUNT.
            MOVE IN-QTY TO LP-QTY.
            MOVE IN-CODE TO LP-CODE.
            MOVE IN-DATE TO LP-ORIG-DATE.
            MOVE WS-POST-DATE TO LP-POST-DATE.
            MOVE WS-RUN-STAMP TO LP-STAMP.
            WRITE LATE-POST-REC.
            MOVE WS-POST-DATE TO IN-DATE.
        EB-EXIT.
            EXIT.
        CC-END.
            DISPLAY "======= REPAIR SESSION TOTALS =======".
            DISPLAY "REJECTS REVIEWED: " WS-RECORDS-READ.
            DISPLAY "RECORDS SKIPPED: " WS-RECORDS-SKIPPED.
            DISPLAY "REPAIR ATTEMPTS STILL INVALID: "
                WS-RECORDS-STILL-BAD.
            DISPLAY "LATE POSTINGS RE-DATED: " WS-RECORDS-REDATED.
            IF WS-RECORDS-REPAIRED > 0
                DISPLAY "ADD recresub.dat TO recmanifest.dat SO "
                    "RECORDF PICKS UP THE RESUBMISSIONS".
            CLOSE REJECTED-FILE.
            CLOSE RESUB-FILE.
            CLOSE REPAIR-LOG-FILE.
            IF WS-LP-OPEN = "Y"
                CLOSE LATE-POST-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
