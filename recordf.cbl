            SELECT MANIFEST-FILE ASSIGN TO "recmanifest.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAN-STATUS.
            SELECT SENDER-FILE ASSIGN TO "senders.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SND-STATUS.
            SELECT ACK-FILE ASSIGN TO "recack.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACK-STATUS.
            SELECT VALID-FILE ASSIGN TO "valid_recs.dat".
            SELECT REJECTED-FILE ASSIGN TO "rejected_recs.dat".
            SELECT CHECKPOINT-FILE ASSIGN TO "recordf.ckp"
            SELECT DUPRETAIN-FILE ASSIGN TO "dupretain.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRT-STATUS.
            SELECT LATE-POST-FILE ASSIGN TO "latepost.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LP-STATUS.
            SELECT LEDGER-FILE ASSIGN TO "codeledger.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
        01 RIN-REC        PIC X(32).
        FD MANIFEST-FILE.
        01 MANIFEST-REC   PIC X(30).
      * AUTHORIZED SENDERS, ONE PER LINE: SOURCE ID AS IT APPEARS IN
      * THE BATCH HEADER, STATUS (A = ACTIVE, I = INACTIVE), THE
      * SENDER'S DAILY CUT-OFF TIME HHMM AND A NAME.
        FD SENDER-FILE.
        01 SENDER-REC.
            03 SND-SOURCE          PIC X(8).
            03 FILLER              PIC X.
            03 SND-STATUS          PIC X.
            03 FILLER              PIC X.
            03 SND-CUTOFF          PIC 9(4).
            03 FILLER              PIC X.
            03 SND-NAME            PIC X(20).
      * ONE ACKNOWLEDGMENT PER BATCH WITH A HEADER, FOR THE SENDER TO
      * COLLECT: A = ACCEPTED, P = PARTIALLY ACCEPTED, R = REJECTED,
      * WITH THE COUNTS, THE AMOUNT HASH OF ALL DETAILS READ, THE
      * AMOUNT ACCEPTED, THE REJECTS BY RULE AND THE BATCH REASON.
        FD ACK-FILE.
        01 ACK-REC.
            03 ACK-SOURCE          PIC X(8).
            03 FILLER              PIC X.
            03 ACK-BATCH-DATE      PIC 9(8).
            03 FILLER              PIC X.
            03 ACK-STATUS          PIC X.
            03 FILLER              PIC X.
            03 ACK-READ            PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-VALID           PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-INVALID         PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-HASH            PIC -9(9).
            03 FILLER              PIC X.
            03 ACK-VALID-AMOUNT    PIC -9(9).
            03 FILLER              PIC X.
            03 ACK-RSN-TYPE        PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-RSN-AMOUNT      PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-RSN-QTY         PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-RSN-CODE        PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-RSN-DATE        PIC 9(6).
            03 FILLER              PIC X.
            03 ACK-LATE            PIC X.
            03 FILLER              PIC X.
            03 ACK-REASON          PIC X(30).
            03 FILLER              PIC X.
            03 ACK-STAMP           PIC X(14).
        FD VALID-FILE.
        01 VALID-REC.
            03 VOUT-TYPE   PIC XX.
                05 LED-CODE        PIC X.
                05 LED-DATE        PIC 9(8).
            03 LED-BALANCE         PIC S9(8).
      * POSTINGS DATED IN A MONTH ALREADY CLOSED BY LEDGCLOS ARE
      * RE-DATED INTO THE FIRST OPEN MONTH AND LISTED HERE WITH THE
      * DATE THEY CARRIED; RECREV AND REJREPR WRITE THE SAME LAYOUT.
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
        01 WS-IN-BUFFER PIC X(32).
        01 IN-REC REDEFINES WS-IN-BUFFER.
        01 WS-MANIFEST-TABLE.
            03 WS-MAN-NAME OCCURS 20 TIMES PIC X(30).
        01 WS-MAN-COUNT    PIC 99 VALUE 0.
        01 WS-SND-STATUS   PIC XX.
        01 WS-SND-LOADED   PIC X VALUE "N".
        01 WS-SENDER-TABLE.
            03 WS-SND-ENTRY OCCURS 50 TIMES.
                05 WS-SND-SOURCE  PIC X(8).
                05 WS-SND-ACTIVE  PIC X.
                05 WS-SND-CUTOFF  PIC 9(4).
        01 WS-SND-COUNT    PIC 99 VALUE 0.
        01 WS-SND-IDX      PIC 99.
        01 WS-ACK-STATUS   PIC XX.
        01 WS-ACK-OPEN     PIC X VALUE "N".
        01 WS-NOW-HHMM     PIC 9(4).
        01 WS-BATCH-REFUSED  PIC X VALUE "N".
        01 WS-BATCH-LATE     PIC X VALUE "N".
        01 WS-BATCH-TRL-OK   PIC X VALUE "Y".
        01 WS-BATCH-REASON   PIC X(30).
        01 WS-FILE-REFUSED   PIC 9(6) VALUE 0.
        01 WS-FILE-VALID-AMOUNT PIC S9(9) VALUE 0.
        01 WS-BATCH-RSN-COUNTS.
            03 WS-BR-TYPE    PIC 9(6).
            03 WS-BR-AMOUNT  PIC 9(6).
            03 WS-BR-QTY     PIC 9(6).
            03 WS-BR-CODE    PIC 9(6).
            03 WS-BR-DATE    PIC 9(6).
        01 WS-RECORDS-REFUSED PIC 9(6) VALUE 0.
        01 WS-BATCHES-REFUSED PIC 9(4) VALUE 0.
        01 WS-ACKS-WRITTEN    PIC 9(4) VALUE 0.
        01 WS-MAN-IDX      PIC 99 VALUE 0.
        01 WS-FILE-READ    PIC 9(6) VALUE 0.
        01 WS-FILE-VALID   PIC 9(6) VALUE 0.
        01 WS-ACCT-THRESHOLD PIC S9(6) VALUE 0.
        01 WS-ACCT-VALID     PIC X.
        01 WS-ACCT-UPPER     PIC S9(6) VALUE 0.
        01 WS-TC-VALID       PIC X.
        01 WS-TC-DESC        PIC X(20).
        01 WS-TC-REASON      PIC X(40).
        01 WS-SUM-STATUS     PIC XX.
        01 WS-HIST-STATUS    PIC XX.
        01 WS-HISTORY-FILE-NAME PIC X(30).
            03 WS-RUN-MM     PIC 9(2).
            03 WS-RUN-DD     PIC 9(2).
        01 WS-RUN-MODE       PIC X VALUE "S".
        01 WS-PARM-PROG      PIC X(10) VALUE "RECORDF".
        01 WS-PARM-NAME      PIC X(10).
        01 WS-PARM-VALUE     PIC X(20).
        01 WS-PARM-SOURCE    PIC X.
        01 WS-OPD-STATUS     PIC XX.
        01 WS-DATE-OK        PIC X VALUE "Y".
        01 WS-DATE-MM        PIC 99.
        01 WS-DATE-DD        PIC 99.
        01 WS-TODAY-FULL     PIC 9(8).
        01 WS-LED-STATUS     PIC XX.
        01 WS-LP-STATUS      PIC XX.
        01 WS-LP-OPEN        PIC X VALUE "N".
        01 WS-POST-DATE      PIC 9(8).
        01 WS-REDATED        PIC X.
        01 WS-RECORDS-REDATED PIC 9(6) VALUE 0.
        01 WS-RECORDS-DUPLICATE PIC 9(6) VALUE 0.
        01 WS-DW-STATUS      PIC XX.
        01 WS-DW-OPEN        PIC X VALUE "N".
        01 WS-DUP-PURGED     PIC 9(6) VALUE 0.
        01 WS-DUP-AGE-DAYS   PIC 9(5).
        01 WS-MX-TIDX         PIC 9.
        01 WS-MX-CIDX         PIC 99.
        01 WS-MX-USED         PIC 99 VALUE 0.
        01 WS-MATRIX.
            03 WS-MX-CODE OCCURS 40 TIMES.
                05 WS-MX-CODE-VALUE PIC X.
                05 WS-MX-CODE-DESC  PIC X(20).
                05 WS-MX-TYPE OCCURS 2 TIMES.
                    07 WS-MX-COUNT  PIC 9(6) VALUE 0.
                    07 WS-MX-AMOUNT PIC S9(8) VALUE 0.
        01 WS-MX-TYPE-NAME    PIC XX.
        PROCEDURE DIVISION.
        AA-START.
            MOVE "RUNMODE" TO WS-PARM-NAME.
            PERFORM PR-GET-RUN-PARM.
            IF WS-PARM-SOURCE = "P"
                DISPLAY "RUN MODE: VALIDATE-ONLY (V) OR -AND-SPLIT "
                    "(S)? "
                ACCEPT WS-RUN-MODE
            ELSE
                MOVE WS-PARM-VALUE TO WS-RUN-MODE
            END-IF.
            IF WS-RUN-MODE NOT = "V" AND WS-RUN-MODE NOT = "v"
                MOVE "S" TO WS-RUN-MODE.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
            PERFORM HA-READ-CHECKPOINT.
            PERFORM HL-OPEN-DUPWORK.
            PERFORM AM-LOAD-MANIFEST THRU AM-EXIT.
            PERFORM HO-LOAD-SENDERS THRU HO-EXIT.
            IF WS-MANIFEST-MODE = "Y" AND WS-RESTART-COUNT > 0
                DISPLAY "RESTART CHECKPOINT IGNORED WITH MANIFEST "
                    "INPUT, REPROCESSING FROM THE START"
                    DISPLAY "** CANNOT OPEN codeledger.dat, STATUS "
                        WS-LED-STATUS ", RUN STOPPED - IF THE FILE "
                        "PREDATES THE CODE+DATE KEY, RUN LAYCONV **"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF.
            MOVE 0 TO WS-FILE-READ WS-FILE-VALID WS-FILE-INVALID.
            MOVE 0 TO WS-AMOUNT-HASH.
            MOVE "N" TO WS-HEADER-SEEN WS-TRAILER-SEEN.
            MOVE "N" TO WS-BATCH-REFUSED WS-BATCH-LATE.
            MOVE "Y" TO WS-BATCH-TRL-OK.
            MOVE SPACES TO WS-BATCH-REASON.
            MOVE 0 TO WS-FILE-REFUSED WS-FILE-VALID-AMOUNT.
            MOVE ZEROES TO WS-BATCH-RSN-COUNTS.
            IF WS-RESTART-COUNT > 0
                PERFORM HB-SKIP-PROCESSED THRU HB-EXIT
                MOVE 0 TO WS-RESTART-COUNT
            ADD 1 TO WS-FILE-READ.
            IF IN-AMOUNT IS NUMERIC
                ADD IN-AMOUNT TO WS-AMOUNT-HASH.
            IF WS-BATCH-REFUSED = "Y"
                ADD 1 TO WS-FILE-REFUSED
                ADD 1 TO WS-RECORDS-REFUSED
                PERFORM HC-CHECKPOINT-IF-DUE
                GO TO BB-READ.
        PARA-IN.
            DISPLAY "-------------------------".
            DISPLAY IN-REC.
               ADD 1 TO WS-FILE-INVALID.
               DISPLAY "RECORD IS NOT VALID".
               IF FLAG1 = 0
                   ADD 1 TO WS-BR-TYPE
                   DISPLAY "  REASON: IN-TYPE IS NOT EF OR XY".
               IF FLAG2 = 0
                   ADD 1 TO WS-BR-AMOUNT
                   DISPLAY "  REASON: IN-AMOUNT IS NOT NUMERIC/POSITIVE".
               IF FLAG3 = 0
                   ADD 1 TO WS-BR-QTY
                   DISPLAY "  REASON: IN-QTY IS NOT NUMERIC/>10".
               IF FLAG4 = 0
                   ADD 1 TO WS-BR-CODE
                   DISPLAY "  REASON: " WS-TC-REASON.
               IF WS-DATE-OK = "N"
                   ADD 1 TO WS-BR-DATE
                   DISPLAY "  REASON: IN-DATE IS NOT A REAL DATE "
                       "OR IS IN THE FUTURE".
               MOVE IN-TYPE TO ROUT-TYPE.
               ADD 1 TO WS-RECORDS-VALID.
               ADD 1 TO WS-FILE-VALID.
               ADD IN-AMOUNT TO WS-VALID-AMOUNT-TOTAL.
               ADD IN-AMOUNT TO WS-FILE-VALID-AMOUNT.
               PERFORM HI-CHECK-DUPLICATE THRU HI-EXIT.
               PERFORM HJ-UPDATE-MATRIX THRU HJ-EXIT.
               PERFORM HN-CHECK-PERIOD THRU HN-EXIT.
               DISPLAY "RECORD IS VALID"
               MOVE IN-TYPE TO VOUT-TYPE.
               MOVE IN-AMOUNT TO VOUT-AMOUNT.
            MOVE "Y" TO WS-HEADER-SEEN.
            DISPLAY "BATCH HEADER: RUN DATE " HDR-DATE
                " SOURCE " HDR-SOURCE.
            PERFORM HP-CHECK-SENDER THRU HP-EXIT.
        BT-PROCESS-TRAILER.
            MOVE "Y" TO WS-TRAILER-SEEN.
            IF TRL-COUNT NOT = WS-FILE-READ
                MOVE "N" TO WS-TRAILER-OK
                MOVE "N" TO WS-BATCH-TRL-OK
                DISPLAY "** TRAILER COUNT " TRL-COUNT
                    " DOES NOT MATCH RECORDS READ "
                    WS-FILE-READ " **"
            END-IF.
            IF TRL-AMOUNT NOT = WS-AMOUNT-HASH
                MOVE "N" TO WS-TRAILER-OK
                MOVE "N" TO WS-BATCH-TRL-OK
                DISPLAY "** TRAILER AMOUNT TOTAL " TRL-AMOUNT
                    " DOES NOT MATCH AMOUNTS READ "
                    WS-AMOUNT-HASH " **"
        BZ-CHECK-TRAILER.
            IF WS-HEADER-SEEN = "Y" AND WS-TRAILER-SEEN = "N"
                MOVE "N" TO WS-TRAILER-OK
                MOVE "N" TO WS-BATCH-TRL-OK
                DISPLAY "** BATCH HEADER PRESENT BUT NO TRAILER, "
                    "FILE " WS-IN-FILE-NAME " MAY BE TRUNCATED **"
            END-IF.
                " READ=" WS-FILE-READ
                " VALID=" WS-FILE-VALID
                " INVALID=" WS-FILE-INVALID.
            IF WS-FILE-REFUSED > 0
                DISPLAY "FILE " WS-IN-FILE-NAME " REFUSED="
                    WS-FILE-REFUSED.
            IF WS-HEADER-SEEN = "Y" AND WS-RUN-MODE = "S"
                PERFORM HQ-WRITE-ACK.
            ADD 1 TO WS-MAN-IDX.
            GO TO AN-NEXT-FILE.
        AM-LOAD-MANIFEST.
                    WS-DUP-PURGED.
        HM-EXIT.
            EXIT.
      * THE CODES ARE WHATEVER THE TRANSACTION-CODE MASTER ALLOWS, SO
      * EACH CODE TAKES THE NEXT FREE ROW THE FIRST TIME IT IS SEEN,
      * WITH THE DESCRIPTION TCVAL RETURNED WHEN THE RECORD PASSED.
        HJ-UPDATE-MATRIX.
            IF IN-TYPE = "EF"
                MOVE 1 TO WS-MX-TIDX
            ELSE
                MOVE 2 TO WS-MX-TIDX
            END-IF.
            MOVE 1 TO WS-MX-CIDX.
        HJ1-FIND-CODE.
            IF WS-MX-CIDX > WS-MX-USED
                GO TO HJ2-NEW-CODE.
            IF WS-MX-CODE-VALUE(WS-MX-CIDX) = IN-CODE
                GO TO HJ3-ADD.
            ADD 1 TO WS-MX-CIDX.
            GO TO HJ1-FIND-CODE.
        HJ2-NEW-CODE.
            IF WS-MX-USED >= 40
                DISPLAY "** WARNING ** TYPE X CODE TABLE FULL, "
                    "CODE " IN-CODE " NOT IN BREAKDOWN"
                GO TO HJ-EXIT.
            ADD 1 TO WS-MX-USED.
            MOVE WS-MX-USED TO WS-MX-CIDX.
            MOVE IN-CODE TO WS-MX-CODE-VALUE(WS-MX-CIDX).
            MOVE WS-TC-DESC TO WS-MX-CODE-DESC(WS-MX-CIDX).
        HJ3-ADD.
            ADD 1 TO WS-MX-COUNT(WS-MX-CIDX, WS-MX-TIDX).
            ADD IN-AMOUNT TO WS-MX-AMOUNT(WS-MX-CIDX, WS-MX-TIDX).
        HJ-EXIT.
            EXIT.
        HK-MATRIX-REPORT.
            DISPLAY "========= TYPE X CODE BREAKDOWN =========".
            PERFORM HK1-MATRIX-TYPE
                VARYING WS-MX-TIDX FROM 1 BY 1
                UNTIL WS-MX-TIDX > 2.
        HK1-MATRIX-TYPE.
            IF WS-MX-TIDX = 1
                MOVE "EF" TO WS-MX-TYPE-NAME
            ELSE
                MOVE "XY" TO WS-MX-TYPE-NAME
            END-IF.
            PERFORM HK2-MATRIX-LINE
                VARYING WS-MX-CIDX FROM 1 BY 1
                UNTIL WS-MX-CIDX > WS-MX-USED.
        HK2-MATRIX-LINE.
            DISPLAY "TYPE " WS-MX-TYPE-NAME " CODE "
                WS-MX-CODE-VALUE(WS-MX-CIDX) " "
                WS-MX-CODE-DESC(WS-MX-CIDX) " COUNT: "
                WS-MX-COUNT(WS-MX-CIDX, WS-MX-TIDX)
                " AMOUNT: "
                WS-MX-AMOUNT(WS-MX-CIDX, WS-MX-TIDX).
        HN-CHECK-PERIOD.
            CALL "LEDGPER" USING IN-DATE WS-POST-DATE WS-REDATED.
            IF WS-REDATED NOT = "Y"
                GO TO HN-EXIT.
            ADD 1 TO WS-RECORDS-REDATED.
            DISPLAY "  LATE POSTING: " IN-DATE " IS IN A CLOSED MONTH, "
                "RE-DATED TO " WS-POST-DATE.
            IF WS-RUN-MODE NOT = "S"
                GO TO HN1-REDATE.
            IF WS-LP-OPEN = "N"
                OPEN EXTEND LATE-POST-FILE
                IF WS-LP-STATUS NOT = "00"
                    OPEN OUTPUT LATE-POST-FILE
                END-IF
                MOVE "Y" TO WS-LP-OPEN
            END-IF.
            MOVE SPACES TO LATE-POST-REC.
            MOVE "RECORDF" TO LP-PROGRAM.
            MOVE IN-TYPE TO LP-TYPE.
            MOVE IN-AMOUNT TO LP-AMOUNT.
            MOVE IN-QTY TO LP-QTY.
            MOVE IN-CODE TO LP-CODE.
            MOVE IN-DATE TO LP-ORIG-DATE.
            MOVE WS-POST-DATE TO LP-POST-DATE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO LP-STAMP.
            WRITE LATE-POST-REC.
        HN1-REDATE.
            MOVE WS-POST-DATE TO IN-DATE.
        HN-EXIT.
            EXIT.
      * WITHOUT SENDERS.DAT EVERY SOURCE IS TAKEN, AS BEFORE.
        HO-LOAD-SENDERS.
            OPEN INPUT SENDER-FILE.
            IF WS-SND-STATUS NOT = "00"
                DISPLAY "NO SENDER MASTER, BATCH SOURCES NOT CHECKED"
                GO TO HO-EXIT.
            MOVE "Y" TO WS-SND-LOADED.
        HO1-SENDER-READ.
            READ SENDER-FILE AT END GO TO HO2-SENDER-DONE.
            IF SENDER-REC = SPACES
                GO TO HO1-SENDER-READ.
            IF WS-SND-COUNT >= 50
                DISPLAY "** WARNING ** SENDER TABLE FULL, "
                    "DISCARDING SENDER: " SND-SOURCE
                GO TO HO1-SENDER-READ.
            ADD 1 TO WS-SND-COUNT.
            MOVE SND-SOURCE TO WS-SND-SOURCE(WS-SND-COUNT).
            MOVE SND-STATUS TO WS-SND-ACTIVE(WS-SND-COUNT).
            IF SND-CUTOFF IS NUMERIC
                MOVE SND-CUTOFF TO WS-SND-CUTOFF(WS-SND-COUNT)
            ELSE
                MOVE 2359 TO WS-SND-CUTOFF(WS-SND-COUNT).
            GO TO HO1-SENDER-READ.
        HO2-SENDER-DONE.
            CLOSE SENDER-FILE.
            DISPLAY "SENDER MASTER LISTS " WS-SND-COUNT " SOURCES".
        HO-EXIT.
            EXIT.
      * A BATCH FROM AN UNKNOWN OR INACTIVE SOURCE IS REFUSED WHOLE:
      * ITS DETAILS ARE COUNTED FOR THE TRAILER CHECK BUT NEITHER
      * VALIDATED NOR POSTED, AND THE SENDER IS TOLD IN RECACK.DAT.
      * A BATCH DATED BEFORE TODAY, OR PROCESSED AFTER THE SENDER'S
      * CUT-OFF ON ITS OWN DATE, IS STILL TAKEN BUT FLAGGED LATE.
        HP-CHECK-SENDER.
            IF WS-SND-LOADED = "N"
                GO TO HP-EXIT.
            MOVE 1 TO WS-SND-IDX.
        HP1-FIND-SENDER.
            IF WS-SND-IDX > WS-SND-COUNT
                MOVE "UNKNOWN SENDER" TO WS-BATCH-REASON
                GO TO HP2-REFUSE.
            IF WS-SND-SOURCE(WS-SND-IDX) NOT = HDR-SOURCE
                ADD 1 TO WS-SND-IDX
                GO TO HP1-FIND-SENDER.
            IF WS-SND-ACTIVE(WS-SND-IDX) NOT = "A"
                MOVE "INACTIVE SENDER" TO WS-BATCH-REASON
                GO TO HP2-REFUSE.
            MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
            IF HDR-DATE IS NUMERIC AND
               (HDR-DATE < WS-TODAY-FULL OR
                (HDR-DATE = WS-TODAY-FULL AND
                 WS-NOW-HHMM > WS-SND-CUTOFF(WS-SND-IDX)))
                MOVE "Y" TO WS-BATCH-LATE
                MOVE "RECEIVED AFTER CUT-OFF" TO WS-BATCH-REASON
                DISPLAY "** BATCH FROM " HDR-SOURCE
                    " IS LATE FOR CUT-OFF "
                    WS-SND-CUTOFF(WS-SND-IDX) " **".
            GO TO HP-EXIT.
        HP2-REFUSE.
            MOVE "Y" TO WS-BATCH-REFUSED.
            ADD 1 TO WS-BATCHES-REFUSED.
            DISPLAY "** BATCH FROM " HDR-SOURCE " REFUSED: "
                WS-BATCH-REASON " **".
        HP-EXIT.
            EXIT.
        HQ-WRITE-ACK.
            IF WS-ACK-OPEN = "N"
                OPEN EXTEND ACK-FILE
                IF WS-ACK-STATUS NOT = "00"
                    OPEN OUTPUT ACK-FILE
                END-IF
                MOVE "Y" TO WS-ACK-OPEN
            END-IF.
            MOVE SPACES TO ACK-REC.
            MOVE HDR-SOURCE TO ACK-SOURCE.
            MOVE HDR-DATE TO ACK-BATCH-DATE.
            MOVE WS-FILE-READ TO ACK-READ.
            MOVE WS-FILE-VALID TO ACK-VALID.
            MOVE WS-FILE-INVALID TO ACK-INVALID.
            MOVE WS-AMOUNT-HASH TO ACK-HASH.
            MOVE WS-FILE-VALID-AMOUNT TO ACK-VALID-AMOUNT.
            MOVE WS-BR-TYPE TO ACK-RSN-TYPE.
            MOVE WS-BR-AMOUNT TO ACK-RSN-AMOUNT.
            MOVE WS-BR-QTY TO ACK-RSN-QTY.
            MOVE WS-BR-CODE TO ACK-RSN-CODE.
            MOVE WS-BR-DATE TO ACK-RSN-DATE.
            MOVE WS-BATCH-LATE TO ACK-LATE.
            MOVE WS-BATCH-REASON TO ACK-REASON.
            EVALUATE TRUE
                WHEN WS-BATCH-REFUSED = "Y"
                    MOVE "R" TO ACK-STATUS
                WHEN WS-BATCH-TRL-OK = "N"
                    MOVE "R" TO ACK-STATUS
                    MOVE "TRAILER DID NOT VERIFY" TO ACK-REASON
                WHEN WS-FILE-INVALID = 0
                    MOVE "A" TO ACK-STATUS
                WHEN WS-FILE-VALID = 0
                    MOVE "R" TO ACK-STATUS
                    MOVE "NO VALID RECORDS" TO ACK-REASON
                WHEN OTHER
                    MOVE "P" TO ACK-STATUS
                    MOVE "SOME RECORDS REJECTED" TO ACK-REASON
            END-EVALUATE.
            MOVE FUNCTION CURRENT-DATE(1:14) TO ACK-STAMP.
            WRITE ACK-REC.
            ADD 1 TO WS-ACKS-WRITTEN.
            DISPLAY "ACKNOWLEDGMENT " ACK-STATUS " WRITTEN FOR "
                ACK-SOURCE.
        HF-UPDATE-LEDGER.
            MOVE IN-CODE TO LED-CODE.
            MOVE IN-DATE TO LED-DATE.
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
      * UNDER NIGHTRUN THE ANSWERS TO THE PROMPTS COME FROM
      * RUNPARM.DAT; A BLANK VALUE TAKES THE PROMPT'S DEFAULT.
        PR-GET-RUN-PARM.
            CALL "RUNPARM" USING WS-PARM-PROG WS-PARM-NAME
                WS-PARM-VALUE WS-PARM-SOURCE.
        HA-READ-CHECKPOINT.
            MOVE 0 TO WS-RESTART-COUNT.
            OPEN INPUT CHECKPOINT-FILE.
            MOVE WS-RECORDS-VALID TO NSM-VALID.
            MOVE WS-RECORDS-INVALID TO NSM-INVALID.
            IF WS-TRAILER-OK = "Y" AND WS-FILE-FAILED = "N"
               AND WS-BATCHES-REFUSED = 0
                MOVE 0 TO NSM-EXCEPTIONS
            ELSE
                MOVE 1 TO NSM-EXCEPTIONS
          DISPLAY "RECORDS INVALID: " WS-RECORDS-INVALID.
          DISPLAY "VALID AMOUNT TOTAL: " WS-VALID-AMOUNT-TOTAL.
          DISPLAY "POSSIBLE DUPLICATES FLAGGED: " WS-RECORDS-DUPLICATE.
          DISPLAY "LATE POSTINGS RE-DATED: " WS-RECORDS-REDATED.
          DISPLAY "BATCHES REFUSED (SENDER): " WS-BATCHES-REFUSED.
          DISPLAY "RECORDS REFUSED (SENDER): " WS-RECORDS-REFUSED.
          DISPLAY "ACKNOWLEDGMENTS WRITTEN: " WS-ACKS-WRITTEN.
          DISPLAY "PROGRAM ENDED: EXITING".
          PERFORM HE-WRITE-NIGHTLY-SUMMARY.
          PERFORM HK-MATRIX-REPORT.
            IF WS-DW-OPEN = "Y"
                CLOSE DUPWORK-FILE
            END-IF.
            IF WS-LP-OPEN = "Y"
                CLOSE LATE-POST-FILE
            END-IF.
            IF WS-ACK-OPEN = "Y"
                CLOSE ACK-FILE
            END-IF.
            MOVE 0 TO CKP-RECORDS-READ CKP-RECORDS-VALID
                CKP-RECORDS-INVALID CKP-VALID-AMOUNT-TOTAL.
            OPEN OUTPUT CHECKPOINT-FILE.
            WRITE CHECKPOINT-REC.
            CLOSE CHECKPOINT-FILE.
      * RETURN CODE 4 WHEN RECORDS WERE REJECTED OR BATCHES REFUSED,
      * 8 WHEN A TRAILER DID NOT VERIFY AND 12 WHEN A LISTED INPUT
      * FILE WAS MISSING AND THE RUN WAS STOPPED SHORT.
            IF WS-RECORDS-INVALID > 0 OR WS-BATCHES-REFUSED > 0
                MOVE 4 TO RETURN-CODE.
            IF WS-TRAILER-OK = "N"
                DISPLAY ">>> BATCH CONTROL FAILURE: TRAILER DID NOT "
                    "VERIFY, RUN NOT ACCEPTED <<<"
                MOVE 8 TO RETURN-CODE.
            IF WS-FILE-FAILED = "Y"
                MOVE 12 TO RETURN-CODE.
        STOP RUN.
      * IN-TYPE must contain EF or XY.
      * IN-AMOUNT must be numeric and positive.
      * IN-QTY must be numeric and greater than 10.
      * IN-CODE must be on the transaction-code master (trancode.dat),
      * active, allowed for IN-TYPE and within its amount limits;
      * without a master it must be 1, 2, 3 or 4.
