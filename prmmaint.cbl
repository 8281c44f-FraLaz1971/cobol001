        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRMMAINT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM MAINTAINS THE RUN-PARAMETER FILE RUNPARM.DAT,
      * KEYED BY PROGRAM AND PARAMETER NAME, THAT THE BATCH PROGRAMS
      * READ THROUGH RUNPARM IN PLACE OF THEIR CONSOLE PROMPTS WHEN
      * NIGHTRUN DRIVES THEM UNATTENDED. AN OPERATOR CAN ADD, CHANGE
      * OR DELETE AN ENTRY AND LIST THE FILE, ALL OF IT OR ONE
      * PROGRAM'S ENTRIES. THE VALUE IS KEYED EXACTLY AS IT WOULD BE
      * TYPED AT THE PROMPT. EVERY ACTION IS LOGGED WITH THE OPERATOR
      * IN RUNPARM.LOG.
      * THE PARAMETER NAMES EACH PROGRAM READS ARE:
      *   NIGHTRUN  RESUME    Y/N (UNATTEND IS SET BY NIGHTRUN),
      *             WINDOWEND HHMM, OVERPCT
      *   WR01      LONGSVC   LONG-SERVICE YEARS
      *   RECORDF   RUNMODE   V OR S
      *   READRECS  RUNMODE   L OR O, LOOKUP    ACCOUNT CODE
      *   PAY       OPERATOR, RUNMODE C/P, SIMULATE Y/N,
      *             RELEASE Y/N, RELPERIOD, PERTYPE W/B/M,
      *             PERSTART, PEREND (YYYYMMDD), LOCKCLEAR Y/N
      *   NIGHTSUM  SHOWMODE  T/A/P, PROGRAM, THRESHOLD
      *   BRANCH2   RUNMODE   B (I NEEDS THE CONSOLE)
      *   GLJRNL    SOURCE    P/E/B/T/C/A
      *   COS       RUNMODE   S/C/R/F, DOMAIN, STEP
      *   PENPAY    DIVISOR, WARNPAYS, TAXRATE
      *   DUNNING   REPEATDAYS
      *   NRTREND   WEEKS
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNPARM-FILE
            ASSIGN TO "runparm.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RP-KEY
            FILE STATUS IS WS-RP-STATUS.
            SELECT OPERATOR-FILE ASSIGN "operators.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OPER-STATUS.
            SELECT AUDIT-FILE ASSIGN "runparm.log"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD RUNPARM-FILE.
        01 RUNPARM-REC.
            COPY "runparm.cpy".
        FD OPERATOR-FILE.
        01 OPERATOR-REC.
            03 OP-ID                PIC X(8).
            03 FILLER               PIC X.
            03 OP-NAME              PIC X(20).
            03 FILLER               PIC X.
            03 OP-MODES             PIC X(10).
        FD AUDIT-FILE.
        01 AUDIT-REC                PIC X(100).
        WORKING-STORAGE SECTION.
        01 WS-RP-STATUS           PIC XX.
        01 WS-OPER-STATUS         PIC XX.
        01 WS-AUDIT-STATUS        PIC XX.
        01 WS-OPERATOR-ID         PIC X(8).
        01 WS-OPER-FOUND          PIC X VALUE "N".
        01 WS-MAINT-ACTION        PIC X.
        01 WS-MAINT-PROGRAM       PIC X(10).
        01 WS-MAINT-NAME          PIC X(10).
        01 WS-WORK-VALUE          PIC X(20).
        01 WS-OLD-VALUE           PIC X(20).
        01 WS-LIST-FILTER         PIC X(10).
        01 WS-LIST-COUNT          PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER OPERATOR ID: ".
            ACCEPT WS-OPERATOR-ID.
            PERFORM NN-VALIDATE-OPERATOR THRU NN-EXIT.
            OPEN I-O RUNPARM-FILE.
            IF WS-RP-STATUS NOT = "00"
                OPEN OUTPUT RUNPARM-FILE
                CLOSE RUNPARM-FILE
                OPEN I-O RUNPARM-FILE
            END-IF.
            IF WS-RP-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN runparm.dat, STATUS "
                    WS-RP-STATUS
                STOP RUN.
            PERFORM GC-OPEN-AUDIT-FILE.
        BB-MAINTAIN.
            DISPLAY "ADD (A), CHANGE (C), DELETE (D), LIST (L) "
                "OR STOP (S)? ".
            ACCEPT WS-MAINT-ACTION.
            IF WS-MAINT-ACTION = "S" OR WS-MAINT-ACTION = "s"
                GO TO CC-END.
            IF WS-MAINT-ACTION = "L" OR WS-MAINT-ACTION = "l"
                PERFORM DB-LIST-PARMS THRU DB-EXIT
                GO TO BB-MAINTAIN.
            DISPLAY "ENTER PROGRAM NAME (E.G. PAY): ".
            MOVE SPACES TO WS-MAINT-PROGRAM.
            ACCEPT WS-MAINT-PROGRAM.
            DISPLAY "ENTER PARAMETER NAME (E.G. RUNMODE): ".
            MOVE SPACES TO WS-MAINT-NAME.
            ACCEPT WS-MAINT-NAME.
            IF WS-MAINT-PROGRAM = SPACES OR WS-MAINT-NAME = SPACES
                DISPLAY "** PROGRAM AND PARAMETER NAME ARE BOTH "
                    "NEEDED **"
                GO TO BB-MAINTAIN.
            MOVE FUNCTION UPPER-CASE(WS-MAINT-PROGRAM)
                TO WS-MAINT-PROGRAM.
            MOVE FUNCTION UPPER-CASE(WS-MAINT-NAME) TO WS-MAINT-NAME.
            MOVE WS-MAINT-PROGRAM TO RP-PROGRAM.
            MOVE WS-MAINT-NAME TO RP-NAME.
            EVALUATE WS-MAINT-ACTION
                WHEN "A" WHEN "a"
                    PERFORM EA-ADD-PARM THRU EA-EXIT
                WHEN "C" WHEN "c"
                    READ RUNPARM-FILE
                        INVALID KEY
                        DISPLAY "NO ENTRY FOR " WS-MAINT-PROGRAM " "
                            WS-MAINT-NAME
                        NOT INVALID KEY
                        PERFORM EB-CHANGE-PARM THRU EB-EXIT
                    END-READ
                WHEN "D" WHEN "d"
                    READ RUNPARM-FILE
                        INVALID KEY
                        DISPLAY "NO ENTRY FOR " WS-MAINT-PROGRAM " "
                            WS-MAINT-NAME
                        NOT INVALID KEY
                        PERFORM EC-DELETE-PARM THRU EC-EXIT
                    END-READ
                WHEN OTHER
                    DISPLAY "UNKNOWN ACTION " WS-MAINT-ACTION
            END-EVALUATE.
            GO TO BB-MAINTAIN.
      * A BLANK FILTER LISTS THE WHOLE FILE.
        DB-LIST-PARMS.
            MOVE 0 TO WS-LIST-COUNT.
            DISPLAY "ENTER PROGRAM TO LIST (BLANK = ALL): ".
            MOVE SPACES TO WS-LIST-FILTER.
            ACCEPT WS-LIST-FILTER.
            MOVE FUNCTION UPPER-CASE(WS-LIST-FILTER) TO WS-LIST-FILTER.
            MOVE WS-LIST-FILTER TO RP-PROGRAM.
            MOVE SPACES TO RP-NAME.
            START RUNPARM-FILE KEY IS NOT LESS THAN RP-KEY
                INVALID KEY
                    DISPLAY "NO RUN PARAMETERS ON FILE"
                    GO TO DB-EXIT
            END-START.
        DB1-LIST-NEXT.
            READ RUNPARM-FILE NEXT RECORD AT END GO TO DB2-LIST-DONE.
            IF WS-LIST-FILTER NOT = SPACES
                AND RP-PROGRAM NOT = WS-LIST-FILTER
                GO TO DB2-LIST-DONE.
            ADD 1 TO WS-LIST-COUNT.
            DISPLAY RP-PROGRAM " " RP-NAME " " RP-VALUE.
            GO TO DB1-LIST-NEXT.
        DB2-LIST-DONE.
            DISPLAY "RUN PARAMETERS LISTED: " WS-LIST-COUNT.
        DB-EXIT.
            EXIT.
        EA-ADD-PARM.
            MOVE SPACES TO RUNPARM-REC.
            MOVE WS-MAINT-PROGRAM TO RP-PROGRAM.
            MOVE WS-MAINT-NAME TO RP-NAME.
            DISPLAY "ENTER VALUE: ".
            MOVE SPACES TO WS-WORK-VALUE.
            ACCEPT WS-WORK-VALUE.
            MOVE WS-WORK-VALUE TO RP-VALUE.
            MOVE SPACES TO WS-OLD-VALUE.
            WRITE RUNPARM-REC
                INVALID KEY
                    DISPLAY "AN ENTRY IS ALREADY ON FILE FOR "
                        WS-MAINT-PROGRAM " " WS-MAINT-NAME
                    GO TO EA-EXIT
            END-WRITE.
            DISPLAY "RUN PARAMETER ADDED: " RP-PROGRAM " " RP-NAME
                " " RP-VALUE.
            PERFORM FA-LOG-ACTION.
        EA-EXIT.
            EXIT.
        EB-CHANGE-PARM.
            DISPLAY "CURRENT VALUE: " RP-VALUE.
            MOVE RP-VALUE TO WS-OLD-VALUE.
            DISPLAY "ENTER NEW VALUE: ".
            MOVE SPACES TO WS-WORK-VALUE.
            ACCEPT WS-WORK-VALUE.
            MOVE WS-WORK-VALUE TO RP-VALUE.
            REWRITE RUNPARM-REC.
            DISPLAY "RUN PARAMETER CHANGED: " RP-PROGRAM " " RP-NAME
                " " RP-VALUE.
            PERFORM FA-LOG-ACTION.
        EB-EXIT.
            EXIT.
        EC-DELETE-PARM.
            MOVE RP-VALUE TO WS-OLD-VALUE.
            DELETE RUNPARM-FILE RECORD
                INVALID KEY
                    DISPLAY "** COULD NOT DELETE " WS-MAINT-PROGRAM
                        " " WS-MAINT-NAME " **"
                    GO TO EC-EXIT
            END-DELETE.
            MOVE SPACES TO RP-VALUE.
            DISPLAY "RUN PARAMETER DELETED: " WS-MAINT-PROGRAM " "
                WS-MAINT-NAME.
            PERFORM FA-LOG-ACTION.
        EC-EXIT.
            EXIT.
        FA-LOG-ACTION.
            MOVE SPACES TO AUDIT-REC.
            STRING "ACTION=" WS-MAINT-ACTION
                " PROG=" WS-MAINT-PROGRAM
                " PARM=" WS-MAINT-NAME
                " OLD=" WS-OLD-VALUE
                " NEW=" RP-VALUE
                " OP=" WS-OPERATOR-ID
                " AT " FUNCTION CURRENT-DATE(1:14)
                DELIMITED BY SIZE INTO AUDIT-REC.
            WRITE AUDIT-REC.
        GC-OPEN-AUDIT-FILE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
                OPEN OUTPUT AUDIT-FILE
            END-IF.
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
        CC-END.
            CLOSE RUNPARM-FILE.
            CLOSE AUDIT-FILE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
