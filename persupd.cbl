      * MASTER PERSMAST.DAT, WITH MISMATCHES (CHANGE OR DELETE FOR A
      * MISSING NUMBER, ADD FOR AN EXISTING ONE) REPORTED TO AN
      * EXCEPTION FILE. WR01 CUTS DA02/DA03/DA04 FROM THE UPDATED
      * MASTER. AMENDMENTS COME BOTH FROM HAND-KEYED INPUT AND FROM
      * EMPAPPR, WHICH ADDS ONE FOR EVERY EMPLOYEE CHANGE IT APPLIES.
      * EACH AMENDMENT READ IS COPIED TO MT01AMD_HIST.DAT AND, AT THE
      * END OF THE RUN, MT01AMD.DAT IS EMPTIED SO THAT NO AMENDMENT IS
      * APPLIED TWICE. IT IS ONLY EMPTIED WHEN EVERY AMENDMENT WAS
      * SAFELY COPIED TO THE HISTORY FILE; IF THE HISTORY FILE CANNOT
      * BE OPENED NOTHING IS APPLIED, AND IF A HISTORY WRITE FAILS THE
      * RUN STOPS AT THAT AMENDMENT AND MT01AMD.DAT IS LEFT AS IT IS.
      * THE RUN ENDS WITH RETURN CODE 4 WHEN ANY AMENDMENT WAS
      * REJECTED TO THE EXCEPTION FILE AND 12 WHEN THE MASTER OR THE
      * HISTORY FILE CANNOT BE OPENED OR THE HISTORY CANNOT BE
      * WRITTEN; A NIGHT WITH NO mt01amd.dat IS A CLEAN RUN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            SELECT AMEND-FILE ASSIGN "mt01amd.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMD-STATUS.
            SELECT AMEND-HIST-FILE ASSIGN "mt01amd_hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMH-STATUS.
            SELECT EXCEPTION-FILE ASSIGN "persupd_exc.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXC-STATUS.
            03 AMD-YEAR-SERV PIC 9(2).
            03 AMD-DATE-JOIN PIC 9(6).
            03 AMD-GRADE    PIC X(3).
        FD AMEND-HIST-FILE.
        01 AMEND-HIST-REC   PIC X(40).
        FD EXCEPTION-FILE.
        01 EXCEPTION-REC    PIC X(60).
        WORKING-STORAGE SECTION.
        01 WS-PM-STATUS        PIC XX.
        01 WS-AMD-STATUS       PIC XX.
        01 WS-EXC-STATUS       PIC XX.
        01 WS-AMH-STATUS       PIC XX.
        01 WS-HIST-FAILED      PIC X VALUE "N".
        01 WS-EXC-REASON       PIC X(25).
        01 WS-AMENDS-READ      PIC 9(6) VALUE 0.
        01 WS-ADDS-APPLIED     PIC 9(6) VALUE 0.
        01 WS-CHANGES-APPLIED  PIC 9(6) VALUE 0.
                DISPLAY "CANNOT OPEN persmast.dat, STATUS "
                    WS-PM-STATUS
                CLOSE AMEND-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            OPEN OUTPUT EXCEPTION-FILE.
            OPEN EXTEND AMEND-HIST-FILE.
            IF WS-AMH-STATUS NOT = "00"
                OPEN OUTPUT AMEND-HIST-FILE
            END-IF.
            IF WS-AMH-STATUS NOT = "00"
                DISPLAY "CANNOT OPEN mt01amd_hist.dat, STATUS "
                    WS-AMH-STATUS ", NO AMENDMENTS APPLIED"
                CLOSE AMEND-FILE
                CLOSE PERS-MASTER
                CLOSE EXCEPTION-FILE
                MOVE 12 TO RETURN-CODE
                STOP RUN.
            DISPLAY "===== PERSONNEL MASTER UPDATE =====".
        BB-READ.
            READ AMEND-FILE AT END GO TO CC-END.
            ADD 1 TO WS-AMENDS-READ.
            MOVE AMEND-REC TO AMEND-HIST-REC.
            WRITE AMEND-HIST-REC.
            IF WS-AMH-STATUS NOT = "00"
                DISPLAY "** CANNOT WRITE mt01amd_hist.dat, STATUS "
                    WS-AMH-STATUS ", RUN STOPPED BEFORE PERS-NUM "
                    AMD-PERS-NUM " **"
                MOVE "Y" TO WS-HIST-FAILED
                GO TO CC-END.
            EVALUATE AMD-ACTION
                WHEN "A" WHEN "a"
                    PERFORM DA-APPLY-ADD
            CLOSE AMEND-FILE.
            CLOSE PERS-MASTER.
            CLOSE EXCEPTION-FILE.
            CLOSE AMEND-HIST-FILE.
            IF WS-AMH-STATUS NOT = "00"
                MOVE "Y" TO WS-HIST-FAILED.
            IF WS-HIST-FAILED = "Y"
                DISPLAY "** mt01amd.dat NOT EMPTIED, HISTORY COPY "
                    "INCOMPLETE - CHECK mt01amd_hist.dat **"
                MOVE 12 TO RETURN-CODE
                GO TO CC-EXIT.
            OPEN OUTPUT AMEND-FILE.
            CLOSE AMEND-FILE.
            DISPLAY "mt01amd.dat EMPTIED, AMENDMENTS KEPT IN "
                "mt01amd_hist.dat".
            IF WS-EXCEPTION-COUNT > 0
                MOVE 4 TO RETURN-CODE.
        CC-EXIT.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
