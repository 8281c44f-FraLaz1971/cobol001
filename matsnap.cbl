      * BEFORE DIFFRECS REGENERATES MATFILE.DAT, AND CAN LATER COMPARE
      * THAT SNAPSHOT AGAINST THE TOTALS AFTER A REGENERATION SO GAINS
      * AND LOSSES BY AREA SHOW UP WITHOUT COMPARING TWO DISPLAY DUMPS
      * BY EYE. THE COMPARISON IS ALSO ROLLED UP BY REGION: EACH
      * SNAPSHOT LINE KEEPS THE AREA'S REGION FROM AREAMAST.DAT AS IT
      * WAS WHEN THE SNAPSHOT WAS TAKEN, SO AN AREA MOVED BETWEEN
      * REGIONS SHOWS AS A LOSS IN ONE AND A GAIN IN THE OTHER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
          SELECT SNAPSHOT-FILE ASSIGN "matsnap.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SNAP-STATUS.
          SELECT AREA-MASTER-FILE ASSIGN "areamast.dat"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD MAT-FILE.
            03 IN-NUMBER  PIC 9(3).
            03 LF1        PIC X.
        FD SNAPSHOT-FILE.
        01 SNAPSHOT-REC   PIC X(31).
        FD AREA-MASTER-FILE.
        01 AREA-MASTER-REC.
            03 AM-CODE    PIC X(4).
            03 FILLER     PIC X.
            03 AM-NAME    PIC X(20).
            03 FILLER     PIC X.
            03 AM-MANAGER PIC X(20).
            03 FILLER     PIC X.
            03 AM-REGION  PIC X(4).
        WORKING-STORAGE SECTION.
        01 WS-MAT-STATUS      PIC XX.
        01 WS-SNAP-STATUS     PIC XX.
            03 WS-SNAP-TOTAL OCCURS 10 TIMES.
                05 WS-SN-AREA  PIC X(20).
                05 WS-SN-TOTAL PIC 9(7) VALUE 0.
                05 WS-SN-REGION PIC X(4).
        01 WS-SNAP-COUNT      PIC 99 VALUE 0.
        01 WS-AT-IDX          PIC 99.
        01 WS-SN-IDX          PIC 99.
        01 WS-AT-FOUND        PIC X VALUE "N".
        01 WS-DELTA           PIC S9(7).
        01 WS-ARM-STATUS      PIC XX.
        01 WS-AREA-MASTER-TABLE.
            03 WS-AM-ENTRY OCCURS 20 TIMES.
                05 WS-AM-NAME   PIC X(20).
                05 WS-AM-REGION PIC X(4).
        01 WS-AM-COUNT        PIC 99 VALUE 0.
        01 WS-AM-IDX          PIC 99.
        01 WS-FIND-AREA       PIC X(20).
        01 WS-FIND-REGION     PIC X(4).
        01 WS-REGION-TOTALS.
            03 WS-REGION-TOTAL OCCURS 20 TIMES.
                05 WS-RT-REGION PIC X(4).
                05 WS-RT-BEFORE PIC 9(8).
                05 WS-RT-AFTER  PIC 9(8).
        01 WS-RT-COUNT        PIC 99 VALUE 0.
        01 WS-RT-IDX          PIC 99.
        01 WS-RT-AMOUNT       PIC 9(7).
        01 WS-RT-SIDE         PIC X.
        01 WS-RT-DELTA        PIC S9(8).
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "SNAPSHOT (S) OR COMPARE (C) AREA TOTALS? ".
            END-IF.
            PERFORM BA-LOAD-CURRENT-TOTALS THRU BA-EXIT.
            CLOSE MAT-FILE.
            PERFORM EA-LOAD-AREA-MASTER THRU EA-EXIT.
            IF WS-RUN-MODE = "C" OR WS-RUN-MODE = "c"
                PERFORM CA-LOAD-SNAPSHOT
                PERFORM CB-COMPARE-TOTALS
                PERFORM CC-COMPARE-REGIONS THRU CC-EXIT
            ELSE
                PERFORM DA-WRITE-SNAPSHOT
            END-IF.
                ADD 1 TO WS-SNAP-COUNT
                MOVE SNAPSHOT-REC(1:20) TO WS-SN-AREA(WS-SNAP-COUNT)
                MOVE SNAPSHOT-REC(21:7) TO WS-SN-TOTAL(WS-SNAP-COUNT)
                MOVE SNAPSHOT-REC(28:4) TO WS-SN-REGION(WS-SNAP-COUNT)
            END-IF.
            GO TO CA2-READ-SNAPSHOT.
        CA2-EXIT.
            PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                UNTIL WS-AT-IDX > WS-AREA-COUNT
                MOVE SPACES TO SNAPSHOT-REC
                MOVE WS-AT-AREA(WS-AT-IDX) TO WS-FIND-AREA
                PERFORM EB-FIND-REGION THRU EB-EXIT
                STRING WS-AT-AREA(WS-AT-IDX) WS-AT-TOTAL(WS-AT-IDX)
                    WS-FIND-REGION
                    DELIMITED BY SIZE INTO SNAPSHOT-REC
                WRITE SNAPSHOT-REC
            END-PERFORM.
            CLOSE SNAPSHOT-FILE.
            DISPLAY "SNAPSHOT WRITTEN FOR " WS-AREA-COUNT " AREAS".
      * A SNAPSHOT TAKEN BEFORE AREAS CARRIED A REGION HAS NONE ON
      * FILE, SO THE AREA'S CURRENT REGION IS USED FOR IT.
        CC-COMPARE-REGIONS.
            PERFORM CD-ADD-AFTER
                VARYING WS-AT-IDX FROM 1 BY 1
                UNTIL WS-AT-IDX > WS-AREA-COUNT.
            PERFORM CE-ADD-BEFORE
                VARYING WS-SN-IDX FROM 1 BY 1
                UNTIL WS-SN-IDX > WS-SNAP-COUNT.
            DISPLAY "======= REGION TOTAL SNAPSHOT COMPARISON =======".
            PERFORM CG-REGION-LINE
                VARYING WS-RT-IDX FROM 1 BY 1
                UNTIL WS-RT-IDX > WS-RT-COUNT.
        CC-EXIT.
            EXIT.
        CD-ADD-AFTER.
            MOVE WS-AT-AREA(WS-AT-IDX) TO WS-FIND-AREA.
            PERFORM EB-FIND-REGION THRU EB-EXIT.
            MOVE WS-AT-TOTAL(WS-AT-IDX) TO WS-RT-AMOUNT.
            MOVE "A" TO WS-RT-SIDE.
            PERFORM CF-ADD-TO-REGION THRU CF-EXIT.
        CE-ADD-BEFORE.
            MOVE WS-SN-REGION(WS-SN-IDX) TO WS-FIND-REGION.
            IF WS-FIND-REGION = SPACES
                MOVE WS-SN-AREA(WS-SN-IDX) TO WS-FIND-AREA
                PERFORM EB-FIND-REGION THRU EB-EXIT
            END-IF.
            MOVE WS-SN-TOTAL(WS-SN-IDX) TO WS-RT-AMOUNT.
            MOVE "B" TO WS-RT-SIDE.
            PERFORM CF-ADD-TO-REGION THRU CF-EXIT.
        CF-ADD-TO-REGION.
            MOVE 1 TO WS-RT-IDX.
        CF1-REGION-NEXT.
            IF WS-RT-IDX > WS-RT-COUNT
                GO TO CF2-NEW-REGION.
            IF WS-RT-REGION(WS-RT-IDX) = WS-FIND-REGION
                GO TO CF3-ADD.
            ADD 1 TO WS-RT-IDX.
            GO TO CF1-REGION-NEXT.
        CF2-NEW-REGION.
            IF WS-RT-COUNT >= 20
                DISPLAY "** WARNING ** REGION TABLE FULL, "
                    "DISCARDING REGION: " WS-FIND-REGION
                GO TO CF-EXIT.
            ADD 1 TO WS-RT-COUNT.
            MOVE WS-RT-COUNT TO WS-RT-IDX.
            MOVE WS-FIND-REGION TO WS-RT-REGION(WS-RT-IDX).
            MOVE 0 TO WS-RT-BEFORE(WS-RT-IDX) WS-RT-AFTER(WS-RT-IDX).
        CF3-ADD.
            IF WS-RT-SIDE = "A"
                ADD WS-RT-AMOUNT TO WS-RT-AFTER(WS-RT-IDX)
            ELSE
                ADD WS-RT-AMOUNT TO WS-RT-BEFORE(WS-RT-IDX)
            END-IF.
        CF-EXIT.
            EXIT.
        CG-REGION-LINE.
            COMPUTE WS-RT-DELTA = WS-RT-AFTER(WS-RT-IDX) -
                WS-RT-BEFORE(WS-RT-IDX).
            IF WS-RT-REGION(WS-RT-IDX) = SPACES
                DISPLAY "REGION: (NONE)"
                    " BEFORE: " WS-RT-BEFORE(WS-RT-IDX)
                    " AFTER: " WS-RT-AFTER(WS-RT-IDX)
                    " CHANGE: " WS-RT-DELTA
            ELSE
                DISPLAY "REGION: " WS-RT-REGION(WS-RT-IDX)
                    "  BEFORE: " WS-RT-BEFORE(WS-RT-IDX)
                    " AFTER: " WS-RT-AFTER(WS-RT-IDX)
                    " CHANGE: " WS-RT-DELTA
            END-IF.
        EA-LOAD-AREA-MASTER.
            OPEN INPUT AREA-MASTER-FILE.
            IF WS-ARM-STATUS NOT = "00"
                DISPLAY "NO AREA MASTER, AREAS HAVE NO REGION"
                GO TO EA-EXIT.
        EA1-AREA-READ.
            READ AREA-MASTER-FILE AT END GO TO EA2-AREA-DONE.
            IF WS-AM-COUNT >= 20
                DISPLAY "** WARNING ** AREA MASTER TABLE FULL, "
                    "DISCARDING AREA: " AM-NAME
            ELSE
                ADD 1 TO WS-AM-COUNT
                MOVE AM-NAME TO WS-AM-NAME(WS-AM-COUNT)
                MOVE AM-REGION TO WS-AM-REGION(WS-AM-COUNT)
            END-IF.
            GO TO EA1-AREA-READ.
        EA2-AREA-DONE.
            CLOSE AREA-MASTER-FILE.
        EA-EXIT.
            EXIT.
        EB-FIND-REGION.
            MOVE SPACES TO WS-FIND-REGION.
            MOVE 1 TO WS-AM-IDX.
        EB1-AREA-NEXT.
            IF WS-AM-IDX > WS-AM-COUNT
                GO TO EB-EXIT.
            IF WS-AM-NAME(WS-AM-IDX) = WS-FIND-AREA
                MOVE WS-AM-REGION(WS-AM-IDX) TO WS-FIND-REGION
                GO TO EB-EXIT.
            ADD 1 TO WS-AM-IDX.
            GO TO EB1-AREA-NEXT.
        EB-EXIT.
            EXIT.
        ZZ-END.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
