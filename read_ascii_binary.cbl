        DATE-COMPILED. 03/01/2026.
        SECURITY. free.
      * THIS PROGRAM READ ASCBIN AND COMPUTES TOTAL.
      * IN FIT MODE IT FITS A STRAIGHT LINE BY LEAST SQUARES THROUGH
      * THE CONVERTED X/Y PAIRS ON ASCII_BINARY_OUT.DAT, GIVING THE
      * SLOPE, INTERCEPT AND CORRELATION COEFFICIENT, LISTS THE POINTS
      * FURTHEST FROM THE LINE, AND WRITES EACH POINT WITH ITS FITTED
      * VALUE TO ASCII_BINARY_FIT.DAT FOR COS TO PLOT THE LINE OVER
      * THE RAW POINTS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            ORGANIZATION LINE SEQUENTIAL.
            SELECT REGEN-FILE ASSIGN TO "ascii_binary_regen.dat"
            ORGANIZATION LINE SEQUENTIAL.
            SELECT FIT-FILE ASSIGN TO "ascii_binary_fit.dat"
            ORGANIZATION LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD ASCBIN-FILE.
            03 FILLER              PIC X.
            03 RG-Y                PIC X(9).
            03 RG-LF               PIC X.
      * THE FIRST LINE IS A GNUPLOT COMMENT CARRYING THE FITTED LINE,
      * WHICH COS USES AS THE PLOT TITLE.
        FD FIT-FILE.
        01 FIT-HEADER              PIC X(60).
        01 FIT-POINT.
            03 FT-X                PIC 9(3).
            03 FILLER              PIC X.
            03 FT-Y                PIC 9(4).
            03 FILLER              PIC X.
            03 FT-FITTED           PIC -9(5).99.
        WORKING-STORAGE SECTION.
        01 WS-ASCBIN-RECORD.
            03 WS-X                PIC 1(5).
        01 WS-AVG          PIC 9(6)V99.
        01 WS-AVG-ED       PIC 9(6).99.
        01 WS-BIT-REMAIN   PIC 9(4).
        01 WS-SUM-XX       PIC 9(12) VALUE 0.
        01 WS-SUM-XY       PIC 9(12) VALUE 0.
        01 WS-SUM-YY       PIC 9(12) VALUE 0.
        01 WS-NUMERATOR    PIC S9(15).
        01 WS-DENOM-X      PIC S9(15).
        01 WS-DENOM-Y      PIC S9(15).
        01 WS-SLOPE        PIC S9(5)V9(6).
        01 WS-INTERCEPT    PIC S9(6)V9(4).
        01 WS-CORREL       PIC S9V9(6).
        01 WS-FITTED       PIC S9(6)V99.
        01 WS-RESIDUAL     PIC S9(6)V99.
        01 WS-ABS-RESID    PIC S9(6)V99.
        01 WS-SLOPE-ED     PIC -9(5).9(6).
        01 WS-INTERCEPT-ED PIC -9(6).9(4).
        01 WS-CORREL-ED    PIC -9.9(6).
        01 WS-RESID-ED     PIC -9(6).99.
        01 WS-FITTED-ED    PIC -9(6).99.
        01 WS-TOP-MAX      PIC 9 VALUE 5.
        01 WS-TOP-IDX      PIC 9.
        01 WS-SHIFT-IDX    PIC 9.
        01 WS-TOP-TABLE.
            03 WS-TOP-ENTRY OCCURS 5 TIMES.
                05 WS-TOP-REC      PIC 9(6).
                05 WS-TOP-X        PIC 9(3).
                05 WS-TOP-Y        PIC 9(4).
                05 WS-TOP-FITTED   PIC S9(6)V99.
                05 WS-TOP-RESID    PIC S9(6)V99.
                05 WS-TOP-ABS      PIC S9(6)V99.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER RUN MODE (F=ASCII TO BINARY, "
                "R=BINARY BACK TO ASCII, L=LEAST-SQUARES FIT)".
            ACCEPT WS-RUN-MODE.
            IF WS-RUN-MODE = "r"
                MOVE "R" TO WS-RUN-MODE.
            IF WS-RUN-MODE = "R"
                GO TO RA-REVERSE-START.
            IF WS-RUN-MODE = "l"
                MOVE "L" TO WS-RUN-MODE.
            IF WS-RUN-MODE = "L"
                GO TO LA-FIT-START.
            OPEN INPUT ASCBIN-FILE.
            OPEN OUTPUT BINOUT-FILE.
            OPEN OUTPUT ERROR-FILE.
            CLOSE BINOUT-FILE.
            CLOSE REGEN-FILE.
            STOP RUN.
      * FIT MODE. THE FIRST PASS TAKES THE SUMS FOR THE NORMAL
      * EQUATIONS; THE SECOND WORKS OUT EACH POINT'S FITTED VALUE AND
      * RESIDUAL, WRITES THE FIT FILE AND KEEPS THE POINTS WITH THE
      * LARGEST RESIDUALS.
        LA-FIT-START.
            OPEN INPUT BINOUT-FILE.
            IF WS-BINOUT-STATUS NOT = "00"
                DISPLAY "NO CONVERTED DATA AVAILABLE"
                STOP RUN.
        LB-SUM-READ.
            READ BINOUT-FILE AT END GO TO LC-SOLVE.
            ADD 1 TO WS-RECORDS-OK.
            ADD BO-X-VALUE TO WS-X-SUM.
            ADD BO-Y-VALUE TO WS-Y-SUM.
            COMPUTE WS-SUM-XX = WS-SUM-XX + BO-X-VALUE * BO-X-VALUE.
            COMPUTE WS-SUM-XY = WS-SUM-XY + BO-X-VALUE * BO-Y-VALUE.
            COMPUTE WS-SUM-YY = WS-SUM-YY + BO-Y-VALUE * BO-Y-VALUE.
            GO TO LB-SUM-READ.
        LC-SOLVE.
            CLOSE BINOUT-FILE.
            DISPLAY "POINTS READ: " WS-RECORDS-OK.
            IF WS-RECORDS-OK < 2
                DISPLAY "** AT LEAST TWO POINTS ARE NEEDED FOR A FIT **"
                STOP RUN.
            COMPUTE WS-DENOM-X =
                WS-RECORDS-OK * WS-SUM-XX - WS-X-SUM * WS-X-SUM.
            COMPUTE WS-DENOM-Y =
                WS-RECORDS-OK * WS-SUM-YY - WS-Y-SUM * WS-Y-SUM.
            COMPUTE WS-NUMERATOR =
                WS-RECORDS-OK * WS-SUM-XY - WS-X-SUM * WS-Y-SUM.
            IF WS-DENOM-X = 0
                DISPLAY "** EVERY POINT HAS THE SAME X, NO LINE CAN "
                    "BE FITTED **"
                STOP RUN.
            COMPUTE WS-SLOPE ROUNDED = WS-NUMERATOR / WS-DENOM-X.
            COMPUTE WS-INTERCEPT ROUNDED =
                (WS-Y-SUM - WS-SLOPE * WS-X-SUM) / WS-RECORDS-OK.
            MOVE 0 TO WS-CORREL.
            IF WS-DENOM-Y = 0
                DISPLAY "EVERY POINT HAS THE SAME Y, CORRELATION "
                    "UNDEFINED"
            ELSE
                COMPUTE WS-CORREL ROUNDED = WS-NUMERATOR /
                    FUNCTION SQRT(WS-DENOM-X * WS-DENOM-Y)
            END-IF.
            MOVE WS-SLOPE TO WS-SLOPE-ED.
            MOVE WS-INTERCEPT TO WS-INTERCEPT-ED.
            MOVE WS-CORREL TO WS-CORREL-ED.
            DISPLAY "==== LEAST-SQUARES FIT Y = SLOPE * X + "
                "INTERCEPT ====".
            DISPLAY "SLOPE:       " WS-SLOPE-ED.
            DISPLAY "INTERCEPT:   " WS-INTERCEPT-ED.
            DISPLAY "CORRELATION: " WS-CORREL-ED.
            MOVE 1 TO WS-TOP-IDX.
        LC1-CLEAR-TOP.
            IF WS-TOP-IDX > WS-TOP-MAX
                GO TO LC2-SECOND-PASS.
            MOVE 0 TO WS-TOP-REC(WS-TOP-IDX).
            MOVE -1 TO WS-TOP-ABS(WS-TOP-IDX).
            ADD 1 TO WS-TOP-IDX.
            GO TO LC1-CLEAR-TOP.
        LC2-SECOND-PASS.
            OPEN INPUT BINOUT-FILE.
            OPEN OUTPUT FIT-FILE.
            MOVE SPACES TO FIT-HEADER.
            STRING "# Y = " WS-SLOPE-ED " X + " WS-INTERCEPT-ED
                "  R = " WS-CORREL-ED
                DELIMITED BY SIZE INTO FIT-HEADER.
            WRITE FIT-HEADER.
            MOVE 0 TO WS-RECORDS-READ.
        LD-FIT-READ.
            READ BINOUT-FILE AT END GO TO LE-FIT-END.
            ADD 1 TO WS-RECORDS-READ.
            COMPUTE WS-FITTED ROUNDED =
                WS-SLOPE * BO-X-VALUE + WS-INTERCEPT.
            COMPUTE WS-RESIDUAL = BO-Y-VALUE - WS-FITTED.
            MOVE WS-RESIDUAL TO WS-ABS-RESID.
            IF WS-ABS-RESID < 0
                COMPUTE WS-ABS-RESID = 0 - WS-ABS-RESID.
            MOVE SPACES TO FIT-POINT.
            MOVE BO-X-VALUE TO FT-X.
            MOVE BO-Y-VALUE TO FT-Y.
            MOVE WS-FITTED TO FT-FITTED.
            WRITE FIT-POINT.
            PERFORM LF-RANK-RESIDUAL THRU LF-EXIT.
            GO TO LD-FIT-READ.
        LE-FIT-END.
            CLOSE BINOUT-FILE.
            CLOSE FIT-FILE.
            DISPLAY "==== POINTS FURTHEST FROM THE LINE ====".
            DISPLAY "RECORD X   Y    FITTED     RESIDUAL".
            MOVE 1 TO WS-TOP-IDX.
        LE1-LIST-TOP.
            IF WS-TOP-IDX > WS-TOP-MAX
                GO TO LE2-LIST-DONE.
            IF WS-TOP-REC(WS-TOP-IDX) = 0
                GO TO LE2-LIST-DONE.
            MOVE WS-TOP-FITTED(WS-TOP-IDX) TO WS-FITTED-ED.
            MOVE WS-TOP-RESID(WS-TOP-IDX) TO WS-RESID-ED.
            DISPLAY WS-TOP-REC(WS-TOP-IDX) " " WS-TOP-X(WS-TOP-IDX)
                " " WS-TOP-Y(WS-TOP-IDX) " " WS-FITTED-ED " "
                WS-RESID-ED.
            ADD 1 TO WS-TOP-IDX.
            GO TO LE1-LIST-TOP.
        LE2-LIST-DONE.
            DISPLAY "FITTED LINE WRITTEN TO ascii_binary_fit.dat, "
                "PLOT IT WITH COS RUN MODE F".
            STOP RUN.
      * THE LARGEST RESIDUALS ARE KEPT IN ORDER, LARGEST FIRST; A
      * POINT THAT BEATS ONE OF THEM PUSHES THE REST DOWN A PLACE.
        LF-RANK-RESIDUAL.
            MOVE 1 TO WS-TOP-IDX.
        LF1-FIND-PLACE.
            IF WS-TOP-IDX > WS-TOP-MAX
                GO TO LF-EXIT.
            IF WS-ABS-RESID > WS-TOP-ABS(WS-TOP-IDX)
                GO TO LF2-MAKE-ROOM.
            ADD 1 TO WS-TOP-IDX.
            GO TO LF1-FIND-PLACE.
        LF2-MAKE-ROOM.
            MOVE WS-TOP-MAX TO WS-SHIFT-IDX.
        LF3-SHIFT-DOWN.
            IF WS-SHIFT-IDX NOT > WS-TOP-IDX
                GO TO LF4-INSERT.
            MOVE WS-TOP-ENTRY(WS-SHIFT-IDX - 1)
                TO WS-TOP-ENTRY(WS-SHIFT-IDX).
            SUBTRACT 1 FROM WS-SHIFT-IDX.
            GO TO LF3-SHIFT-DOWN.
        LF4-INSERT.
            MOVE WS-RECORDS-READ TO WS-TOP-REC(WS-TOP-IDX).
            MOVE BO-X-VALUE TO WS-TOP-X(WS-TOP-IDX).
            MOVE BO-Y-VALUE TO WS-TOP-Y(WS-TOP-IDX).
            MOVE WS-FITTED TO WS-TOP-FITTED(WS-TOP-IDX).
            MOVE WS-RESIDUAL TO WS-TOP-RESID(WS-TOP-IDX).
            MOVE WS-ABS-RESID TO WS-TOP-ABS(WS-TOP-IDX).
        LF-EXIT.
            EXIT.
