        IDENTIFICATION DIVISION.
        PROGRAM-ID. RPTPRT.
        AUTHOR. Francesco Lazzarotto.
        INSTALLATION. OK.
        DATE-WRITTEN. 15/10/2026.
        DATE-COMPILED. 15/10/2026.
        SECURITY. free.
      * THIS PROGRAM WRITES THE PRINT FILE OF A MANAGEMENT REPORT FOR
      * THE PROGRAM CALLING IT. "OPEN" CREATES <REPORT ID>_<BUSINESS
      * DATE>.PRT AND PRINTS THE FIRST PAGE HEADING, "LINE" PRINTS ONE
      * LINE, STARTING A NEW PAGE WHEN THE PAGE IS FULL, "PAGE" STARTS
      * A NEW PAGE (FOR A NEW SECTION, AFTER THE CALLER HAS CHANGED THE
      * COLUMN HEADINGS) AND "CLOSE" ENDS THE REPORT AND ADDS IT TO THE
      * REPORT INDEX RPTINDEX.DAT. EVERY PAGE CARRIES THE PROGRAM, THE
      * REPORT TITLE, THE PAGE NUMBER, THE RUN DATE AND TIME, THE
      * BUSINESS DATE (OPSDATE.DAT WHEN SET, OTHERWISE TODAY) AND THE
      * CALLER'S COLUMN HEADINGS. ONE REPORT IS OPEN AT A TIME. IF THE
      * PRINT FILE CANNOT BE OPENED THE STATUS IS RETURNED AND LATER
      * CALLS PRINT NOTHING, SO THE CALLER'S CONSOLE REPORT IS ALL
      * THAT IS PRODUCED.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        OBJECT-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PRINT-FILE ASSIGN USING WS-PRT-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRT-STATUS.
            SELECT INDEX-FILE ASSIGN TO "rptindex.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-IDX-STATUS.
            SELECT OPSDATE-FILE ASSIGN TO "opsdate.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPD-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD PRINT-FILE.
        01 PRINT-REC           PIC X(132).
        FD INDEX-FILE.
        01 INDEX-REC.
            COPY "rptidx.cpy".
        FD OPSDATE-FILE.
        01 OPSDATE-REC.
            03 OPD-DATE PIC 9(8).
        WORKING-STORAGE SECTION.
        01 WS-PRT-NAME         PIC X(40).
        01 WS-PRT-STATUS       PIC XX.
        01 WS-IDX-STATUS       PIC XX.
        01 WS-OPD-STATUS       PIC XX.
        01 WS-RUN-STAMP        PIC X(14).
        01 WS-PAGE-DEPTH       PIC 99 VALUE 60.
        01 WS-PAGE-LINE        PIC 99 VALUE 0.
        01 WS-TITLE-LINE.
            03 WS-TL-PROGRAM   PIC X(14).
            03 FILLER          PIC X(2) VALUE SPACES.
            03 WS-TL-TITLE     PIC X(40).
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(5) VALUE "PAGE ".
            03 WS-TL-PAGE      PIC ZZZ9.
        01 WS-DATE-LINE.
            03 FILLER          PIC X(5) VALUE "RUN: ".
            03 WS-DL-RUN-DATE  PIC X(8).
            03 FILLER          PIC X VALUE SPACE.
            03 WS-DL-RUN-HH    PIC XX.
            03 FILLER          PIC X VALUE ":".
            03 WS-DL-RUN-MM    PIC XX.
            03 FILLER          PIC X(3) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "BUSINESS DATE: ".
            03 WS-DL-BUS-DATE  PIC 9(8).
            03 FILLER          PIC X(3) VALUE SPACES.
            03 FILLER          PIC X(6) VALUE "FILE: ".
            03 WS-DL-FILE      PIC X(40).
        01 WS-END-LINE.
            03 FILLER          PIC X(22)
                VALUE "*** END OF REPORT *** ".
            03 WS-EL-LINES     PIC ZZZZZ9.
            03 FILLER          PIC X(14) VALUE " LINES PRINTED".
        LINKAGE SECTION.
        01 LS-FUNC             PIC X(5).
        01 LS-CTL.
            COPY "rptctl.cpy".
        01 LS-LINE             PIC X(132).
        PROCEDURE DIVISION USING LS-FUNC LS-CTL LS-LINE.
        AA-START.
            IF LS-FUNC = "OPEN"
                GO TO BA-OPEN.
            IF RPC-STATUS NOT = "00"
                GO TO ZZ-RETURN.
            IF LS-FUNC = "LINE"
                GO TO CA-LINE.
            IF LS-FUNC = "PAGE"
                PERFORM HA-PAGE-HEADING
                GO TO ZZ-RETURN.
            IF LS-FUNC = "CLOSE"
                GO TO EA-CLOSE.
            GO TO ZZ-RETURN.
        BA-OPEN.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
            MOVE WS-RUN-STAMP(1:8) TO RPC-BUS-DATE.
            PERFORM OD-CHECK-OPS-DATE.
            MOVE SPACES TO WS-PRT-NAME.
            STRING RPC-REPORT-ID DELIMITED BY SPACE
                "_" RPC-BUS-DATE ".prt" DELIMITED BY SIZE
                INTO WS-PRT-NAME.
            MOVE WS-PRT-NAME TO RPC-FILE.
            MOVE 0 TO RPC-PAGE RPC-LINES WS-PAGE-LINE.
            OPEN OUTPUT PRINT-FILE.
            MOVE WS-PRT-STATUS TO RPC-STATUS.
            IF WS-PRT-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN " WS-PRT-NAME ", STATUS "
                    WS-PRT-STATUS ", REPORT NOT PRINTED **"
                GO TO ZZ-RETURN.
            PERFORM HA-PAGE-HEADING.
            GO TO ZZ-RETURN.
        CA-LINE.
            IF WS-PAGE-LINE NOT < WS-PAGE-DEPTH
                PERFORM HA-PAGE-HEADING.
            WRITE PRINT-REC FROM LS-LINE AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-PAGE-LINE.
            ADD 1 TO RPC-LINES.
            GO TO ZZ-RETURN.
        EA-CLOSE.
            MOVE RPC-LINES TO WS-EL-LINES.
            MOVE SPACES TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING 1 LINE.
            WRITE PRINT-REC FROM WS-END-LINE AFTER ADVANCING 1 LINE.
            CLOSE PRINT-FILE.
            MOVE "CL" TO RPC-STATUS.
            PERFORM FA-WRITE-INDEX.
            DISPLAY "REPORT PRINTED TO " WS-PRT-NAME " PAGES: "
                RPC-PAGE.
            GO TO ZZ-RETURN.
      * EVERY PAGE, THE FIRST INCLUDED, STARTS WITH A FORM FEED.
        HA-PAGE-HEADING.
            ADD 1 TO RPC-PAGE.
            MOVE RPC-PROGRAM TO WS-TL-PROGRAM.
            MOVE RPC-TITLE TO WS-TL-TITLE.
            MOVE RPC-PAGE TO WS-TL-PAGE.
            MOVE WS-RUN-STAMP(1:8) TO WS-DL-RUN-DATE.
            MOVE WS-RUN-STAMP(9:2) TO WS-DL-RUN-HH.
            MOVE WS-RUN-STAMP(11:2) TO WS-DL-RUN-MM.
            MOVE RPC-BUS-DATE TO WS-DL-BUS-DATE.
            MOVE WS-PRT-NAME TO WS-DL-FILE.
            WRITE PRINT-REC FROM WS-TITLE-LINE AFTER ADVANCING PAGE.
            WRITE PRINT-REC FROM WS-DATE-LINE AFTER ADVANCING 1 LINE.
            MOVE SPACES TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING 1 LINE.
            MOVE 3 TO WS-PAGE-LINE.
            IF RPC-HEAD1 NOT = SPACES
                WRITE PRINT-REC FROM RPC-HEAD1 AFTER ADVANCING 1 LINE
                ADD 1 TO WS-PAGE-LINE.
            IF RPC-HEAD2 NOT = SPACES
                WRITE PRINT-REC FROM RPC-HEAD2 AFTER ADVANCING 1 LINE
                ADD 1 TO WS-PAGE-LINE.
        FA-WRITE-INDEX.
            OPEN EXTEND INDEX-FILE.
            IF WS-IDX-STATUS NOT = "00"
                OPEN OUTPUT INDEX-FILE
            END-IF.
            IF WS-IDX-STATUS NOT = "00"
                DISPLAY "** CANNOT OPEN rptindex.dat, STATUS "
                    WS-IDX-STATUS ", " WS-PRT-NAME " NOT INDEXED **"
            ELSE
                MOVE SPACES TO INDEX-REC
                MOVE RPC-BUS-DATE TO RIX-BUS-DATE
                MOVE WS-RUN-STAMP TO RIX-STAMP
                MOVE RPC-PROGRAM TO RIX-PROGRAM
                MOVE WS-PRT-NAME TO RIX-FILE
                MOVE RPC-PAGE TO RIX-PAGES
                MOVE RPC-LINES TO RIX-LINES
                MOVE RPC-TITLE TO RIX-TITLE
                WRITE INDEX-REC
                CLOSE INDEX-FILE
            END-IF.
        OD-CHECK-OPS-DATE.
            OPEN INPUT OPSDATE-FILE.
            IF WS-OPD-STATUS = "00"
                READ OPSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF OPD-DATE IS NUMERIC AND OPD-DATE > 0
                            MOVE OPD-DATE TO RPC-BUS-DATE
                        END-IF
                END-READ
                CLOSE OPSDATE-FILE
            END-IF.
        ZZ-RETURN.
            GOBACK.
