      * FROM THE HIRE AND TERMINATION DATES ON EMPLOYEE.DAT: FOR A
      * REQUESTED MONTH IT COUNTS EMPLOYEES ON STRENGTH AT MONTH END,
      * HIRES DURING THE MONTH AND TERMINATIONS DURING THE MONTH.
      * THE REPORT IS ALSO PRINTED THROUGH RPTPRT TO HEADCNT_<BUSINESS
      * DATE>.PRT WITH PAGE HEADINGS, A LINE PER GRADE AND THE TOTALS
      * FOR ALL GRADES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        01 WS-TOT-HEADCOUNT       PIC 9(6) VALUE 0.
        01 WS-TOT-HIRES           PIC 9(6) VALUE 0.
        01 WS-TOT-TERMS           PIC 9(6) VALUE 0.
        01 WS-RPT-FUNC            PIC X(5).
        01 WS-RPT-CTL.
            COPY "rptctl.cpy".
        01 WS-RPT-LINE            PIC X(132).
        01 WS-HC-HEAD1.
            03 FILLER PIC X(12) VALUE "GRADE".
            03 FILLER PIC X(11) VALUE "  HEADCOUNT".
            03 FILLER PIC X(11) VALUE "      HIRES".
            03 FILLER PIC X(14) VALUE "  TERMINATIONS".
        01 WS-HC-DETAIL.
            03 WS-HD-LABEL        PIC X(12).
            03 FILLER             PIC X(4).
            03 WS-HD-HEADCOUNT    PIC ZZZ,ZZ9.
            03 FILLER             PIC X(4).
            03 WS-HD-HIRES        PIC ZZZ,ZZ9.
            03 FILLER             PIC X(7).
            03 WS-HD-TERMS        PIC ZZZ,ZZ9.
        01 WS-HC-COUNT-LINE.
            03 WS-HN-LABEL        PIC X(42).
            03 WS-HN-COUNT        PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        AA-START.
            DISPLAY "ENTER REPORT MONTH YYYYMM: ".
            DISPLAY "=== HEADCOUNT / TURNOVER FOR " WS-REPORT-MONTH
                " ===".
            DISPLAY "GRADE  HEADCOUNT  HIRES  TERMINATIONS".
            MOVE SPACES TO WS-RPT-CTL.
            MOVE "headcnt" TO RPC-REPORT-ID.
            MOVE "HEADCNT" TO RPC-PROGRAM.
            STRING "HEADCOUNT AND TURNOVER FOR " WS-REPORT-MONTH
                DELIMITED BY SIZE INTO RPC-TITLE.
            MOVE WS-HC-HEAD1 TO RPC-HEAD1.
            MOVE "OPEN" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            PERFORM EA-PRINT-GRADE
                VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GRADE-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
            MOVE SPACES TO WS-HC-DETAIL.
            MOVE "ALL GRADES" TO WS-HD-LABEL.
            MOVE WS-TOT-HEADCOUNT TO WS-HD-HEADCOUNT.
            MOVE WS-TOT-HIRES TO WS-HD-HIRES.
            MOVE WS-TOT-TERMS TO WS-HD-TERMS.
            MOVE WS-HC-DETAIL TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
            MOVE SPACES TO WS-HC-COUNT-LINE.
            MOVE "EMPLOYEES WITHOUT A HIRE DATE (EXCLUDED):"
                TO WS-HN-LABEL.
            MOVE WS-NO-HIRE-DATE TO WS-HN-COUNT.
            MOVE WS-HC-COUNT-LINE TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
            MOVE SPACES TO WS-HC-COUNT-LINE.
            MOVE "EMPLOYEE RECORDS READ:" TO WS-HN-LABEL.
            MOVE WS-RECORDS-READ TO WS-HN-COUNT.
            MOVE WS-HC-COUNT-LINE TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
            MOVE "CLOSE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                UNTIL WS-GS-IDX > WS-GRADE-COUNT
                DISPLAY "  " WS-GS-GRADE(WS-GS-IDX) "      "
            CLOSE EMPLOYEE.
            DISPLAY "PROGRAM ENDED: EXITING".
            STOP RUN.
        EA-PRINT-GRADE.
            MOVE SPACES TO WS-HC-DETAIL.
            STRING "GRADE " WS-GS-GRADE(WS-GS-IDX)
                DELIMITED BY SIZE INTO WS-HD-LABEL.
            MOVE WS-GS-HEADCOUNT(WS-GS-IDX) TO WS-HD-HEADCOUNT.
            MOVE WS-GS-HIRES(WS-GS-IDX) TO WS-HD-HIRES.
            MOVE WS-GS-TERMS(WS-GS-IDX) TO WS-HD-TERMS.
            MOVE WS-HC-DETAIL TO WS-RPT-LINE.
            PERFORM EB-PRINT-LINE.
        EB-PRINT-LINE.
            MOVE "LINE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
