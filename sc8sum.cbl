        SECURITY. free.
      * THIS PROGRAM SUMMARIZES THE ORDERS WRITTEN BY SC8 TO
      * SC8ORDERS.DAT, TOTALLING ORDER VALUE BY PAPER TYPE AND
      * BY COLOR ACROSS THE WHOLE FILE. EACH PAPER TYPE AND THE GRAND
      * TOTAL SHOW THE VALUE AT LIST PRICE AGAINST THE VALUE ACTUALLY
      * CHARGED AFTER CUSTOMER DISCOUNTS, AND THE DISCOUNT GIVEN.
      * THE SUMMARY IS ALSO PRINTED THROUGH RPTPRT TO SC8SUM_<BUSINESS
      * DATE>.PRT, A SECTION EACH FOR PAPER TYPE, COLOR AND ORDER
      * STATUS, EACH WITH ITS OWN COLUMN HEADINGS AND TOTAL LINE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
            03 OR-DATE  PIC 9(8).
            03 OR-ORD-STATUS PIC X.
                88 OR-IS-OPEN      VALUE "O".
                88 OR-IS-PART-SHIPPED VALUE "P".
                88 OR-IS-SHIPPED   VALUE "S".
                88 OR-IS-INVOICED  VALUE "I".
                88 OR-IS-ON-HOLD   VALUE "H".
            03 OR-SHIP-DATE PIC 9(8).
            03 OR-INV-DATE  PIC 9(8).
            03 OR-LIST-PRICE PIC 9(4)V99.
            03 OR-DISC-PCT  PIC 9(2)V99.
            03 OR-LIST-VALUE PIC 9(7)V99.
            03 OR-INV-NUM   PIC 9(6).
            03 OR-RELEASED-BY PIC X(8).
            03 OR-QTY-SHIPPED PIC 9(6).
            03 OR-LF    PIC X.
        WORKING-STORAGE SECTION.
        01 WS-ORD-STATUS       PIC XX.
                05 WS-PT-TYPE   PIC X(6).
                05 WS-PT-COUNT  PIC 9(6).
                05 WS-PT-VALUE  PIC 9(9)V99.
                05 WS-PT-LIST   PIC 9(9)V99.
        01 WS-PAPER-USED       PIC 99 VALUE 0.
        01 WS-COLOR-TOTALS.
            03 WS-COLOR-ENTRY OCCURS 20 TIMES.
        01 WS-IDX              PIC 99.
        01 WS-FOUND            PIC X.
        01 WS-GRAND-VALUE      PIC 9(9)V99 VALUE 0.
        01 WS-GRAND-LIST       PIC 9(9)V99 VALUE 0.
        01 WS-DISCOUNT         PIC 9(9)V99 VALUE 0.
        01 WS-OPEN-COUNT       PIC 9(6) VALUE 0.
        01 WS-OPEN-VALUE       PIC 9(9)V99 VALUE 0.
        01 WS-DONE-COUNT       PIC 9(6) VALUE 0.
        01 WS-DONE-VALUE       PIC 9(9)V99 VALUE 0.
        01 WS-HOLD-COUNT       PIC 9(6) VALUE 0.
        01 WS-HOLD-VALUE       PIC 9(9)V99 VALUE 0.
        01 WS-PAPER-DISC       PIC 9(9)V99.
        01 WS-ALL-COUNT        PIC 9(6).
        01 WS-ALL-VALUE        PIC 9(9)V99.
        01 WS-RPT-FUNC         PIC X(5).
        01 WS-RPT-CTL.
            COPY "rptctl.cpy".
        01 WS-RPT-LINE         PIC X(132).
        01 WS-SP-PAPER-HEAD.
            03 FILLER PIC X(22) VALUE "PAPER TYPE".
            03 FILLER PIC X(9)  VALUE "   ORDERS".
            03 FILLER PIC X(16) VALUE "   VALUE AT LIST".
            03 FILLER PIC X(16) VALUE "   VALUE CHARGED".
            03 FILLER PIC X(16) VALUE "        DISCOUNT".
        01 WS-SP-COLOR-HEAD.
            03 FILLER PIC X(22) VALUE "COLOR".
            03 FILLER PIC X(9)  VALUE "   ORDERS".
            03 FILLER PIC X(16) VALUE "           VALUE".
        01 WS-SP-STATUS-HEAD.
            03 FILLER PIC X(22) VALUE "ORDER STATUS".
            03 FILLER PIC X(9)  VALUE "   ORDERS".
            03 FILLER PIC X(16) VALUE "           VALUE".
        01 WS-SP-DETAIL.
            03 WS-SD-LABEL      PIC X(22).
            03 FILLER           PIC X(2).
            03 WS-SD-COUNT      PIC ZZZ,ZZ9.
            03 FILLER           PIC X(2).
            03 WS-SD-AMOUNT1    PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER           PIC X(2).
            03 WS-SD-AMOUNT2    PIC ZZZ,ZZZ,ZZ9.99.
            03 FILLER           PIC X(2).
            03 WS-SD-AMOUNT3    PIC ZZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        AA-START.
        OPEN INPUT ORDER-FILE.
        READ ORDER-FILE NEXT RECORD AT END GO TO PARA-END.
        ADD 1 TO WS-RECORDS-READ.
        ADD OR-VALUE TO WS-GRAND-VALUE.
        ADD OR-LIST-VALUE TO WS-GRAND-LIST.
            EVALUATE TRUE
                WHEN OR-IS-OPEN
                WHEN OR-IS-PART-SHIPPED
                    ADD 1 TO WS-OPEN-COUNT
                    ADD OR-VALUE TO WS-OPEN-VALUE
                WHEN OR-IS-ON-HOLD
                    ADD 1 TO WS-HOLD-COUNT
                    ADD OR-VALUE TO WS-HOLD-VALUE
                WHEN OTHER
                    ADD 1 TO WS-DONE-COUNT
                    ADD OR-VALUE TO WS-DONE-VALUE
            END-EVALUATE.
        PERFORM CA-ACCUM-PAPER.
        PERFORM CB-ACCUM-COLOR.
        GO TO BA-READ.
                IF OR-PAPER = WS-PT-TYPE(WS-IDX)
                    ADD 1 TO WS-PT-COUNT(WS-IDX)
                    ADD OR-VALUE TO WS-PT-VALUE(WS-IDX)
                    ADD OR-LIST-VALUE TO WS-PT-LIST(WS-IDX)
                    MOVE "Y" TO WS-FOUND
                END-IF
            END-PERFORM.
                MOVE OR-PAPER TO WS-PT-TYPE(WS-PAPER-USED)
                MOVE 1 TO WS-PT-COUNT(WS-PAPER-USED)
                MOVE OR-VALUE TO WS-PT-VALUE(WS-PAPER-USED)
                MOVE OR-LIST-VALUE TO WS-PT-LIST(WS-PAPER-USED)
            END-IF.
        CB-ACCUM-COLOR.
            MOVE "N" TO WS-FOUND.
              DISPLAY "PAPER " WS-PT-TYPE(WS-IDX)
                  " ORDERS: " WS-PT-COUNT(WS-IDX)
                  " VALUE: " WS-PT-VALUE(WS-IDX)
              DISPLAY "       AT LIST: " WS-PT-LIST(WS-IDX)
                  " CHARGED: " WS-PT-VALUE(WS-IDX)
          END-PERFORM.
          DISPLAY "---- ORDER VALUE BY COLOR ----".
          PERFORM VARYING WS-IDX FROM 1 BY 1
                  " VALUE: " WS-CT-VALUE(WS-IDX)
          END-PERFORM.
          DISPLAY "---- FULFILLED VS OUTSTANDING ----".
          DISPLAY "OUTSTANDING (OPEN/PART SHIPPED) ORDERS: "
              WS-OPEN-COUNT
              " VALUE: " WS-OPEN-VALUE.
          DISPLAY "ON CREDIT HOLD: " WS-HOLD-COUNT
              " VALUE: " WS-HOLD-VALUE.
          DISPLAY "FULFILLED (SHIPPED/INVOICED): " WS-DONE-COUNT
              " VALUE: " WS-DONE-VALUE.
          DISPLAY "GRAND TOTAL ORDER VALUE: " WS-GRAND-VALUE.
          DISPLAY "---- LIST PRICE VS PRICE CHARGED ----".
          DISPLAY "VALUE AT LIST PRICE: " WS-GRAND-LIST.
          DISPLAY "VALUE CHARGED:       " WS-GRAND-VALUE.
          IF WS-GRAND-LIST > WS-GRAND-VALUE
              SUBTRACT WS-GRAND-VALUE FROM WS-GRAND-LIST
                  GIVING WS-DISCOUNT
          END-IF.
          DISPLAY "CUSTOMER DISCOUNT:   " WS-DISCOUNT.
          PERFORM DA-PRINT-SUMMARY THRU DA-EXIT.
          DISPLAY "PROGRAM IS ENDED: EXITING".
          CLOSE ORDER-FILE.
          STOP RUN.
        DA-PRINT-SUMMARY.
            MOVE SPACES TO WS-RPT-CTL.
            MOVE "sc8sum" TO RPC-REPORT-ID.
            MOVE "SC8SUM" TO RPC-PROGRAM.
            MOVE "SC8 SALES SUMMARY" TO RPC-TITLE.
            MOVE WS-SP-PAPER-HEAD TO RPC-HEAD1.
            MOVE "OPEN" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            MOVE 0 TO WS-ALL-COUNT.
            PERFORM DB-PRINT-PAPER
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-PAPER-USED.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "ALL PAPER TYPES" TO WS-SD-LABEL.
            MOVE WS-ALL-COUNT TO WS-SD-COUNT.
            MOVE WS-GRAND-LIST TO WS-SD-AMOUNT1.
            MOVE WS-GRAND-VALUE TO WS-SD-AMOUNT2.
            MOVE WS-DISCOUNT TO WS-SD-AMOUNT3.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE WS-SP-COLOR-HEAD TO RPC-HEAD1.
            MOVE "PAGE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            MOVE 0 TO WS-ALL-COUNT WS-ALL-VALUE.
            PERFORM DC-PRINT-COLOR
                VARYING WS-IDX FROM 1 BY 1
                UNTIL WS-IDX > WS-COLOR-USED.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "ALL COLORS" TO WS-SD-LABEL.
            MOVE WS-ALL-COUNT TO WS-SD-COUNT.
            MOVE WS-ALL-VALUE TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE WS-SP-STATUS-HEAD TO RPC-HEAD1.
            MOVE "PAGE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "OUTSTANDING" TO WS-SD-LABEL.
            MOVE WS-OPEN-COUNT TO WS-SD-COUNT.
            MOVE WS-OPEN-VALUE TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "ON CREDIT HOLD" TO WS-SD-LABEL.
            MOVE WS-HOLD-COUNT TO WS-SD-COUNT.
            MOVE WS-HOLD-VALUE TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "FULFILLED" TO WS-SD-LABEL.
            MOVE WS-DONE-COUNT TO WS-SD-COUNT.
            MOVE WS-DONE-VALUE TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "GRAND TOTAL" TO WS-SD-LABEL.
            MOVE WS-RECORDS-READ TO WS-SD-COUNT.
            MOVE WS-GRAND-VALUE TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "VALUE AT LIST PRICE" TO WS-SD-LABEL.
            MOVE WS-GRAND-LIST TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE "CUSTOMER DISCOUNT" TO WS-SD-LABEL.
            MOVE WS-DISCOUNT TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
            MOVE "CLOSE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
        DA-EXIT.
            EXIT.
        DB-PRINT-PAPER.
            MOVE 0 TO WS-PAPER-DISC.
            IF WS-PT-LIST(WS-IDX) > WS-PT-VALUE(WS-IDX)
                SUBTRACT WS-PT-VALUE(WS-IDX) FROM WS-PT-LIST(WS-IDX)
                    GIVING WS-PAPER-DISC.
            ADD WS-PT-COUNT(WS-IDX) TO WS-ALL-COUNT.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE WS-PT-TYPE(WS-IDX) TO WS-SD-LABEL.
            MOVE WS-PT-COUNT(WS-IDX) TO WS-SD-COUNT.
            MOVE WS-PT-LIST(WS-IDX) TO WS-SD-AMOUNT1.
            MOVE WS-PT-VALUE(WS-IDX) TO WS-SD-AMOUNT2.
            MOVE WS-PAPER-DISC TO WS-SD-AMOUNT3.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
        DC-PRINT-COLOR.
            ADD WS-CT-COUNT(WS-IDX) TO WS-ALL-COUNT.
            ADD WS-CT-VALUE(WS-IDX) TO WS-ALL-VALUE.
            MOVE SPACES TO WS-SP-DETAIL.
            MOVE WS-CT-COLOR(WS-IDX) TO WS-SD-LABEL.
            MOVE WS-CT-COUNT(WS-IDX) TO WS-SD-COUNT.
            MOVE WS-CT-VALUE(WS-IDX) TO WS-SD-AMOUNT1.
            MOVE WS-SP-DETAIL TO WS-RPT-LINE.
            PERFORM DD-PRINT-LINE.
        DD-PRINT-LINE.
            MOVE "LINE" TO WS-RPT-FUNC.
            CALL "RPTPRT" USING WS-RPT-FUNC WS-RPT-CTL WS-RPT-LINE.
