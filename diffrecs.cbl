      * AREAS/BRANCHES ARE NOT HARDCODED. IF THE CONTROL FILE IS ABSENT
      * OR EMPTY, THE BUILT-IN DEFAULT AREA SET IS USED INSTEAD SO THE
      * PROGRAM STILL PRODUCES TEST DATA OUT OF THE BOX.
      * EACH TYPE1 BRANCH IS WRITTEN WITH AN OPEN DATE, A CLOSE DATE
      * AND A STATUS (O OPEN, C CLOSED). A BRANCH IS LIVE ONLY FROM ITS
      * OPEN DATE UNTIL ITS CLOSE DATE; BRANCHES THAT ARE NOT LIVE
      * TODAY ARE COUNTED, AND A TYPE3 ADDRESS WRITTEN UNDER ONE IS
      * FLAGGED, SO THE DATA FOR READRECS' CLOSED BRANCH EXCEPTION
      * LISTING IS VISIBLE WHEN THE FILE IS BUILT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
		  03 MAT-KEY1 PIC X(6).
		  03 AREA1   PIC X(20).
		  03 OUT-NUMBER  PIC 9(3).
		  03 OPEN-DATE1  PIC 9(8).
		  03 CLOSE-DATE1 PIC 9(8).
		  03 STATUS1     PIC X.
		  03 LF1         PIC X.
		01 OUT-REC2.
		  03 TYPE2   PIC X.
		  03 CTL-COUNTRY  PIC X(10).
		  03 CTL-CNAME    PIC X(20).
		  03 CTL-CPHONE   PIC X(12).
		  03 CTL-OPEN-DATE  PIC 9(8).
		  03 CTL-CLOSE-DATE PIC 9(8).
		  03 CTL-STATUS     PIC X.
        FD SEQ-CKP-FILE.
        01 SEQ-CKP-REC.
          03 CKP-LAST-SEQ PIC 9(6).
      *(a) Record type 1 character alphanumeric.
      *		Area 20 characters alphanumeric.
      *		Number 3 packed decimal digits.
      *		Open date, close date (YYYYMMDD) and status O/C.
      *(b) Record type 1 character alphanumeric.
      *		Area 20 characters alphanumeric.
      *		Account code 6 digits numeric display.
        01 WS-AREA-OK    PIC X.
        01 WS-WORK-AREA  PIC X(20).
        01 WS-AREA-REJECTS PIC 9(6) VALUE 0.
        01 WS-TODAY      PIC 9(8).
        01 WS-BRANCH-LIVE PIC X VALUE "Y".
        01 WS-NOT-LIVE   PIC 9(6) VALUE 0.
        01 WS-CLOSED-ADDR PIC 9(6) VALUE 0.
        PROCEDURE DIVISION.
		AA-START.
		  MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
		  PERFORM HA-READ-SEQ-CHECKPOINT.
		  PERFORM HC-LOAD-AREA-MASTER THRU HC-EXIT.
		  OPEN OUTPUT MAT-FILE.
		  MOVE "1" TO TYPE1.
		  MOVE "NORTHERN" TO AREA1.
		  MOVE 15 TO OUT-NUMBER.
		  MOVE 20120402 TO OPEN-DATE1.
		  MOVE 0 TO CLOSE-DATE1.
		  MOVE "O" TO STATUS1.
		  MOVE FUNCTION CHAR(11) TO LF1.
		  PERFORM CC-WRITE1 THRU CC-WRITE1-EXIT.
          MOVE SPACES TO OUT-REC2.
		  MOVE "1" TO TYPE1.
		  MOVE "WESTERN" TO AREA1.
		  MOVE 11 TO OUT-NUMBER.
		  MOVE 20180915 TO OPEN-DATE1.
		  MOVE 0 TO CLOSE-DATE1.
		  MOVE "O" TO STATUS1.
		  MOVE FUNCTION CHAR(11) TO LF1.
		  PERFORM CC-WRITE1 THRU CC-WRITE1-EXIT.
          MOVE SPACES TO OUT-REC2.
		  MOVE "0773-9876543" TO CONTACT-PHN.
		  MOVE FUNCTION CHAR(11) TO LF4.
		  PERFORM CC-WRITE4 THRU CC-WRITE4-EXIT.
          MOVE SPACES TO OUT-REC1.
		  MOVE "1" TO TYPE1.
		  MOVE "SOUTHERN" TO AREA1.
		  MOVE 8 TO OUT-NUMBER.
		  MOVE 20150301 TO OPEN-DATE1.
		  MOVE 20250930 TO CLOSE-DATE1.
		  MOVE "C" TO STATUS1.
		  MOVE FUNCTION CHAR(11) TO LF1.
		  PERFORM CC-WRITE1 THRU CC-WRITE1-EXIT.
          MOVE SPACES TO OUT-REC3.
		  MOVE "3" TO TYPE3.
		  MOVE "via Toledo" TO STREET.
		  MOVE 156 TO CIVN.
		  MOVE "Napoli" TO CITY.
		  MOVE "NA" TO PROVINCE.
		  MOVE "Italy" TO COUNTRY.
		  MOVE FUNCTION CHAR(11) TO LF3.
		  PERFORM CC-WRITE3.
		  GO TO ZZ-END.
        BA-FILL-FROM-CONTROL.
          READ CTL-FILE AT END GO TO ZZ-END.
                  MOVE "1" TO TYPE1
                  MOVE CTL-AREA TO AREA1
                  MOVE CTL-NUM TO OUT-NUMBER
                  PERFORM CD-SET-LIFECYCLE
                  MOVE FUNCTION CHAR(11) TO LF1
                  PERFORM CC-WRITE1 THRU CC-WRITE1-EXIT
              WHEN "2"
                  PERFORM CC-WRITE4 THRU CC-WRITE4-EXIT
          END-EVALUATE.
          GO TO BA-FILL-FROM-CONTROL.
      * A CONTROL LINE WITHOUT DATES IS A BRANCH OPEN SINCE ALWAYS.
        CD-SET-LIFECYCLE.
            MOVE 0 TO OPEN-DATE1 CLOSE-DATE1.
            IF CTL-OPEN-DATE IS NUMERIC
                MOVE CTL-OPEN-DATE TO OPEN-DATE1.
            IF CTL-CLOSE-DATE IS NUMERIC
                MOVE CTL-CLOSE-DATE TO CLOSE-DATE1.
            IF CTL-STATUS = "C" OR CTL-STATUS = "c"
                MOVE "C" TO STATUS1
            ELSE
                MOVE "O" TO STATUS1
            END-IF.
        CC-WRITE1.
            MOVE "Y" TO WS-BRANCH-LIVE.
            IF STATUS1 = "C" OR OPEN-DATE1 > WS-TODAY
                MOVE "N" TO WS-BRANCH-LIVE.
            IF CLOSE-DATE1 > 0 AND CLOSE-DATE1 <= WS-TODAY
                MOVE "N" TO WS-BRANCH-LIVE.
            MOVE AREA1 TO WS-WORK-AREA.
            PERFORM HD-VALIDATE-AREA THRU HD-EXIT.
            IF WS-AREA-OK = "N"
                      MAT-KEY1
          END-WRITE.
          ADD 1 TO WS-COUNT1.
          IF WS-BRANCH-LIVE = "N"
              ADD 1 TO WS-NOT-LIVE
              DISPLAY "BRANCH " MAT-KEY1 " AREA " AREA1
                  " IS NOT LIVE (STATUS " STATUS1 " OPENED "
                  OPEN-DATE1 " CLOSED " CLOSE-DATE1 ")".
        CC-WRITE1-EXIT.
            EXIT.
        CC-WRITE2.
                      MAT-KEY3
          END-WRITE.
          ADD 1 TO WS-COUNT3.
          IF WS-BRANCH-LIVE = "N"
              ADD 1 TO WS-CLOSED-ADDR
              DISPLAY "** WARNING ** TYPE3 " MAT-KEY3
                  " WRITTEN UNDER A BRANCH THAT IS NOT LIVE".
        CC-WRITE4.
            MOVE AREA4 TO WS-WORK-AREA.
            PERFORM HD-VALIDATE-AREA THRU HD-EXIT.
		      CLOSE CTL-FILE
		  END-IF.
		  DISPLAY "TYPE1 RECORDS WRITTEN: " WS-COUNT1.
		  DISPLAY "TYPE1 BRANCHES NOT LIVE: " WS-NOT-LIVE.
		  DISPLAY "TYPE2 RECORDS WRITTEN: " WS-COUNT2.
		  DISPLAY "TYPE3 RECORDS WRITTEN: " WS-COUNT3.
		  DISPLAY "TYPE3 UNDER BRANCHES NOT LIVE: "
		      WS-CLOSED-ADDR.
		  DISPLAY "TYPE4 RECORDS WRITTEN: " WS-COUNT4.
		  DISPLAY "RECORDS REJECTED FOR UNKNOWN AREA: "
		      WS-AREA-REJECTS.
