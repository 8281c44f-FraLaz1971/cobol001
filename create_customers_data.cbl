        SECURITY. free.
      * THIS CREATES AN INPUT FILE FOR PROGRAM BRANCH3. EACH CUSTOMER
      * NOW CARRIES A STABLE CUSTOMER NUMBER, A NAME AND A DATE OF
      * BIRTH; THE AGE IS DERIVED BY THE READERS. REAL CUSTOMERS ARE
      * KEPT WITH CUSTMNT; THIS ONLY SEEDS AN EMPTY TEST MASTER, AND
      * WILL NOT OVERWRITE A CUSTOMERS.DAT THAT ALREADY EXISTS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. Lenovo Linux.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT OUT-FILE ASSIGN "customers.dat"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS CUST-NUM
            FILE STATUS IS WS-OUT-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD OUT-FILE.
        01 OUT-REC.
            COPY "custmast.cpy".
        WORKING-STORAGE SECTION.
        01 WR-REC PIC 9(6) VALUE 0.
        01 WS-OUT-STATUS PIC XX.
        PROCEDURE DIVISION.
        AA-START.
          OPEN INPUT OUT-FILE.
          IF WS-OUT-STATUS = "00"
            CLOSE OUT-FILE
            DISPLAY "customers.dat ALREADY EXISTS, MAINTAIN IT WITH "
                "CUSTMNT - NOTHING WRITTEN"
            DISPLAY "PROGRAM ENDED: EXITING"
            STOP RUN.
          IF WS-OUT-STATUS NOT = "35"
            DISPLAY "CANNOT OPEN customers.dat, STATUS " WS-OUT-STATUS
                " - NOTHING WRITTEN, RUN CUSTCONV IF IT IS IN THE OLD "
                "LAYOUT"
            MOVE 12 TO RETURN-CODE
            STOP RUN.
          OPEN OUTPUT OUT-FILE.
          MOVE SPACES TO OUT-REC.
          MOVE 100001 TO CUST-NUM
          MOVE "Anna Verdi" TO CUST-NAME
          MOVE 20160115 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100002 TO CUST-NUM
          MOVE "Bruno Neri" TO CUST-NAME
          MOVE 20090320 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100003 TO CUST-NUM
          MOVE "Carla Russo" TO CUST-NAME
          MOVE 20080610 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100004 TO CUST-NUM
          MOVE "Dario Greco" TO CUST-NAME
          MOVE 19960205 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100005 TO CUST-NUM
          MOVE "Elena Riva" TO CUST-NAME
          MOVE 19620830 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100006 TO CUST-NUM
          MOVE "Fabio Conti" TO CUST-NAME
          MOVE 19610412 TO CUST-DOB
          PERFORM CC-WRITE
          MOVE 100007 TO CUST-NUM
          MOVE "Gina Moretti" TO CUST-NAME
          MOVE 19460925 TO CUST-DOB
          PERFORM CC-WRITE.
          GO TO ZZ-END.
        CC-WRITE.
          MOVE "A" TO CUST-STATUS.
          MOVE FUNCTION CURRENT-DATE(1:8) TO CUST-STATUS-DATE.
          WRITE OUT-REC.
          MOVE SPACES TO OUT-REC.
          ADD 1 TO WR-REC.
        ZZ-END.
          DISPLAY "WRITTEN " WR-REC " RECORDS"
