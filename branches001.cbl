        DATA DIVISION.
        FILE SECTION.
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT PIC X(60).
            COPY "audchain.cpy".
        WORKING-STORAGE SECTION.
        01 REC0.
          03 IN-CODE  PIC S9(4).
          03 IN-COUNT PIC S9(4).
        01 WS-AUDIT-SEQ PIC 9(5) VALUE 0.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-LOG    PIC X(20) VALUE "branch1_audit.log".
        01 WS-AUDIT-LEN    PIC 9(3) VALUE 60.
        01 WS-AUDIT-IN-CODE PIC -9(4).
        PROCEDURE DIVISION.
        AA-START.
            MOVE SPACES TO AUDIT-REC.
            STRING WS-AUDIT-SEQ " A-PARA IN-CODE=" WS-AUDIT-IN-CODE
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
        BB-LOG-PATH.
            ADD 1 TO WS-AUDIT-SEQ.
            MOVE SPACES TO AUDIT-REC.
            STRING WS-AUDIT-SEQ " PARA-REST IN-CODE=" WS-AUDIT-IN-CODE
                DELIMITED BY SIZE INTO AUDIT-REC.
            CALL "AUDCHN" USING WS-AUDIT-LOG WS-AUDIT-LEN
                AUDIT-REC
            WRITE AUDIT-REC.
		PARA-END.
		CLOSE AUDIT-FILE.
