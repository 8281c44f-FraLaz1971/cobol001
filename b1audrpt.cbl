        DATA DIVISION.
        FILE SECTION.
        FD AUDIT-FILE.
        01 AUDIT-REC.
            03 AUDIT-TEXT PIC X(60).
            COPY "audchain.cpy".
        WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-LINES-READ   PIC 9(6) VALUE 0.
        GO TO BA-READ.
        CA-PARSE-LINE.
            MOVE SPACES TO WS-LEAD-TEXT WS-CODE-TEXT.
            UNSTRING AUDIT-TEXT DELIMITED BY "IN-CODE="
                INTO WS-LEAD-TEXT WS-CODE-TEXT.
            IF WS-CODE-TEXT = SPACES
                ADD 1 TO WS-OTHER-COUNT
