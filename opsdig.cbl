        DATA DIVISION.
        FILE SECTION.
        FD EMP-AUDIT-FILE.
        01 EMP-AUDIT-REC       PIC X(100).
        FD B1-AUDIT-FILE.
        01 B1-AUDIT-REC        PIC X(80).
        FD REJECTED-FILE.
        01 REJECTED-REC        PIC X(20).
        FD ASCBIN-ERR-FILE.
