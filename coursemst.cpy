      * SHARED LAYOUT FOR THE TRAINING COURSE MASTER COURSEMST.DAT,
      * KEYED BY CRS-CODE, MAINTAINED BY CRSMAINT AND READ BY CMPMAINT
      * AND CRSRPT. COPY THIS UNDER A 01 LEVEL. A VALIDITY OF ZERO
      * MONTHS MEANS A COMPLETION NEVER EXPIRES. THE COURSE IS
      * REQUIRED FOR EVERY DEPARTMENT WHEN CRS-ALL-DEPTS IS Y,
      * OTHERWISE FOR THE DEPARTMENTS LISTED (BLANK ENTRIES UNUSED).
           03 CRS-CODE          PIC X(6).
           03 CRS-DESC          PIC X(30).
           03 CRS-ACTIVE        PIC X.
               88 CRS-IS-ACTIVE     VALUE "Y".
           03 CRS-VALID-MONTHS  PIC 9(3).
           03 CRS-ALL-DEPTS     PIC X.
               88 CRS-EVERY-DEPT    VALUE "Y".
           03 CRS-DEPTS         PIC X(20).
           03 CRS-DEPT-TABLE REDEFINES CRS-DEPTS.
               05 CRS-DEPT      PIC XX OCCURS 10 TIMES.
