      * SHARED LAYOUT FOR THE COURSE COMPLETIONS FILE COURSECMP.DAT,
      * KEYED BY PERS-NUM AND COURSE CODE, MAINTAINED BY CMPMAINT AND
      * READ BY CRSRPT. COPY THIS UNDER A 01 LEVEL. ONLY THE LATEST
      * COMPLETION OF A COURSE IS KEPT; A REFRESHER REPLACES IT.
           03 CMP-KEY.
               05 CMP-PERS-NUM  PIC 9(6).
               05 CMP-COURSE    PIC X(6).
           03 CMP-DATE          PIC 9(8).
           03 CMP-CERT-NO       PIC X(15).
           03 CMP-RECORDED      PIC 9(8).
