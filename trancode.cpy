      * SHARED LAYOUT FOR THE TRANSACTION-CODE MASTER TRANCODE.DAT,
      * KEYED BY TC-CODE, MAINTAINED BY TRCMAINT AND READ BY TCVAL ON
      * BEHALF OF RECORD, RECORDF AND REJREPR. COPY THIS UNDER A 01
      * LEVEL. A MAXIMUM AMOUNT OF ZERO MEANS NO UPPER LIMIT, AND
      * BLANK ALLOWED TYPES MEAN ANY TYPE MAY CARRY THE CODE.
           03 TC-CODE           PIC X.
           03 TC-DESC           PIC X(20).
           03 TC-ACTIVE         PIC X.
               88 TC-IS-ACTIVE      VALUE "Y".
           03 TC-MIN-AMOUNT     PIC S9(6).
           03 TC-MAX-AMOUNT     PIC S9(6).
           03 TC-TYPES          PIC X(10).
           03 TC-TYPE-TABLE REDEFINES TC-TYPES.
               05 TC-TYPE       PIC XX OCCURS 5 TIMES.
