      * SHARED LAYOUT FOR THE CHAIN FIELDS CARRIED AFTER THE TEXT OF
      * EVERY RECORD OF THE AUDIT LOGS (EMPLOYEE_AUDIT.LOG,
      * PAYMAINT.LOG, BRANCH1_AUDIT.LOG AND REJREPAIR.LOG). AUDCHN
      * FILLS THEM JUST BEFORE THE RECORD IS WRITTEN: THE RECORD'S
      * SEQUENCE NUMBER IN ITS LOG AND A CHECK VALUE WORKED OUT BY
      * AUDCHK FROM THE TEXT, THE SEQUENCE NUMBER AND THE CHECK VALUE
      * OF THE RECORD BEFORE.
      * AUDVER WALKS THE LOGS AND RECOMPUTES THE CHAIN.
      * COPY THIS UNDER A 01 LEVEL, AFTER THE TEXT OF THE RECORD.
           03 AUD-CHAIN.
               05 FILLER             PIC X.
               05 AUD-SEQ            PIC 9(8).
               05 FILLER             PIC X.
               05 AUD-CHECK          PIC 9(10).
