      * SHARED LAYOUT FOR THE CUSTOMER MASTER CUSTOMERS.DAT, KEYED BY
      * CUSTOMER NUMBER AND MAINTAINED BY CUSTMNT. THE NUMBER, NAME AND
      * DATE OF BIRTH KEEP THEIR OLD POSITIONS. A CUSTOMER IS NEVER
      * DELETED, ONLY MADE INACTIVE WITH THE DATE IT WAS CLOSED; SC8
      * TAKES NO ORDERS FROM AN INACTIVE CUSTOMER AND BRANCH3 AND
      * PENPAY PASS IT OVER. COPY THIS UNDER A 01 LEVEL.
           03 CUST-NUM           PIC 9(6).
           03 FILLER             PIC X.
           03 CUST-NAME          PIC X(20).
           03 FILLER             PIC X.
           03 CUST-DOB           PIC 9(8).
           03 FILLER             PIC X.
           03 CUST-ADDRESS       PIC X(30).
           03 CUST-TOWN          PIC X(20).
           03 CUST-PROVINCE      PIC X(2).
           03 CUST-POSTCODE      PIC X(5).
           03 CUST-CONTACT       PIC X(20).
           03 CUST-PHONE         PIC X(15).
           03 CUST-STATUS        PIC X.
               88 CUST-IS-ACTIVE     VALUE "A".
               88 CUST-IS-INACTIVE   VALUE "I".
           03 CUST-STATUS-DATE   PIC 9(8).
