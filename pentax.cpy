      * SHARED LAYOUT FOR THE PENSION WITHHOLDING RATES PENTAX.DAT,
      * KEYED BY CUSTOMER NUMBER AND SET IN CUSTMNT. PENPAY WITHHOLDS
      * TAX FROM EACH PENSION DRAW AT THE PENSIONER'S RATE HERE, A
      * PERCENTAGE THAT MAY BE ZERO, AND AT THE DEFAULT RATE GIVEN FOR
      * THE RUN WHEN THE PENSIONER HAS NO RATE ON FILE. COPY THIS UNDER
      * A 01 LEVEL.
           03 PTX-CUST-NUM       PIC 9(6).
           03 FILLER             PIC X.
           03 PTX-RATE           PIC 99V99.
           03 FILLER             PIC X.
           03 PTX-SET-DATE       PIC 9(8).
