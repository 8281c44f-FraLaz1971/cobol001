      * SHARED LAYOUT FOR THE INVOICE MATCH-EXCEPTION FILE MATCHEXC.DAT,
      * KEYED BY SEQUENCE NUMBER. ReadExpenses WRITES A SUPPLIER
      * INVOICE HERE, INSTEAD OF TO EXPENSE_OPEN.DAT, WHEN IT DOES NOT
      * MATCH ITS PURCHASE-ORDER LINE ON PURCHORD.DAT AND THE QUANTITY
      * RECEIVED AGAINST IT BY STKRCPT. IT STAYS HELD UNTIL PURCHASING
      * RELEASES OR REJECTS IT IN MATCHCLR. COPY THIS UNDER A 01 LEVEL.
           03 MX-SEQ             PIC 9(6).
           03 MX-VEND-CODE       PIC X(6).
           03 MX-VENDOR          PIC X(20).
           03 MX-BUYER           PIC X(20).
           03 MX-AMOUNT          PIC S9(6)V99.
           03 MX-ORIG-AMOUNT     PIC S9(4)V999.
           03 MX-CURRENCY        PIC X(3).
           03 MX-DATE            PIC X(10).
           03 MX-PO-REF.
               05 MX-PO-NUMBER   PIC 9(6).
               05 MX-PO-LINE     PIC 9(2).
           03 MX-INV-QTY         PIC 9(7).
           03 MX-INV-PRICE       PIC S9(6)V99.
           03 MX-REASON          PIC X(20).
           03 MX-STATE           PIC X.
               88 MX-HELD            VALUE "H".
               88 MX-RELEASED        VALUE "A".
               88 MX-REJECTED        VALUE "R".
           03 MX-CLEARED-BY      PIC X(8).
