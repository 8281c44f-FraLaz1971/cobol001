      * SHARED LAYOUT FOR THE PENSION PAYMENTS FILE PENSION_PAY.DAT,
      * ONE LINE PER DRAW PAID BY PENPAY: THE GROSS DRAW TAKEN FROM
      * THE PENSION LEDGER, THE TAX WITHHELD AT THE RATE SHOWN, THE
      * NET PAID TO THE PENSIONER AND THE LEDGER BALANCE LEFT. LINES
      * WRITTEN BEFORE TAX WAS WITHHELD END AFTER THE BALANCE; THEIR
      * WITHHELD, NET AND RATE ARE SPACES AND THE NET IS THE GROSS.
      * COPY THIS UNDER A 01 LEVEL.
           03 PAY-DATE           PIC 9(8).
           03 FILLER             PIC X.
           03 PAY-CUST-NUM       PIC 9(6).
           03 FILLER             PIC X.
           03 PAY-AMOUNT         PIC 9(7)V99.
           03 FILLER             PIC X.
           03 PAY-BALANCE-AFTER  PIC 9(9)V99.
           03 FILLER             PIC X.
           03 PAY-WITHHELD       PIC 9(7)V99.
           03 FILLER             PIC X.
           03 PAY-NET            PIC 9(7)V99.
           03 FILLER             PIC X.
           03 PAY-TAX-RATE       PIC 99V99.
