      * SHARED LAYOUT FOR THE RECEIVABLE ITEMS RECEIVABLES.DAT, ONE
      * LINE PER ITEM DUE ON A CUSTOMER ACCOUNT. A NEGATIVE AMOUNT IS
      * OWED BY THE ACCOUNT AND IS AGED BY BRANCH2 FROM RCV-DATE. AN
      * ITEM WRITTEN BY ORDSTAT WHEN AN SC8 ORDER IS INVOICED CARRIES
      * THE INVOICE AND ORDER NUMBERS; AN ITEM KEYED IN SEPARATELY
      * CARRIES THEM AS ZERO. CASHRCPT RECORDS THE CASH APPLIED TO AN
      * ITEM AND THE DATE OF THE LAST RECEIPT; THE ITEM'S OPEN BALANCE
      * IS THE AMOUNT OWED LESS THE CASH APPLIED. AN ITEM WRITTEN
      * BEFORE CASH WAS APPLIED CARRIES SPACES THERE AND HAS HAD
      * NOTHING APPLIED. A RECEIPT NOT APPLIED TO ANY ITEM IS HELD ON
      * THE ACCOUNT AS A POSITIVE ITEM OF UNAPPLIED CASH.
      * COPY THIS UNDER A 01 LEVEL.
           03 RCV-ACCOUNT        PIC 9(6).
           03 FILLER             PIC X.
           03 RCV-AMOUNT         PIC S9(7)V99.
           03 FILLER             PIC X.
           03 RCV-DATE           PIC 9(8).
           03 FILLER             PIC X.
           03 RCV-DUE-DATE       PIC 9(8).
           03 FILLER             PIC X.
           03 RCV-INVOICE        PIC 9(6).
           03 FILLER             PIC X.
           03 RCV-ORDNUM         PIC 9(6).
           03 FILLER             PIC X.
           03 RCV-APPLIED        PIC 9(7)V99.
           03 FILLER             PIC X.
           03 RCV-LAST-RECEIPT   PIC 9(8).
