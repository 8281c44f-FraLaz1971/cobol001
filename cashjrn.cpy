      * SHARED LAYOUT FOR THE CASH RECEIPTS JOURNAL CASHRCPT.DAT, ONE
      * LINE PER APPLICATION OF A CUSTOMER RECEIPT BY CASHRCPT. A
      * RECEIPT APPLIED TO SEVERAL RECEIVABLE ITEMS WRITES ONE LINE
      * PER ITEM UNDER THE SAME RECEIPT NUMBER, AND ANY PART LEFT
      * UNAPPLIED A FURTHER LINE OF TYPE U. THE SOURCE IS I FOR A
      * RECEIPT KEYED IN AND L FOR ONE FROM THE BANK LOCKBOX FILE.
      * COPY THIS UNDER A 01 LEVEL.
           03 CJ-RECEIPT         PIC 9(6).
           03 FILLER             PIC X.
           03 CJ-DATE            PIC 9(8).
           03 FILLER             PIC X.
           03 CJ-SOURCE          PIC X.
               88 CJ-FROM-KEYED      VALUE "I".
               88 CJ-FROM-LOCKBOX    VALUE "L".
           03 FILLER             PIC X.
           03 CJ-ACCOUNT         PIC 9(6).
           03 FILLER             PIC X.
           03 CJ-REFERENCE       PIC X(12).
           03 FILLER             PIC X.
           03 CJ-TYPE            PIC X.
               88 CJ-IS-APPLIED      VALUE "A".
               88 CJ-IS-UNAPPLIED    VALUE "U".
           03 FILLER             PIC X.
           03 CJ-AMOUNT          PIC 9(7)V99.
           03 FILLER             PIC X.
           03 CJ-INVOICE         PIC 9(6).
           03 FILLER             PIC X.
           03 CJ-ITEM-DATE       PIC 9(8).
