      * SHARED LAYOUT FOR THE PURCHASE-ORDER FILE PURCHORD.DAT, KEYED
      * BY PO NUMBER AND LINE, WRITTEN BY POMAINT AND BY SC8 ON A
      * REORDER ALERT, RECEIVED AGAINST BY STKRCPT AND REPORTED BY
      * PORPT. COPY THIS UNDER A 01 LEVEL. EVERY LINE OF A PO IS FOR
      * THE SAME SUPPLIER. A LINE IS OPEN UNTIL IT IS PART RECEIVED,
      * RECEIVED IN FULL (OR CLOSED SHORT) OR CANCELLED. THE QUANTITY
      * INVOICED IS ADDED TO BY ReadExpenses AS SUPPLIER INVOICES ARE
      * MATCHED TO THE LINE, AND BY MATCHCLR WHEN PURCHASING RELEASES
      * AN INVOICE THAT FAILED THE MATCH.
           03 PO-KEY.
               05 PO-NUMBER      PIC 9(6).
               05 PO-LINE        PIC 9(2).
           03 PO-VEND-CODE       PIC X(6).
           03 PO-PAPER           PIC X(6).
           03 PO-QTY-ORDERED     PIC 9(7).
           03 PO-QTY-RECEIVED    PIC 9(7).
           03 PO-PRICE           PIC 9(4)V99.
           03 PO-ORDER-DATE      PIC 9(8).
           03 PO-DUE-DATE        PIC 9(8).
           03 PO-LAST-RECEIPT    PIC 9(8).
           03 PO-STATUS          PIC X.
               88 PO-IS-OPEN         VALUE "O".
               88 PO-IS-PART         VALUE "P".
               88 PO-IS-CLOSED       VALUE "C".
               88 PO-IS-CANCELLED    VALUE "X".
               88 PO-IS-OUTSTANDING  VALUE "O" "P".
           03 PO-SOURCE          PIC X.
               88 PO-FROM-ALERT      VALUE "A".
               88 PO-KEYED           VALUE "M".
           03 PO-QTY-INVOICED    PIC 9(7).
