      * SHARED LAYOUT FOR THE PERPETUAL PAPER STOCK FILE PAPSTOCK.DAT,
      * KEYED BY PAPER TYPE. STKRCPT ADDS EACH DELIVERY TO THE ON-HAND
      * BALANCE AND ORDSTAT DRAWS EACH SHIPMENT FROM IT; STKCNT BRINGS
      * IT BACK INTO LINE WITH A PHYSICAL COUNT. THE LAST COST
      * IS THE PRICE OF THE LAST DELIVERY, USED BY SC8 TO RAISE THE
      * NEXT PO; THE AVERAGE COST IS THE WEIGHTED-AVERAGE UNIT COST OF
      * THE STOCK ON HAND, RECOMPUTED BY STKRCPT ON EVERY DELIVERY, AT
      * WHICH SHIPMENTS ARE COSTED AND THE SHELF IS VALUED BY STKVAL.
      * COPY THIS UNDER A 01 LEVEL.
           03 PST-TYPE          PIC X(6).
           03 PST-ON-HAND       PIC S9(7).
           03 PST-REORDER-POINT PIC 9(5).
           03 PST-VEND-CODE     PIC X(6).
           03 PST-REORDER-QTY   PIC 9(7).
           03 PST-LAST-COST     PIC 9(4)V99.
           03 PST-AVG-COST      PIC 9(4)V9999.
