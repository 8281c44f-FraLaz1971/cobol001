      * SHARED LAYOUT FOR THE COST OF GOODS SOLD LEDGER COGS.DAT, ONE
      * LINE PER SHIPMENT ORDSTAT DRAWS FROM PAPSTOCK.DAT, CARRYING THE
      * QUANTITY SHIPPED, THE WEIGHTED-AVERAGE UNIT COST OF THE PAPER
      * AT THE TIME AND THE COST OF THE SHIPMENT. STKVAL TOTALS IT BY
      * PAPER TYPE FOR THE MONTH. COPY THIS UNDER A 01 LEVEL.
           03 CG-DATE            PIC 9(8).
           03 FILLER             PIC X.
           03 CG-ORDNUM          PIC 9(6).
           03 FILLER             PIC X.
           03 CG-PAPER           PIC X(6).
           03 FILLER             PIC X.
           03 CG-QTY             PIC 9(6).
           03 FILLER             PIC X.
           03 CG-UNIT-COST       PIC 9(4)V9999.
           03 FILLER             PIC X.
           03 CG-COST            PIC 9(9)V99.
