      * SHARED LAYOUT FOR THE STOCK LEDGER STKLEDG.DAT, ONE LINE PER
      * ADJUSTMENT POSTED TO PAPSTOCK.DAT OUTSIDE RECEIPTS AND
      * SHIPMENTS. A PHYSICAL COUNT POSTED BY STKCNT WRITES ONE LINE
      * PER PAPER TYPE WHOSE COUNT DIFFERED FROM THE BOOK, WITH THE
      * BOOK AND COUNTED QUANTITIES, THE ADJUSTMENT, ITS VALUE AT THE
      * WEIGHTED-AVERAGE COST, THE REASON AND THE SUPERVISOR WHO
      * APPROVED IT. THE REASONS ARE DM DAMAGED, WS WASTE, MC MISCOUNT,
      * LS LOST AND OT OTHER. COPY THIS UNDER A 01 LEVEL.
           03 SL-DATE            PIC 9(8).
           03 FILLER             PIC X.
           03 SL-TYPE            PIC X.
               88 SL-IS-COUNT-ADJ    VALUE "C".
           03 FILLER             PIC X.
           03 SL-PAPER           PIC X(6).
           03 FILLER             PIC X.
           03 SL-REASON          PIC X(2).
           03 FILLER             PIC X.
           03 SL-BOOK-QTY        PIC S9(7).
           03 FILLER             PIC X.
           03 SL-COUNT-QTY       PIC 9(7).
           03 FILLER             PIC X.
           03 SL-ADJ-QTY         PIC S9(7).
           03 FILLER             PIC X.
           03 SL-UNIT-COST       PIC 9(4)V9999.
           03 FILLER             PIC X.
           03 SL-ADJ-VALUE       PIC S9(9)V99.
           03 FILLER             PIC X.
           03 SL-APPROVED-BY     PIC X(8).
