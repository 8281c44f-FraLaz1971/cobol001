      * SHARED LAYOUT FOR THE CUSTOMER DISCOUNT TIERS DISCTIER.DAT,
      * KEYED BY TIER CODE. EACH TIER CARRIES THE PERCENTAGE TAKEN OFF
      * THE LIST PRICE FOR EVERY CUSTOMER PLACED IN IT ON CUSTTIER.DAT.
      * MAINTAINED BY TIERMNT. COPY THIS UNDER A 01 LEVEL.
           03 DT-TIER            PIC X.
           03 DT-DESC            PIC X(20).
           03 DT-PERCENT         PIC 9(2)V99.
