      * SHARED LAYOUT FOR THE CUSTOMER TERMS FILE CUSTTIER.DAT, KEYED BY
      * CUSTOMER NUMBER. CTR-TIER PLACES A CUSTOMER ON CUSTOMERS.DAT IN
      * ONE OF THE DISCOUNT TIERS ON DISCTIER.DAT; A CUSTOMER NOT ON
      * THIS FILE, OR WITH NO TIER, PAYS LIST PRICE. CTR-CREDIT-LIMIT IS
      * THE MOST THE CUSTOMER MAY HAVE OUTSTANDING IN OPEN ORDERS AND
      * RECEIVABLES BEFORE SC8 REFUSES AN ORDER OR HOLDS IT FOR CREDIT;
      * ZERO MEANS NO LIMIT HAS BEEN SET. MAINTAINED BY TIERMNT. COPY
      * THIS UNDER A 01 LEVEL.
           03 CTR-CUST           PIC 9(6).
           03 CTR-TIER           PIC X.
               88 CTR-NO-TIER        VALUE SPACE.
           03 CTR-CREDIT-LIMIT   PIC 9(7)V99.
