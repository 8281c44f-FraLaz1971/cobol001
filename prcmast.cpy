      * SHARED LAYOUT FOR THE PAPER PRICE MASTER PRCMAST.DAT, KEYED BY
      * PAPER TYPE AND THE DATE THE PRICE TAKES EFFECT. A NEW PRICE IS
      * ADDED UNDER ITS OWN EFFECTIVE DATE, SO THE EARLIER PRICES STAY
      * ON FILE. SC8 PRICES AN ORDER AT THE LIST PRICE WITH THE LATEST
      * EFFECTIVE DATE NOT AFTER THE ORDER DATE. MAINTAINED BY
      * PRCMAINT. COPY THIS UNDER A 01 LEVEL.
           03 PM-KEY.
               05 PM-PAPER       PIC X(6).
               05 PM-EFF-DATE    PIC 9(8).
           03 PM-LIST-PRICE      PIC 9(4)V99.
