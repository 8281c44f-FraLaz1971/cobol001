      * SHARED LAYOUT FOR THE DUNNING HISTORY DUNHIST.DAT, KEYED BY
      * CUSTOMER ACCOUNT AND KEPT BY DUNNING. IT HOLDS THE DATE EACH
      * LEVEL OF LETTER WAS LAST SENT - 1 REMINDER, 2 FIRM NOTICE,
      * 3 FINAL DEMAND - SO A LEVEL IS NOT REPEATED WITHIN THE DAYS
      * GIVEN FOR THE RUN, THE LAST LEVEL SENT, THE NUMBER OF LETTERS
      * SENT AND THE DATE THE ACCOUNT WAS FIRST LISTED FOR REFERRAL.
      * A ZERO DATE MEANS NEVER. COPY THIS UNDER A 01 LEVEL.
           03 DH-ACCOUNT         PIC 9(6).
           03 FILLER             PIC X.
           03 DH-LEVEL-DATES.
               05 DH-LEVEL-DATE      PIC 9(8) OCCURS 3 TIMES.
           03 FILLER             PIC X.
           03 DH-LAST-LEVEL      PIC 9.
           03 FILLER             PIC X.
           03 DH-LAST-DATE       PIC 9(8).
           03 FILLER             PIC X.
           03 DH-LETTERS-SENT    PIC 9(5).
           03 FILLER             PIC X.
           03 DH-REFERRED-DATE   PIC 9(8).
