      * SHARED LAYOUT FOR THE AUDIT CHAIN CONTROL FILE AUDITCTL.DAT,
      * KEYED BY LOG FILE NAME AND KEPT BY AUDCHN. IT HOLDS THE
      * SEQUENCE NUMBER AND CHECK VALUE OF THE LAST RECORD WRITTEN TO
      * EACH AUDIT LOG AND WHEN IT WAS WRITTEN, SO AUDVER CAN TELL A
      * LOG CUT SHORT FROM ONE THAT IS COMPLETE.
      * COPY THIS UNDER A 01 LEVEL.
           03 ACT-LOG            PIC X(20).
           03 ACT-LAST-SEQ       PIC 9(8).
           03 ACT-LAST-CHECK     PIC 9(10).
           03 ACT-LAST-STAMP     PIC X(14).
