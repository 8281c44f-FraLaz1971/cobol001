      * SHARED LAYOUT FOR THE RUN-PARAMETER FILE RUNPARM.DAT, KEYED BY
      * PROGRAM AND PARAMETER NAME AND KEPT BY PRMMAINT. EACH ENTRY IS
      * THE ANSWER A BATCH PROGRAM TAKES IN PLACE OF ONE OF ITS
      * CONSOLE PROMPTS WHEN IT RUNS UNATTENDED UNDER NIGHTRUN. THE
      * ENTRY FOR PROGRAM NIGHTRUN, PARAMETER UNATTEND, IS SET TO Y BY
      * NIGHTRUN FOR THE LENGTH OF THE CHAIN AND BACK TO N AT THE END.
      * COPY THIS UNDER A 01 LEVEL.
           03 RP-KEY.
               05 RP-PROGRAM     PIC X(10).
               05 RP-NAME        PIC X(10).
           03 FILLER             PIC X.
           03 RP-VALUE           PIC X(20).
