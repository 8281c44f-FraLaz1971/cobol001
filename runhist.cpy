      * SHARED LAYOUT FOR THE NIGHT-RUN STEP HISTORY NRHIST.DAT, ONE
      * LINE PER STEP RUN, APPENDED BY NIGHTRUN AND READ BY NIGHTRUN
      * FOR THE STEP NORMS AND BY NRTREND FOR THE WEEKLY TREND. TIMES
      * ARE HHMMSS, THE ELAPSED AND EXPECTED TIMES ARE IN SECONDS (AN
      * EXPECTED TIME OF ZERO MEANS THE STEP HAD NO NORM YET) AND THE
      * FLAG IS O WHEN THE STEP RAN WELL OVER ITS NORM.
      * COPY THIS UNDER A 01 LEVEL.
           03 RH-DATE            PIC 9(8).
           03 FILLER             PIC X.
           03 RH-PROG            PIC X(10).
           03 FILLER             PIC X.
           03 RH-START-TIME      PIC 9(6).
           03 FILLER             PIC X.
           03 RH-END-TIME        PIC 9(6).
           03 FILLER             PIC X.
           03 RH-ELAPSED         PIC 9(6).
           03 FILLER             PIC X.
           03 RH-EXPECTED        PIC 9(6).
           03 FILLER             PIC X.
           03 RH-RC              PIC 9(4).
           03 FILLER             PIC X.
           03 RH-FLAG            PIC X.
               88 RH-OVER-NORM       VALUE "O".
