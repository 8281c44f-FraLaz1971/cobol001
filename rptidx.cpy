      * SHARED LAYOUT FOR THE REPORT INDEX RPTINDEX.DAT. RPTPRT ADDS
      * ONE ENTRY FOR EVERY PRINT FILE IT CLOSES, SO THE NIGHT'S
      * REPORTS CAN BE PICKED OUT BY BUSINESS DATE FOR DISTRIBUTION
      * AND FILING.
      * COPY THIS UNDER A 01 LEVEL.
           03 RIX-BUS-DATE       PIC 9(8).
           03 FILLER             PIC X.
           03 RIX-STAMP          PIC X(14).
           03 FILLER             PIC X.
           03 RIX-PROGRAM        PIC X(14).
           03 FILLER             PIC X.
           03 RIX-FILE           PIC X(40).
           03 FILLER             PIC X.
           03 RIX-PAGES          PIC 9(4).
           03 FILLER             PIC X.
           03 RIX-LINES          PIC 9(6).
           03 FILLER             PIC X.
           03 RIX-TITLE          PIC X(40).
