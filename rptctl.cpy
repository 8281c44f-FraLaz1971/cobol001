      * SHARED CONTROL BLOCK FOR THE REPORT PRINT FILES WRITTEN BY
      * RPTPRT. THE CALLER FILLS IN THE REPORT ID (THE STEM OF THE
      * PRINT FILE NAME), ITS PROGRAM NAME, THE REPORT TITLE AND THE
      * COLUMN HEADINGS; RPTPRT RETURNS THE PRINT FILE NAME, THE
      * BUSINESS DATE, THE PAGE AND LINE COUNTS AND THE FILE STATUS.
      * COPY THIS UNDER A 01 LEVEL.
           03 RPC-REPORT-ID      PIC X(8).
           03 RPC-PROGRAM        PIC X(14).
           03 RPC-TITLE          PIC X(40).
           03 RPC-HEAD1          PIC X(132).
           03 RPC-HEAD2          PIC X(132).
           03 RPC-FILE           PIC X(40).
           03 RPC-BUS-DATE       PIC 9(8).
           03 RPC-PAGE           PIC 9(4).
           03 RPC-LINES          PIC 9(6).
           03 RPC-STATUS         PIC XX.
