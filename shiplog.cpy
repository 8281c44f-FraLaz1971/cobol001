      * SHARED LAYOUT FOR THE SHIPMENT LOG SHIPMENTS.DAT, ONE LINE PER
      * SHIPMENT ORDSTAT RECORDS AGAINST AN SC8 ORDER. AN ORDER MAY GO
      * OUT IN SEVERAL SHIPMENTS; EACH LINE CARRIES THE QUANTITY THAT
      * WENT OUT, THE QUANTITY SHIPPED TO DATE AFTER IT AND THE
      * BACKORDER BALANCE LEFT. A CANCELLED BACKORDER IS LOGGED WITH
      * TYPE X AND THE QUANTITY CANCELLED. COPY THIS UNDER A 01 LEVEL.
           03 SH-ORDNUM          PIC 9(6).
           03 FILLER             PIC X.
           03 SH-DATE            PIC 9(8).
           03 FILLER             PIC X.
           03 SH-TYPE            PIC X.
               88 SH-IS-SHIPMENT     VALUE "S".
               88 SH-IS-CANCELLED    VALUE "X".
           03 FILLER             PIC X.
           03 SH-CUST            PIC 9(6).
           03 FILLER             PIC X.
           03 SH-PAPER           PIC X(6).
           03 FILLER             PIC X.
           03 SH-QTY             PIC 9(6).
           03 FILLER             PIC X.
           03 SH-SHIPPED-TO-DATE PIC 9(6).
           03 FILLER             PIC X.
           03 SH-BACKORDER       PIC 9(6).
