      * SHARED FIXED LAYOUT FOR NIGHTLY_SUMMARY.DAT, WRITTEN BY WR01,
      * RECORDF, READRECS AND PAYEDIT AND READ BY NIGHTSUM, NIGHTRUN
      * AND OPSDIG. COPY THIS UNDER A 01 LEVEL. OLDER FREE-TEXT LINES
      * MAY STILL BE ON FILE, SO READERS SHOULD CHECK THE NUMERIC FIELDS
      * WITH IS NUMERIC BEFORE USING THEM.
           03 NSM-DATE          PIC 9(8).
           03 FILLER            PIC X.
