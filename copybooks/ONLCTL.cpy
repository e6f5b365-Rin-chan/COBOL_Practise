      ******************************************************************
      * ONLCTL.cpy
      * Online-day control record -- the one record holding the time
      * the online day starts (HHMM, 24-hour clock), which is the
      * hour the night batch must be finished by.  Read by
      * nightSched's critical-path projection; changed only when
      * the online hours change, with the date and operator of the
      * change carried on the record.  Sequential, one record.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  ONLINE-CONTROL-RECORD.
           05 OC-ONLINE-START       PIC 9(04).
           05 OC-ONLINE-START-X REDEFINES OC-ONLINE-START.
               10 OC-ONLINE-HH      PIC 9(02).
               10 OC-ONLINE-MM      PIC 9(02).
           05 OC-CHANGED-DATE       PIC 9(08).
           05 OC-CHANGED-BY         PIC X(08).
           05 FILLER                PIC X(20).
