      ******************************************************************
      * GLCTL.cpy
      * Shared record layout for the GLCTL general-ledger control
      * record -- the last journal number drawn, and for each source
      * the high-water mark of what has already gone to the ledger:
      * the TUIRECV header run date, the last ADDRSLT entry number,
      * and the record count and grand total off the last MULTOUT
      * trailer posted (MULTOUT carries no run date of its own).
      * Invoiced quotes on ESTMAST are marked on the master itself.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  GC-LAST-MULT-TOTAL carries cents now that
      *                  MULTOUT extensions are priced off PRODMAST.
      ******************************************************************
       01  GL-CONTROL-RECORD.
           05 GC-NEXT-JOURNAL       PIC 9(08).
           05 GC-LAST-RECV-DATE     PIC 9(08).
           05 GC-LAST-CALC-ENTRY    PIC 9(06).
           05 GC-LAST-MULT-COUNT    PIC 9(05).
           05 GC-LAST-MULT-TOTAL    PIC 9(09)V9(02).
           05 FILLER                PIC X(12).
