      ******************************************************************
      * LEDGCTL.cpy
      * Shared record layout for the LEDGCTL student-ledger control
      * record -- the last ledger entry number drawn, and the run
      * date on the header of the last TUIRECV interface loaded, so
      * the same billing night cannot load into the ledger twice.
      *
      * 2026-09-16  RSG  original.
      ******************************************************************
       01  LEDGER-CONTROL-RECORD.
           05 LC-NEXT-ENTRY         PIC 9(08).
           05 LC-LAST-RECV-DATE     PIC 9(08).
