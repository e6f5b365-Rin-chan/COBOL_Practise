      ******************************************************************
      * CHGRATE.cpy
      * Processing chargeback rate table -- one record per rate
      * change, effective from its month: a charge per batch run,
      * per record read and per elapsed minute of run time.  The
      * chargeback for a month uses the latest record effective on
      * or before it, so a new rate is added, never keyed over the
      * old one, and past statements can still be explained.
      * Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  CHARGE-RATE-RECORD.
           05 CG-EFFECTIVE-MONTH    PIC 9(06).
           05 CG-RATE-PER-RUN       PIC 9(03)V9(02).
           05 CG-RATE-PER-RECORD    PIC 9(01)V9(05).
           05 CG-RATE-PER-MINUTE    PIC 9(03)V9(02).
           05 FILLER                PIC X(08).
