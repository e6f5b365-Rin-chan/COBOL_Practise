      ******************************************************************
      * TAXRATE.cpy
      * Shared record layout for the TAXRATE sales-tax jurisdiction
      * table -- one record per taxing area a customer can be billed
      * in, with its name and combined rate as a fraction (0.07250
      * for 7.25 percent).  Maintained by taxMaint; loaded whole by
      * Multiplier to tax each priced line, by multInvoice to print
      * the tax line and by taxLiab for the monthly liability report.
      * An inactive jurisdiction bills nothing more.  Sequential;
      * the whole table is rewritten on every change.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  TAX-RATE-RECORD.
           05 TX-JURISDICTION       PIC X(04).
           05 TX-NAME               PIC X(30).
           05 TX-RATE               PIC 9(01)V9(05).
           05 TX-STATUS             PIC X(01).
               88 TX-ACTIVE         VALUE "A" " ".
               88 TX-INACTIVE       VALUE "I".
           05 TX-LAST-MAINT-DATE    PIC 9(08).
           05 TX-LAST-MAINT-OPER    PIC X(08).
           05 FILLER                PIC X(23).
