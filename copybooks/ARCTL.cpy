      ******************************************************************
      * ARCTL.cpy
      * Shared record layout for the ARCTL customer receivables
      * control record -- the next open-item number to draw, the
      * count and grand total of the last MULTOUT run billed into
      * CUSTAR (MULTOUT carries no run date, so the pair stands in
      * for one and a rerun of the same invoices cannot post twice),
      * and the last cash deposit applied, so the same deposit
      * cannot apply twice.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  AC-LAST-INV-TOTAL carries cents now that
      *                  MULTOUT extensions are priced off PRODMAST.
      ******************************************************************
       01  AR-CONTROL-RECORD.
           05 AC-NEXT-ITEM          PIC 9(08).
           05 AC-LAST-INV-DATE      PIC 9(08).
           05 AC-LAST-INV-COUNT     PIC 9(05).
           05 AC-LAST-INV-TOTAL     PIC 9(09)V9(02).
           05 AC-LAST-DEPOSIT       PIC X(10).
           05 FILLER                PIC X(08).
