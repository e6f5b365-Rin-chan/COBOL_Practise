      ******************************************************************
      * TAXHIST.cpy
      * Shared record layout for the TAXHIST sales-tax history --
      * one record per invoice multInvoice posts to receivables,
      * splitting the invoice's sales into taxed, exempt-customer
      * and non-taxable-item amounts with the tax charged, under
      * the jurisdiction the customer was billed in.  Read by taxLiab
      * for the monthly sales-tax liability report, which proves it
      * against the CUSTAR invoice items.  Sequential, appended.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  TAX-HISTORY-RECORD.
           05 TH-INVOICE-DATE       PIC 9(08).
           05 TH-INVOICE-NUMBER     PIC 9(08).
           05 TH-ACCOUNT            PIC X(06).
           05 TH-JURISDICTION       PIC X(04).
           05 TH-TAXABLE-SALES      PIC 9(07)V9(02).
           05 TH-EXEMPT-SALES       PIC 9(07)V9(02).
           05 TH-NONTAXABLE-SALES   PIC 9(07)V9(02).
           05 TH-TAX-AMOUNT         PIC 9(07)V9(02).
           05 TH-INVOICE-TOTAL      PIC 9(07)V9(02).
           05 FILLER                PIC X(09).
