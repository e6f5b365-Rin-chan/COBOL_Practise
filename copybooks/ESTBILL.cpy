      ******************************************************************
      * ESTBILL.cpy
      * Shared record layout for estimate billing -- one record per
      * stage billed against an accepted ESTMAST quote.  The day's
      * EBTRAN billing requests, the EBHIST history estBill appends
      * each invoice to and the EBREJ rejects all use it, the way
      * JOBCOST serves the job-cost files, so a corrected reject can
      * go straight back into the feed.  On the feed EB-PERCENT is
      * the share of the estimate a deposit bills, or the job's
      * cumulative percent complete for a progress bill; a final bill
      * needs no percent and takes whatever is left.  The invoice
      * number, bill date, amounts and reason code are blank on the
      * feed and filled in by estBill.  Sequential.
      *
      * 2026-10-15  drl  original.
      ******************************************************************
       01  ESTIMATE-BILL-RECORD.
           05 EB-JOB-ID             PIC X(06).
           05 EB-STAGE              PIC X(01).
               88 EB-DEPOSIT        VALUE "D".
               88 EB-PROGRESS       VALUE "P".
               88 EB-FINAL          VALUE "F".
               88 EB-VALID-STAGE    VALUE "D" "P" "F".
           05 EB-PERCENT            PIC 9(03).
           05 EB-REFERENCE          PIC X(12).
           05 EB-INVOICE-NO         PIC 9(06).
           05 EB-BILL-DATE          PIC 9(08).
           05 EB-AMOUNT             PIC 9(09)V9(02).
           05 EB-BILLED-TO-DATE     PIC 9(09)V9(02).
           05 EB-REASON-CODE        PIC X(04).
           05 FILLER                PIC X(18).
