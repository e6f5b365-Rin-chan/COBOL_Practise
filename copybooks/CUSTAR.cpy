      ******************************************************************
      * CUSTAR.cpy
      * Shared record layout for the CUSTAR customer receivables
      * open-item file -- one record per invoice multInvoice bills
      * and per piece of unapplied cash arCash receives, keyed by
      * customer account and item number (drawn from ARCTL).  An
      * invoice stays open until payments applied to it bring its
      * open amount to zero; unapplied cash stays open as a credit
      * to the account.  Indexed on CI-KEY.  Items are closed, never
      * deleted, so a statement can always be reproduced.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  an invoice's amount now includes its sales
      *                  tax; taxLiab proves TAXHIST against it.
      ******************************************************************
       01  CUSTOMER-ITEM-RECORD.
           05 CI-KEY.
               10 CI-ACCOUNT        PIC X(06).
               10 CI-ITEM-NUMBER    PIC 9(08).
           05 CI-ITEM-TYPE          PIC X(01).
               88 CI-INVOICE        VALUE "I".
               88 CI-UNAPPLIED-CASH VALUE "U".
           05 CI-ITEM-DATE          PIC 9(08).
           05 CI-TERMS-DAYS         PIC 9(03).
           05 CI-ORIGINAL-AMOUNT    PIC 9(07)V9(02).
           05 CI-APPLIED-AMOUNT     PIC 9(07)V9(02).
           05 CI-OPEN-AMOUNT        PIC 9(07)V9(02).
           05 CI-STATUS             PIC X(01).
               88 CI-OPEN           VALUE "O".
               88 CI-CLOSED         VALUE "C".
           05 CI-LAST-ACTIVITY-DATE PIC 9(08).
      *    "MULTINV" on an invoice; the receipt number on unapplied
      *    cash.
           05 CI-REFERENCE          PIC X(10).
           05 FILLER                PIC X(28).
