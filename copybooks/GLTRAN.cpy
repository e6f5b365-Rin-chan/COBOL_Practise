      ******************************************************************
      * GLTRAN.cpy
      * Shared record layout for the GLTRAN general-ledger
      * transaction file -- one record per journal line.  Every
      * journal the glInterface job writes is one debit line and one
      * credit line for the same amount under one journal number, so
      * the file balances journal by journal; glTrial totals it by
      * account for the month-end trial balance.  The file is
      * appended to nightly and carries the ledger period (YYYYMM of
      * the business date) on every line.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  GL-TRANSACTION-RECORD.
           05 GT-JOURNAL-NUMBER     PIC 9(08).
           05 GT-LINE-NUMBER        PIC 9(02).
           05 GT-POST-DATE          PIC 9(08).
           05 GT-PERIOD             PIC 9(06).
           05 GT-ACCOUNT-NUMBER     PIC X(06).
           05 GT-DR-CR              PIC X(01).
               88 GT-DEBIT          VALUE "D".
               88 GT-CREDIT         VALUE "C".
           05 GT-AMOUNT             PIC 9(09)V9(02).
           05 GT-SOURCE             PIC X(04).
           05 GT-TRAN-TYPE          PIC X(04).
           05 GT-ITEM-COUNT         PIC 9(06).
           05 GT-REFERENCE          PIC X(10).
           05 GT-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(04).
