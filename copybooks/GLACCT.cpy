      ******************************************************************
      * GLACCT.cpy
      * Shared record layout for the GLACCT general-ledger chart of
      * accounts -- one record per ledger account, with its name,
      * its type (which side it normally carries a balance on) and
      * whether it is still open for posting.  Copied into the FD of
      * the glInterface posting job, which proves every posting rule
      * against it, and the glTrial month-end trial balance, which
      * names the accounts it lists.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  GL-ACCOUNT-RECORD.
           05 GA-ACCOUNT-NUMBER     PIC X(06).
           05 GA-ACCOUNT-NAME       PIC X(30).
           05 GA-ACCOUNT-TYPE       PIC X(01).
               88 GA-ASSET          VALUE "A".
               88 GA-LIABILITY      VALUE "L".
               88 GA-EQUITY         VALUE "Q".
               88 GA-REVENUE        VALUE "R".
               88 GA-EXPENSE        VALUE "E".
               88 GA-DEBIT-NORMAL   VALUE "A" "E".
           05 GA-STATUS             PIC X(01).
               88 GA-OPEN           VALUE "O" " ".
               88 GA-CLOSED         VALUE "C".
           05 FILLER                PIC X(12).
