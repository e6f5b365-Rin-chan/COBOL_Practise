      ******************************************************************
      * CUSTMAST.cpy
      * Shared record layout for the CUSTMAST customer master -- one
      * record per billing account, keyed by the six-character
      * account code MULTRAN detail carries (MT-ACCOUNT), with the
      * bill-to name and address the invoices print, payment terms,
      * the credit limit and the open balance it is judged against,
      * and the account status.  Maintained by custMaint; read by
      * Multiplier to refuse detail for unknown or closed accounts
      * and by multInvoice for the bill-to block and the credit
      * check.  Indexed on CM-ACCOUNT.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  CM-OPEN-BALANCE is signed and kept by the
      *                  receivables postings -- multInvoice adds
      *                  each invoice, arCash takes off each receipt
      *                  -- so unapplied cash can leave a credit.
      * 2026-10-15  gag  CM-TAX-JURISDICTION names the TAXRATE sales
      *                  tax area the account is billed in;
      *                  CM-TAX-EXEMPT marks a resale or exempt
      *                  customer no tax is charged to.
      ******************************************************************
       01  CUSTOMER-MASTER-RECORD.
           05 CM-ACCOUNT            PIC X(06).
           05 CM-BILL-TO-NAME       PIC X(30).
           05 CM-ADDRESS-1          PIC X(30).
           05 CM-ADDRESS-2          PIC X(30).
           05 CM-CITY               PIC X(20).
           05 CM-STATE              PIC X(02).
           05 CM-POSTAL-CODE        PIC X(10).
      *    payment terms in days; zero is due on receipt.
           05 CM-TERMS-DAYS         PIC 9(03).
           05 CM-CREDIT-LIMIT       PIC 9(07)V9(02).
           05 CM-OPEN-BALANCE       PIC S9(07)V9(02).
           05 CM-STATUS             PIC X(01).
               88 CM-ACTIVE         VALUE "A" " ".
               88 CM-CREDIT-HOLD    VALUE "H".
               88 CM-CLOSED         VALUE "C".
           05 CM-OPEN-DATE          PIC 9(08).
           05 CM-LAST-MAINT-DATE    PIC 9(08).
           05 CM-LAST-MAINT-OPER    PIC X(08).
           05 CM-TAX-JURISDICTION   PIC X(04).
           05 CM-TAX-EXEMPT         PIC X(01).
               88 CM-EXEMPT         VALUE "Y".
               88 CM-NOT-EXEMPT     VALUE "N" " ".
           05 FILLER                PIC X(21).
