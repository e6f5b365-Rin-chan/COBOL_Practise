      ******************************************************************
      * GLRULE.cpy
      * Shared record layout for the GLRULE general-ledger posting
      * rules -- one record per source system and transaction type,
      * naming the account debited and the account credited when
      * that activity is posted.  The accounts are for a positive
      * amount; where a source's net for the night comes out
      * negative (ADDRSLT back-outs, for one) the glInterface job
      * posts it with the two sides swapped, so a reversal rule
      * names the same accounts as the entry it reverses.
      *
      * Sources and types in use:
      *   TUIT CHRG  gross tuition charges off TUIRECV
      *   TUIT AID   financial aid applied off TUIRECV
      *   TUIT LATE  late registration fees off TUIRECV
      *   INVC INV   customer invoices off MULTOUT (MULTINV)
      *   INVC TAX   sales tax billed on those invoices
      *   CALC CALC  posted calculations off ADDRSLT
      *   CALC RVSL  calculation back-outs off ADDRSLT
      *   ESTM INV   invoiced quotes off ESTMAST
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  INVC TAX added for invoice sales tax.
      ******************************************************************
       01  GL-RULE-RECORD.
           05 GR-KEY.
               10 GR-SOURCE         PIC X(04).
               10 GR-TRAN-TYPE      PIC X(04).
           05 GR-DEBIT-ACCOUNT      PIC X(06).
           05 GR-CREDIT-ACCOUNT     PIC X(06).
           05 GR-DESCRIPTION        PIC X(30).
           05 FILLER                PIC X(10).
