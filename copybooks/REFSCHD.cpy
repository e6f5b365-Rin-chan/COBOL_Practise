      ******************************************************************
      * REFSCHD.cpy
      * Shared record layout for the REFSCHED refund schedule -- the
      * bursar's table of how much tuition a withdrawal gets back,
      * by term and by how far into the term the withdrawal falls.
      * One record per tier: the term, the term's first day, the
      * last day of the term (counting the first day as day 1) the
      * tier covers, the percent of the course fee refunded, and
      * the reason code the ledger credit carries.  Tiers are kept
      * in ascending day order within a term; a withdrawal past the
      * last tier gets nothing back.  Shop-maintained like CRSPREQ.
      *
      * 2026-09-21  RSG  original.
      ******************************************************************
       01  REFUND-SCHEDULE-RECORD.
           05 RF-TERM               PIC X(05).
           05 RF-TERM-START-DATE    PIC 9(08).
           05 RF-THRU-DAY           PIC 9(03).
           05 RF-PERCENT            PIC 9(03).
           05 RF-REASON-CODE        PIC X(04).
