      ******************************************************************
      * STUACCT.cpy
      * Shared record layout for the STUACCT student-account ledger
      * -- indexed on student ID plus a ledger entry number drawn
      * from the LEDGCTL control record, so every charge, payment
      * and credit for a student reads back in the order it was
      * posted.  Charges load from the tuitionBill TUIRECV interface
      * and payments from the bursar's cash receipts, both through
      * acctPost; the balance is charges less everything else.
      * Posted only through the shared ZA-POST-LEDGER-ENTRY routine
      * (LEDGWS/LEDGPRC) so entry numbers are never reused.
      *
      * 2026-09-16  RSG  original.
      * 2026-09-21  RSG  entry type R -- withdrawal refund credits
      *                  posted by acceptValues off the REFSCHED
      *                  refund schedule.
      * 2026-09-23  RSG  entry type A -- financial-aid credits
      *                  loaded by acctPost beside the gross tuition
      *                  charge from the TUIRECV interface.
      ******************************************************************
       01  ACCOUNT-LEDGER-RECORD.
           05 SA-KEY.
               10 SA-STUDENT-ID     PIC 9(06).
               10 SA-ENTRY-NUMBER   PIC 9(08).
           05 SA-ENTRY-TYPE         PIC X(01).
               88 SA-CHARGE         VALUE "C".
               88 SA-PAYMENT        VALUE "P".
               88 SA-REFUND         VALUE "R".
               88 SA-AID            VALUE "A".
           05 SA-POST-DATE          PIC 9(08).
           05 SA-TERM               PIC X(05).
           05 SA-COURSE-ID          PIC X(06).
           05 SA-AMOUNT             PIC 9(07)V9(02).
           05 SA-PAY-METHOD         PIC X(02).
           05 SA-REFERENCE          PIC X(10).
           05 SA-REASON-CODE        PIC X(04).
           05 SA-OPERATOR           PIC X(08).
