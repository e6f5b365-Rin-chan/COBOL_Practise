      ******************************************************************
      * PRODMAST.cpy
      * Shared record layout for the PRODMAST product and price
      * master -- one record per item code the MULTRAN billing feed
      * may carry.  The unit price applies below the first quantity
      * break; up to three breaks, in ascending quantity, each give
      * the unit price from that quantity up.  A break quantity of
      * zero is an unused break.  Inactive items are refused by the
      * batch multiplication run.  Indexed on PM-ITEM-CODE.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  PM-TAXABLE marks items that carry sales tax;
      *                  blank is not taxable.
      ******************************************************************
       01  PRODUCT-MASTER-RECORD.
           05 PM-ITEM-CODE          PIC X(08).
           05 PM-DESCRIPTION        PIC X(30).
           05 PM-UNIT-OF-MEASURE    PIC X(04).
           05 PM-UNIT-PRICE         PIC 9(05)V9(02).
           05 PM-PRICE-BREAKS.
               10 PM-BREAK          OCCURS 3 TIMES.
                   15 PM-BREAK-QUANTITY PIC 9(05).
                   15 PM-BREAK-PRICE    PIC 9(05)V9(02).
           05 PM-STATUS             PIC X(01).
               88 PM-ACTIVE         VALUE "A" " ".
               88 PM-INACTIVE       VALUE "I".
           05 PM-LAST-MAINT-DATE    PIC 9(08).
           05 PM-LAST-MAINT-OPER    PIC X(08).
           05 PM-TAX-FLAG           PIC X(01).
               88 PM-TAXABLE        VALUE "Y".
               88 PM-NOT-TAXABLE    VALUE "N" " ".
           05 FILLER                PIC X(17).
