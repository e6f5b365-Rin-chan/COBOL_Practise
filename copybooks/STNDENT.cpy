      ******************************************************************
      * STNDENT.cpy
      * Shared record layout for the ADDSTND standing-entry file --
      * one record per recurring pair of amounts (rent, fixed fees,
      * regular transfers) that standGen writes into the night's
      * ADDTRAN feed each time it falls due, so nobody keys it by
      * hand.  The operation is A (the amounts are added) or S (the
      * second amount is taken from the first -- it goes onto the
      * feed negated, since the batch run posts the sum of the
      * pair).  SE-NEXT-DUE-DATE starts at the start date and is
      * advanced by the frequency after each generation; monthly,
      * quarterly and annual entries keep the day of the start date,
      * held back to the last day of a shorter month.  An end date
      * of zero runs until the entry is made inactive; past its end
      * date an entry is marked ended.  Maintained by standMaint.
      * Indexed on SE-ENTRY-ID.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  STANDING-ENTRY-RECORD.
           05 SE-ENTRY-ID           PIC X(08).
           05 SE-DESCRIPTION        PIC X(30).
           05 SE-OPERATION          PIC X(01).
               88 SE-OPERATION-ADD  VALUE "A".
               88 SE-OPERATION-SUB  VALUE "S".
           05 SE-FIRST-AMT          PIC S9(06)V9(02).
           05 SE-SECOND-AMT         PIC S9(06)V9(02).
           05 SE-FREQUENCY          PIC X(01).
               88 SE-DAILY          VALUE "D".
               88 SE-WEEKLY         VALUE "W".
               88 SE-MONTHLY        VALUE "M".
               88 SE-QUARTERLY      VALUE "Q".
               88 SE-ANNUAL         VALUE "A".
           05 SE-START-DATE         PIC 9(08).
           05 SE-START-DATE-X REDEFINES SE-START-DATE.
               10 SE-START-YYYY     PIC 9(04).
               10 SE-START-MM       PIC 9(02).
               10 SE-START-DD       PIC 9(02).
           05 SE-END-DATE           PIC 9(08).
           05 SE-NEXT-DUE-DATE      PIC 9(08).
           05 SE-LAST-GEN-DATE      PIC 9(08).
           05 SE-GEN-COUNT          PIC 9(05).
           05 SE-STATUS             PIC X(01).
               88 SE-ACTIVE         VALUE "A" " ".
               88 SE-INACTIVE       VALUE "I".
               88 SE-ENDED          VALUE "E".
           05 SE-LAST-MAINT-DATE    PIC 9(08).
           05 SE-LAST-MAINT-OPER    PIC X(08).
           05 FILLER                PIC X(20).
