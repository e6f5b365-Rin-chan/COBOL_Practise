      ******************************************************************
      * APPRQ.cpy
      * Shared record layout for the APPRQUE dual-control approval
      * queue -- one record per sensitive transaction (an identity
      * merge, a calculation reversal, a legal name change, a hold
      * release) keyed in by one operator and held here until a
      * second operator approves or rejects it in apprQueue.  An
      * approved item is applied by running the originating program
      * with the item number, through that program's own edits and
      * posting logic, and is then marked applied.  AQ-DETAIL
      * carries the keyed values the program needs to apply it, in
      * the view for that program's action.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  APPROVAL-ITEM-RECORD.
           05 AQ-ITEM-NO            PIC 9(06).
           05 AQ-PROGRAM            PIC X(10).
           05 AQ-ACTION             PIC X(08).
           05 AQ-STATUS             PIC X(01).
               88 AQ-PENDING        VALUE "P".
               88 AQ-APPROVED       VALUE "A".
               88 AQ-REJECTED       VALUE "R".
               88 AQ-APPLIED        VALUE "D".
           05 AQ-REQUIRED-LEVEL     PIC 9(01).
           05 AQ-SUBMIT-OPERATOR    PIC X(08).
           05 AQ-SUBMIT-DATE        PIC 9(08).
           05 AQ-SUBMIT-TIME        PIC 9(08).
           05 AQ-DECIDE-OPERATOR    PIC X(08).
           05 AQ-DECIDE-DATE        PIC 9(08).
           05 AQ-DECIDE-TIME        PIC 9(08).
           05 AQ-DECIDE-REASON      PIC X(30).
           05 AQ-APPLY-OPERATOR     PIC X(08).
           05 AQ-APPLY-DATE         PIC 9(08).
           05 AQ-SUMMARY            PIC X(60).
           05 AQ-DETAIL             PIC X(80).
           05 AQ-MERGE-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-MRG-SURVIVOR-ID  PIC 9(06).
               10 AQ-MRG-DUPLICATE-ID PIC 9(06).
               10 AQ-MRG-CANDIDATE-NO PIC 9(04).
               10 FILLER            PIC X(64).
           05 AQ-REVERSAL-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-RVS-ENTRY      PIC 9(06).
               10 AQ-RVS-REASON     PIC X(30).
               10 AQ-RVS-VERIFIED   PIC X(01).
                   88 AQ-RVS-ENTRY-VERIFIED VALUE "Y".
               10 AQ-RVS-OPERATION  PIC X(01).
               10 AQ-RVS-FIRST-NUM  PIC 9(02).
               10 AQ-RVS-SECOND-NUM PIC 9(02).
               10 AQ-RVS-RESULT     PIC S9(07)V99.
               10 FILLER            PIC X(29).
           05 AQ-NAME-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-NMC-STUDENT-ID PIC 9(06).
               10 AQ-NMC-OLD-NAME   PIC X(25).
               10 AQ-NMC-NEW-NAME   PIC X(25).
               10 FILLER            PIC X(24).
           05 AQ-HOLD-DETAIL REDEFINES AQ-DETAIL.
               10 AQ-HLD-STUDENT-ID PIC 9(06).
               10 AQ-HLD-REASON-CODE PIC X(04).
               10 FILLER            PIC X(70).
           05 FILLER                PIC X(12).
