      ******************************************************************
      * APPRWS.cpy
      * Shared WORKING-STORAGE fields for the ZQ approval-queue
      * routines in APPRPRC.  To queue a transaction the caller
      * moves its program name, action, a one-line summary and the
      * APQ-DETAIL view for its action, then performs ZQ-QUEUE-ITEM;
      * APQ-ITEM-NO comes back with the number drawn.  To apply an
      * approved item the caller moves the keyed number to
      * APQ-ITEM-NO and its program name to APQ-PROGRAM, performs
      * ZQ-TAKE-APPROVED-ITEM and tests APQ-ITEM-READY (the keyed
      * values come back in the same APQ-DETAIL view), then performs
      * ZQ-MARK-ITEM-APPLIED once the posting is done.  The views
      * match AQ-DETAIL in APPRQ field for field.  Goes with a
      * SELECT of APPROVAL-QUEUE (DD name APPRQUE) and its FD copy
      * of APPRQ in each program.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  APQ-CONTROL.
           05 APQ-ITEM-NO           PIC 9(06) VALUE ZEROES.
           05 APQ-PROGRAM           PIC X(10) VALUE SPACES.
           05 APQ-ACTION            PIC X(08) VALUE SPACES.
           05 APQ-SUMMARY           PIC X(60) VALUE SPACES.
           05 APQ-DETAIL            PIC X(80) VALUE SPACES.
           05 APQ-MERGE-DETAIL REDEFINES APQ-DETAIL.
               10 APQ-MRG-SURVIVOR-ID  PIC 9(06).
               10 APQ-MRG-DUPLICATE-ID PIC 9(06).
               10 APQ-MRG-CANDIDATE-NO PIC 9(04).
               10 FILLER            PIC X(64).
           05 APQ-REVERSAL-DETAIL REDEFINES APQ-DETAIL.
               10 APQ-RVS-ENTRY     PIC 9(06).
               10 APQ-RVS-REASON    PIC X(30).
               10 APQ-RVS-VERIFIED  PIC X(01).
                   88 APQ-RVS-ENTRY-VERIFIED VALUE "Y".
               10 APQ-RVS-OPERATION PIC X(01).
               10 APQ-RVS-FIRST-NUM PIC 9(02).
               10 APQ-RVS-SECOND-NUM PIC 9(02).
               10 APQ-RVS-RESULT    PIC S9(07)V99.
               10 FILLER            PIC X(29).
           05 APQ-NAME-DETAIL REDEFINES APQ-DETAIL.
               10 APQ-NMC-STUDENT-ID PIC 9(06).
               10 APQ-NMC-OLD-NAME  PIC X(25).
               10 APQ-NMC-NEW-NAME  PIC X(25).
               10 FILLER            PIC X(24).
           05 APQ-HOLD-DETAIL REDEFINES APQ-DETAIL.
               10 APQ-HLD-STUDENT-ID PIC 9(06).
               10 APQ-HLD-REASON-CODE PIC X(04).
               10 FILLER            PIC X(70).
           05 APQ-HIGH-ITEM-NO      PIC 9(06) VALUE ZEROES.
           05 APQ-EOF-SWITCH        PIC X(01) VALUE "N".
               88 APQ-EOF           VALUE "Y".
           05 APQ-FOUND-SWITCH      PIC X(01) VALUE "N".
               88 APQ-ITEM-FOUND    VALUE "Y".
           05 APQ-READY-SWITCH      PIC X(01) VALUE "N".
               88 APQ-ITEM-READY    VALUE "Y".
       01  WS-APPRQ-STATUS          PIC X(02).
           88 APPRQ-OK              VALUE "00".
