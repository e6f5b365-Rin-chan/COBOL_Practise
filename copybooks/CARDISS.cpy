      ******************************************************************
      * CARDISS.cpy
      * Shared record layout for the CARDISS card issue register --
      * one record per student ID card ever produced, keyed by the
      * card number printed and bar-coded on the card: the student's
      * permanent ID, the two-digit issue sequence (01 for the first
      * card, one higher for every reissue), and a mod-10 check
      * digit over the eight digits ahead of it.  Because the card
      * number leads with the student ID, a START on the ID with a
      * zero sequence walks one student's cards oldest first, and the
      * last one read is the current card.  A reissue marks the card
      * it replaces void with the date and the number that replaced
      * it, so a lost or superseded card is refused at sign-in.
      * Written by idCard; read by the Accept sign-in.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  CARD-ISSUE-RECORD.
           05 CI-CARD-NUMBER        PIC 9(09).
           05 CI-CARD-PARTS REDEFINES CI-CARD-NUMBER.
               10 CI-STUDENT-ID     PIC 9(06).
               10 CI-ISSUE-SEQ      PIC 9(02).
               10 CI-CHECK-DIGIT    PIC 9(01).
           05 CI-STUDENT-NAME       PIC X(25).
           05 CI-TERM               PIC X(05).
           05 CI-ISSUE-DATE         PIC 9(08).
           05 CI-ISSUE-REASON       PIC X(01).
               88 CI-NEW-ISSUE      VALUE "N".
               88 CI-RENAME-ISSUE   VALUE "R".
               88 CI-LOST-ISSUE     VALUE "L".
           05 CI-REISSUE-COUNT      PIC 9(02).
           05 CI-CARD-STATUS        PIC X(01).
               88 CI-CARD-ACTIVE    VALUE "A".
               88 CI-CARD-VOID      VALUE "V".
           05 CI-VOID-DATE          PIC 9(08).
           05 CI-REPLACED-BY        PIC 9(09).
           05 FILLER                PIC X(20).
