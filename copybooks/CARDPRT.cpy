      ******************************************************************
      * CARDPRT.cpy
      * Shared record layout for the CARDPRT card-printer file -- one
      * fixed-format 80-byte record per student ID card to be
      * printed: the card number, the student ID and identity-master
      * name, the bar-code data (the card number between the start
      * and stop asterisks the printer's code 39 font needs), the
      * check digit on its own for the eye-readable line, the term
      * the card is issued for and the issue date, and the reissue
      * count and reason (N new, R renamed, L lost card replaced).
      * Written by idCard and handed to the card printer as is.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  CARD-PRINT-RECORD.
           05 CP-CARD-NUMBER        PIC 9(09).
           05 CP-STUDENT-ID         PIC 9(06).
           05 CP-STUDENT-NAME       PIC X(25).
           05 CP-BARCODE-DATA       PIC X(11).
           05 CP-CHECK-DIGIT        PIC 9(01).
           05 CP-TERM               PIC X(05).
           05 CP-ISSUE-DATE         PIC 9(08).
           05 CP-REISSUE-COUNT      PIC 9(02).
           05 CP-ISSUE-REASON       PIC X(01).
           05 FILLER                PIC X(12).
