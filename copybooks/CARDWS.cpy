      ******************************************************************
      * CARDWS.cpy
      * Shared WORKING-STORAGE fields for the card-number routines in
      * CARDPRC.  To number a new card the caller moves the student
      * ID and issue sequence to CKD-STUDENT-ID and CKD-ISSUE-SEQ and
      * performs ZK-BUILD-CARD-NUMBER; CKD-CARD-NUMBER then holds the
      * full nine digits, check digit last.  To test a card that was
      * keyed or scanned the caller moves it to CKD-CARD-NUMBER and
      * performs ZK-VERIFY-CARD-NUMBER, which sets CKD-CARD-VALID or
      * CKD-CARD-INVALID.  The check digit is the usual mod-10 one:
      * every other digit doubled from the right, digits of each
      * product added, and the digit that brings the total up to a
      * multiple of ten.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  CKD-CONTROL.
           05 CKD-CARD-NUMBER       PIC 9(09) VALUE ZEROES.
           05 CKD-CARD-PARTS REDEFINES CKD-CARD-NUMBER.
               10 CKD-STUDENT-ID    PIC 9(06).
               10 CKD-ISSUE-SEQ     PIC 9(02).
               10 CKD-CARD-DIGIT    PIC 9(01).
           05 CKD-CARD-DIGITS REDEFINES CKD-CARD-NUMBER.
               10 CKD-DIGIT         PIC 9(01) OCCURS 9 TIMES.
           05 CKD-CHECK-DIGIT       PIC 9(01) VALUE ZERO.
           05 CKD-SUB               PIC 9(02) VALUE ZEROES.
           05 CKD-PRODUCT           PIC 9(02) VALUE ZEROES.
           05 CKD-SUM               PIC 9(03) VALUE ZEROES.
           05 CKD-QUOTIENT          PIC 9(03) VALUE ZEROES.
           05 CKD-REMAINDER         PIC 9(01) VALUE ZERO.
           05 CKD-DOUBLE-SWITCH     PIC X(01) VALUE "Y".
               88 CKD-DOUBLE-DIGIT  VALUE "Y".
           05 CKD-VALID-SWITCH      PIC X(01) VALUE "N".
               88 CKD-CARD-VALID    VALUE "Y".
               88 CKD-CARD-INVALID  VALUE "N".
