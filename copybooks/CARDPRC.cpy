      ******************************************************************
      * CARDPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with CARDWS.cpy.
      * ZK-BUILD-CARD-NUMBER appends the check digit to the student ID
      * and issue sequence in CKD-CARD-NUMBER; ZK-VERIFY-CARD-NUMBER
      * recomputes it for a card number that was keyed or scanned and
      * says whether the digit on the card agrees, so a misread or
      * mistyped card number is caught before any file is read.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       ZK-BUILD-CARD-NUMBER.
           PERFORM ZK-COMPUTE-CHECK-DIGIT
           MOVE CKD-CHECK-DIGIT TO CKD-CARD-DIGIT.

       ZK-VERIFY-CARD-NUMBER.
           PERFORM ZK-COMPUTE-CHECK-DIGIT
           IF CKD-CHECK-DIGIT = CKD-CARD-DIGIT
               SET CKD-CARD-VALID TO TRUE
           ELSE
               SET CKD-CARD-INVALID TO TRUE
           END-IF.

      * the eight digits ahead of the check digit, rightmost doubled.
       ZK-COMPUTE-CHECK-DIGIT.
           MOVE ZEROES TO CKD-SUM
           MOVE "Y" TO CKD-DOUBLE-SWITCH
           PERFORM ZK-ADD-ONE-DIGIT
               VARYING CKD-SUB FROM 8 BY -1 UNTIL CKD-SUB < 1
           DIVIDE CKD-SUM BY 10 GIVING CKD-QUOTIENT
               REMAINDER CKD-REMAINDER
           IF CKD-REMAINDER = 0
               MOVE 0 TO CKD-CHECK-DIGIT
           ELSE
               SUBTRACT CKD-REMAINDER FROM 10 GIVING CKD-CHECK-DIGIT
           END-IF.

       ZK-ADD-ONE-DIGIT.
           IF CKD-DOUBLE-DIGIT
               MULTIPLY CKD-DIGIT (CKD-SUB) BY 2 GIVING CKD-PRODUCT
               IF CKD-PRODUCT > 9
                   SUBTRACT 9 FROM CKD-PRODUCT
               END-IF
               MOVE "N" TO CKD-DOUBLE-SWITCH
           ELSE
               MOVE CKD-DIGIT (CKD-SUB) TO CKD-PRODUCT
               MOVE "Y" TO CKD-DOUBLE-SWITCH
           END-IF
           ADD CKD-PRODUCT TO CKD-SUM.
