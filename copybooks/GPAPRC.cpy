      ******************************************************************
      * GPAPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with GPAWS.cpy.
      * ZG-GRADE-POINTS turns one graded course into quality points
      * on the shop scale; ZG-COMPUTE-AVERAGE divides the caller's
      * running totals into a two-place grade-point average (zero
      * when nothing graded has been attempted yet).
      *
      * 2026-09-14  RSG  original.
      ******************************************************************
       ZG-GRADE-POINTS.
           MOVE "N" TO GPA-COUNTED-SWITCH
           MOVE ZEROES TO GPA-GRADE-POINTS
           MOVE ZEROES TO GPA-QUALITY-POINTS
           IF GPA-LETTER-GRADED AND GPA-CREDITS > ZEROES
               SET GPA-COUNTED TO TRUE
               EVALUATE GPA-LETTER
                   WHEN "A"
                       MOVE 4.0 TO GPA-GRADE-POINTS
                   WHEN "B"
                       MOVE 3.0 TO GPA-GRADE-POINTS
                   WHEN "C"
                       MOVE 2.0 TO GPA-GRADE-POINTS
                   WHEN "D"
                       MOVE 1.0 TO GPA-GRADE-POINTS
                   WHEN OTHER
                       MOVE ZEROES TO GPA-GRADE-POINTS
               END-EVALUATE
               IF GPA-PLUS AND GPA-LETTER NOT = "A"
                   AND GPA-LETTER NOT = "F"
                   ADD 0.3 TO GPA-GRADE-POINTS
               END-IF
               IF GPA-MINUS AND GPA-LETTER NOT = "F"
                   SUBTRACT 0.3 FROM GPA-GRADE-POINTS
               END-IF
               MULTIPLY GPA-CREDITS BY GPA-GRADE-POINTS
                   GIVING GPA-QUALITY-POINTS
           END-IF.

       ZG-COMPUTE-AVERAGE.
           IF GPA-TOTAL-CREDITS = ZEROES
               MOVE ZEROES TO GPA-AVERAGE
           ELSE
               DIVIDE GPA-TOTAL-POINTS BY GPA-TOTAL-CREDITS
                   GIVING GPA-AVERAGE ROUNDED
           END-IF.
