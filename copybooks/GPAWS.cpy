      ******************************************************************
      * GPAWS.cpy
      * Shared WORKING-STORAGE fields for the grade-point routines in
      * GPAPRC.  Callers move a letter grade (EN-GRADE / HE-GRADE
      * shape) to GPA-GRADE and the course's catalog credit hours to
      * GPA-CREDITS and perform ZG-GRADE-POINTS; GPA-COUNTED says
      * whether the grade enters the average (I, W and ungraded
      * lines do not) and GPA-QUALITY-POINTS carries credits times
      * the grade's point value.  Callers add those into
      * GPA-TOTAL-CREDITS / GPA-TOTAL-POINTS themselves and perform
      * ZG-COMPUTE-AVERAGE for GPA-AVERAGE, so the transcript and the
      * standing run cannot work the scale two different ways.
      *
      * Scale: A 4.0, B 3.0, C 2.0, D 1.0, F 0.0; a "+" in the
      * second position adds 0.3 (not above 4.0), a "-" takes 0.3
      * off (not below 0.7 on a D-).
      *
      * 2026-09-14  RSG  original.
      ******************************************************************
       01  GPA-CONTROL.
           05 GPA-GRADE             PIC X(02) VALUE SPACES.
           05 GPA-GRADE-X REDEFINES GPA-GRADE.
               10 GPA-LETTER        PIC X(01).
                   88 GPA-LETTER-GRADED VALUE "A" "B" "C" "D" "F".
               10 GPA-MODIFIER      PIC X(01).
                   88 GPA-PLUS      VALUE "+".
                   88 GPA-MINUS     VALUE "-".
           05 GPA-CREDITS           PIC 9(01)V9(01) VALUE ZEROES.
           05 GPA-GRADE-POINTS      PIC 9(01)V9(01) VALUE ZEROES.
           05 GPA-QUALITY-POINTS    PIC 9(03)V9(02) VALUE ZEROES.
           05 GPA-COUNTED-SWITCH    PIC X(01) VALUE "N".
               88 GPA-COUNTED       VALUE "Y".
           05 GPA-TOTAL-CREDITS     PIC 9(04)V9(01) VALUE ZEROES.
           05 GPA-TOTAL-POINTS      PIC 9(05)V9(02) VALUE ZEROES.
           05 GPA-AVERAGE           PIC 9(01)V9(02) VALUE ZEROES.
