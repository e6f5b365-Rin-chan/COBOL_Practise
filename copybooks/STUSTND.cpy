      ******************************************************************
      * STUSTND.cpy
      * Shared record layout for the STUSTND academic standing master
      * -- one record per permanent student ID, rewritten by the
      * term-end acadStanding run with the term just graded, that
      * term's and the cumulative credits, quality points and GPA,
      * and the standing assigned.  The standing the record held
      * before the run moves to AS-PRIOR-STANDING, which is how the
      * run knows a student already on probation has failed to
      * recover and moves to suspension.
      *
      * Standing codes: G good standing, D dean's list, P academic
      * probation, S academic suspension.
      *
      * 2026-09-14  RSG  original.
      ******************************************************************
       01  STANDING-RECORD.
           05 AS-STUDENT-ID         PIC 9(06).
           05 AS-TERM               PIC X(05).
           05 AS-TERM-CREDITS       PIC 9(04)V9(01).
           05 AS-TERM-POINTS        PIC 9(05)V9(02).
           05 AS-TERM-GPA           PIC 9(01)V9(02).
           05 AS-CUM-CREDITS        PIC 9(04)V9(01).
           05 AS-CUM-POINTS         PIC 9(05)V9(02).
           05 AS-CUM-GPA            PIC 9(01)V9(02).
           05 AS-STANDING           PIC X(01).
               88 AS-GOOD-STANDING  VALUE "G".
               88 AS-DEANS-LIST     VALUE "D".
               88 AS-PROBATION      VALUE "P".
               88 AS-SUSPENSION     VALUE "S".
           05 AS-PRIOR-STANDING     PIC X(01).
               88 AS-WAS-PROBATION  VALUE "P".
               88 AS-WAS-SUSPENDED  VALUE "S".
           05 AS-RUN-DATE           PIC 9(08).
