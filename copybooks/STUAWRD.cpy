      ******************************************************************
      * STUAWRD.cpy
      * Shared record layout for the AWARDS scholarship and
      * financial-aid award file -- indexed on student ID, term and
      * award code, one record per award a student holds for a
      * term.  An award is either a fixed amount or a percent of
      * tuition, and applies either to the whole term's tuition or
      * course by course (to one course when AW-COURSE-ID is filled
      * in, otherwise to every course billed that term).  Keyed by
      * the financial-aid office; tuitionBill applies the awards as
      * invoice credits and sets the applied amount and date each
      * billing night for the award utilization report.
      *
      * 2026-09-23  RSG  original.
      ******************************************************************
       01  AWARD-RECORD.
           05 AW-KEY.
               10 AW-STUDENT-ID     PIC 9(06).
               10 AW-TERM           PIC X(05).
               10 AW-AWARD-CODE     PIC X(04).
           05 AW-DESCRIPTION        PIC X(20).
           05 AW-BASIS              PIC X(01).
               88 AW-FIXED-AMOUNT   VALUE "A".
               88 AW-PERCENT-BASIS  VALUE "P".
           05 AW-AMOUNT             PIC 9(05)V9(02).
           05 AW-PERCENT            PIC 9(03).
           05 AW-SCOPE              PIC X(01).
               88 AW-PER-COURSE     VALUE "C".
               88 AW-WHOLE-TERM     VALUE "T".
           05 AW-COURSE-ID          PIC X(06).
           05 AW-APPLIED-AMOUNT     PIC 9(07)V9(02).
           05 AW-APPLIED-DATE       PIC 9(08).
