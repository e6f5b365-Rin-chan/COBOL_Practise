      ******************************************************************
      * LATEFEE.cpy
      * Shared record layout for the LATEFEE late-registration fee
      * file -- one record per registration acceptValues let through
      * after the term's add deadline on an authorized override,
      * carrying the TERMCTL late fee in force when it posted.  The
      * file holds the term in session only: tuitionBill bills every
      * record on it as an invoice line beside the student's course
      * charges, and termClose restarts it empty with the detail.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  LATE-FEE-RECORD.
           05 LF-STUDENT-ID         PIC 9(06).
           05 LF-STUDENT-NAME       PIC X(25).
           05 LF-TERM               PIC X(05).
           05 LF-MASTER-KEY         PIC 9(06).
           05 LF-ADD-DATE           PIC 9(08).
           05 LF-AMOUNT             PIC 9(05)V9(02).
           05 LF-OPERATOR           PIC X(08).
           05 FILLER                PIC X(15).
