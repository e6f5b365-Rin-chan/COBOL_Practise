      ******************************************************************
      * CHGSUMM.cpy
      * Processing chargeback summary -- one record per department
      * per chargeback month, written by chgBack for accounting to
      * load into the interdepartmental allocation.  The charges
      * split by basis (runs, records, elapsed minutes) so the
      * allocation can be explained line by line; CS-SHARE-PCT is
      * the department's share of the month's total.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  CHARGE-SUMMARY-RECORD.
           05 CS-MONTH              PIC 9(06).
           05 CS-DEPARTMENT         PIC X(24).
           05 CS-RUNS               PIC 9(05).
           05 CS-RECORDS            PIC 9(09).
           05 CS-MINUTES            PIC 9(07)V9(02).
           05 CS-RUN-CHARGE         PIC 9(07)V9(02).
           05 CS-RECORD-CHARGE      PIC 9(07)V9(02).
           05 CS-MINUTE-CHARGE      PIC 9(07)V9(02).
           05 CS-TOTAL-CHARGE       PIC 9(07)V9(02).
           05 CS-SHARE-PCT          PIC 9(03)V9(02).
           05 CS-RUN-DATE           PIC 9(08).
