      ******************************************************************
      * EXPLOG.cpy
      * Shared record layout for the EXPLOG export log -- one record
      * per fileExport run: when it ran, the signed-on operator who
      * ran it, which file and layout deck it unloaded, the stated
      * purpose, the record selection applied (blank when the whole
      * file went), and how many records were read and exported.
      * Appended, never rewritten.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  EXPORT-LOG-RECORD.
           05 XL-RUN-DATE           PIC 9(08).
           05 XL-RUN-TIME           PIC 9(08).
           05 XL-OPERATOR           PIC X(08).
           05 XL-SOURCE-FILE        PIC X(08).
           05 XL-LAYOUT-NAME        PIC X(08).
           05 XL-PURPOSE            PIC X(40).
           05 XL-SELECT-FIELD       PIC X(16).
           05 XL-SELECT-VALUE       PIC X(30).
           05 XL-FIELD-COUNT        PIC 9(02).
           05 XL-RECORDS-READ       PIC 9(07).
           05 XL-RECORDS-EXPORTED   PIC 9(07).
           05 XL-RESULT             PIC X(08).
           05 FILLER                PIC X(10).
