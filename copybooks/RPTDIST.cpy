      ******************************************************************
      * RPTDIST.cpy
      * Report distribution list -- one record per report and
      * recipient: which archived report (the RPTARCH report name)
      * goes to whom, where it is delivered and how many copies.  A
      * report with several recipients has several records; a
      * recipient's records share the recipient id, and the name
      * and delivery point on the first one head the bundle.
      * Read by rptDist.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  REPORT-DIST-RECORD.
           05 RD-REPORT-NAME        PIC X(08).
           05 RD-RECIPIENT-ID       PIC X(08).
           05 RD-RECIPIENT-NAME     PIC X(30).
           05 RD-DELIVERY-POINT     PIC X(20).
           05 RD-COPIES             PIC 9(02).
           05 FILLER                PIC X(12).
