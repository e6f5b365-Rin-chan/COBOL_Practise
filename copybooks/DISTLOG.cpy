      ******************************************************************
      * DISTLOG.cpy
      * Report distribution log -- one record per report sent to a
      * recipient by rptDist (status S, with the pages and copies
      * in the bundle), and one per archived report no distribution
      * entry claimed (status U, recipient *NONE*), so "did the
      * registrar get last night's roster" is answered from the log.
      * Sequential, appended every run.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  DIST-LOG-RECORD.
           05 DG-RUN-DATE           PIC 9(08).
           05 DG-RUN-TIME           PIC 9(08).
           05 DG-RECIPIENT-ID       PIC X(08).
           05 DG-REPORT-NAME        PIC X(08).
           05 DG-REPORT-DATE        PIC 9(08).
           05 DG-PAGES              PIC 9(05).
           05 DG-COPIES             PIC 9(02).
           05 DG-STATUS             PIC X(01).
               88 DG-SENT           VALUE "S".
               88 DG-UNDELIVERABLE  VALUE "U".
           05 FILLER                PIC X(12).
