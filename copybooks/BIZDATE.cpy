      * only by the end-of-night bizAdvance job.
      *
      * 2026-09-02  gag  original.
      * 2026-10-15  gag  added the BIZCAL markers for the date --
      *                  processing or non-processing day and the
      *                  last processing day of the month, quarter
      *                  and year -- set by bizAdvance from the
      *                  business calendar.  Carried at the end of
      *                  the record; a record written before them
      *                  reads with the markers unknown.
      ******************************************************************
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE      PIC 9(08).
           05 BD-DAY-TYPE           PIC X(01).
           05 BD-MONTH-END-FLAG     PIC X(01).
           05 BD-QUARTER-END-FLAG   PIC X(01).
           05 BD-YEAR-END-FLAG      PIC X(01).
