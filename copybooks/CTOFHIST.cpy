      ******************************************************************
      * CTOFHIST.cpy
      * Shared record layout for the CTOFHIST conversion history the
      * cTof batch run writes for the plant historian -- a dated
      * header, one detail per reading processed, and a record-count
      * trailer.  CH-CELSIUS is the reading after the sensor's SENCAL
      * calibration offset, the figure the Fahrenheit, the alarm
      * checks and the degree-days all come from; CH-RAW-CELSIUS is
      * the reading as the sensor sent it.  Copied into the FD of
      * the conversion run and the trend report so the layout
      * changes in one place.
      *
      * 2026-10-15  pig  original -- lifted out of cTof and ctofTrend,
      *                  with the raw reading added at the end.
      ******************************************************************
       01  CONVERSION-HISTORY-RECORD.
           05 CH-RECORD-TYPE        PIC X(01).
               88 CH-HEADER-REC     VALUE "H".
               88 CH-DETAIL-REC     VALUE "D".
               88 CH-TRAILER-REC    VALUE "T".
           05 CH-DETAIL-DATA.
               10 CH-SENSOR-ID      PIC X(04).
               10 CH-DATE           PIC X(08).
               10 CH-CELSIUS        PIC S9(03)V9(02).
               10 CH-FAHRENHEIT     PIC S9(03)V9(02).
               10 CH-ACCEPT-FLAG    PIC X(01).
               10 CH-RAW-CELSIUS    PIC S9(03)V9(02).
           05 CH-HEADER-DATA REDEFINES CH-DETAIL-DATA.
               10 CH-RUN-DATE       PIC 9(08).
               10 FILLER            PIC X(20).
           05 CH-TRAILER-DATA REDEFINES CH-DETAIL-DATA.
               10 CH-RECORD-COUNT   PIC 9(06).
               10 FILLER            PIC X(22).
