      * BIZDATE in each program.
      *
      * 2026-09-02  gag  original.
      * 2026-10-15  gag  added the business-calendar markers from
      *                  the BIZDATE record: BDT-PROCESSING-DAY,
      *                  BDT-MONTH-END-DAY (the last business day of
      *                  the month), BDT-QUARTER-END-DAY and
      *                  BDT-YEAR-END-DAY.  BDT-CALENDAR-UNKNOWN is
      *                  set when the record carries no markers (no
      *                  BIZDATE, or one written before BIZCAL), so
      *                  a month-end job can keep its old behavior.
      ******************************************************************
       01  BDT-CONTROL.
           05 BDT-BUSINESS-DATE     PIC 9(08) VALUE ZEROES.
                  "312831303130313130313031".
           05 BDT-MONTH-LENS REDEFINES BDT-MONTH-LEN-TABLE.
               10 BDT-MONTH-LEN     PIC 9(02) OCCURS 12 TIMES.
           05 BDT-DAY-TYPE          PIC X(01) VALUE SPACE.
               88 BDT-PROCESSING-DAY     VALUE "P".
               88 BDT-NON-PROCESSING-DAY VALUE "N".
               88 BDT-CALENDAR-UNKNOWN   VALUE SPACE.
           05 BDT-MONTH-END-FLAG    PIC X(01) VALUE "N".
               88 BDT-MONTH-END-DAY     VALUE "Y".
           05 BDT-QUARTER-END-FLAG  PIC X(01) VALUE "N".
               88 BDT-QUARTER-END-DAY   VALUE "Y".
           05 BDT-YEAR-END-FLAG     PIC X(01) VALUE "N".
               88 BDT-YEAR-END-DAY      VALUE "Y".
       01  WS-BIZDT-STATUS          PIC X(02).
           88 BIZDT-OK              VALUE "00".
