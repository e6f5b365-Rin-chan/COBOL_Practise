      ******************************************************************
      * BIZCAL.cpy
      * Shared record layout for the BIZCAL business calendar -- one
      * record per calendar day, in date order, saying whether the
      * night processes (P) or not (N: weekends and the shop's
      * holidays, with the holiday named), and marking the last
      * processing day of each month, quarter and year.  Generated a
      * year at a time and changed a day at a time by bizCal, which
      * re-marks the month ends; read by bizAdvance, which rolls
      * BIZDATE to the next processing day and carries the day's
      * markers onto the BIZDATE record for every program.  This is
      * the processing calendar -- the SESSCAL school-session
      * calendar is a different thing and is not consulted.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  BUSINESS-CALENDAR-RECORD.
           05 BC-CAL-DATE           PIC 9(08).
           05 BC-CAL-DATE-X REDEFINES BC-CAL-DATE.
               10 BC-CAL-YYYY       PIC 9(04).
               10 BC-CAL-MM         PIC 9(02).
               10 BC-CAL-DD         PIC 9(02).
           05 BC-DAY-OF-WEEK        PIC 9(01).
           05 BC-DAY-TYPE           PIC X(01).
               88 BC-PROCESSING-DAY     VALUE "P".
               88 BC-NON-PROCESSING-DAY VALUE "N".
           05 BC-MONTH-END-FLAG     PIC X(01).
               88 BC-MONTH-END      VALUE "Y".
           05 BC-QUARTER-END-FLAG   PIC X(01).
               88 BC-QUARTER-END    VALUE "Y".
           05 BC-YEAR-END-FLAG      PIC X(01).
               88 BC-YEAR-END       VALUE "Y".
           05 BC-DESCRIPTION        PIC X(20).
           05 BC-CHANGED-DATE       PIC 9(08).
           05 FILLER                PIC X(09).
