      ******************************************************************
      * CTOFALM.cpy
      * Shared record layout for the CTOFALM temperature alarm file --
      * one record per alarm the instrumentation checks raise: a
      * reading below or above its CTOFLIM limits (cTof), an ACTIVE
      * sensor that sent nothing (cTof) or a day-over-day change
      * past the sensor's trend tolerance (ctofTrend).  An alarm
      * stays open until the instrumentation group acknowledges it
      * through ctofAck with who responded and what was done; a
      * condition that recurs while the alarm is open counts another
      * occurrence on the same record instead of raising a second
      * one.  ctofEscal reports the open ones past the hours given.
      * AL-READING-DATE is the first day the condition was seen and
      * AL-LAST-SEEN-DATE the latest.  AL-READING is the latest
      * Celsius reading for a limit alarm, or the Fahrenheit change
      * for a trend alarm, and AL-LIMIT the bound or tolerance it
      * crossed -- both zero for a silent sensor.  AL-ACK-BY is who
      * responded, AL-ACK-OPERATOR who keyed the acknowledgment.
      * Indexed on AL-ALARM-ID.
      *
      * 2026-10-15  pig  original.
      ******************************************************************
       01  TEMP-ALARM-RECORD.
           05 AL-ALARM-ID           PIC 9(06).
           05 AL-SENSOR-ID          PIC X(04).
           05 AL-LOCATION           PIC X(20).
           05 AL-ALARM-TYPE         PIC X(01).
               88 AL-LOW-LIMIT      VALUE "L".
               88 AL-HIGH-LIMIT     VALUE "H".
               88 AL-TREND          VALUE "R".
               88 AL-SILENT         VALUE "S".
           05 AL-READING-DATE       PIC 9(08).
           05 AL-READING            PIC S9(04)V9(02).
           05 AL-LIMIT              PIC S9(04)V9(02).
           05 AL-RAISED-DATE        PIC 9(08).
           05 AL-RAISED-TIME        PIC 9(08).
           05 AL-LAST-SEEN-DATE     PIC 9(08).
           05 AL-OCCURRENCES        PIC 9(04).
           05 AL-STATUS             PIC X(01).
               88 AL-OPEN           VALUE "O".
               88 AL-ACKNOWLEDGED   VALUE "A".
           05 AL-ACK-BY             PIC X(08).
           05 AL-ACK-OPERATOR       PIC X(08).
           05 AL-ACK-DATE           PIC 9(08).
           05 AL-ACK-TIME           PIC 9(08).
           05 AL-ACK-ACTION         PIC X(40).
           05 FILLER                PIC X(08).
