      ******************************************************************
      * TALRMWS.cpy
      * Shared WORKING-STORAGE fields for the ZT-RAISE-ALARM routine
      * in TALRMPRC.  The caller performs ZT-OPEN-ALARMS once at
      * start of run, then per exception moves the sensor, its
      * location, the alarm type, the reading date, the reading and
      * the limit crossed to the TAL- fields below and performs
      * ZT-RAISE-ALARM, and performs ZT-CLOSE-ALARMS at end of run.
      * The latest-alarm table holds the newest CTOFALM record for
      * each sensor and alarm type, which is how a recurrence finds
      * the alarm still open against it.  Goes with a SELECT of
      * TEMP-ALARM-FILE (DD name CTOFALM, indexed on AL-ALARM-ID),
      * an FD copying CTOFALM, and the shared IOCHKWS fields.
      *
      * 2026-10-15  pig  original.
      ******************************************************************
       01  TAL-CONTROL.
           05 TAL-SENSOR-ID         PIC X(04) VALUE SPACES.
           05 TAL-LOCATION          PIC X(20) VALUE SPACES.
           05 TAL-ALARM-TYPE        PIC X(01) VALUE SPACES.
           05 TAL-READING-DATE      PIC 9(08) VALUE ZEROES.
           05 TAL-READING           PIC S9(04)V9(02) VALUE ZEROES.
           05 TAL-LIMIT             PIC S9(04)V9(02) VALUE ZEROES.
           05 TAL-TODAY             PIC 9(08) VALUE ZEROES.
           05 TAL-NEXT-ID           PIC 9(06) VALUE ZEROES.
           05 TAL-RAISED-COUNT      PIC 9(05) VALUE ZEROES.
           05 TAL-REPEAT-COUNT      PIC 9(05) VALUE ZEROES.
           05 TAL-EOF-SWITCH        PIC X(01) VALUE "N".
               88 TAL-EOF           VALUE "Y".
           05 TAL-FOUND-SWITCH      PIC X(01) VALUE "N".
               88 TAL-ENTRY-FOUND   VALUE "Y".
           05 TAL-LATEST-MAX        PIC 9(03) VALUE 100.
           05 TAL-LATEST-COUNT      PIC 9(03) VALUE ZEROES.
           05 TAL-SUB               PIC 9(03) VALUE ZEROES.
           05 TAL-HIT-SUB           PIC 9(03) VALUE ZEROES.
           05 TAL-LATEST-ENTRY      OCCURS 100 TIMES.
               10 TAL-LT-SENSOR     PIC X(04).
               10 TAL-LT-TYPE       PIC X(01).
               10 TAL-LT-ID         PIC 9(06).
               10 TAL-LT-STATUS     PIC X(01).
               10 TAL-LT-LAST-SEEN  PIC 9(08).
       01  WS-ALARM-STATUS          PIC X(02).
           88 ALARM-FILE-OK         VALUE "00".
