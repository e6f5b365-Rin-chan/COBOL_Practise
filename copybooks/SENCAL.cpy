      ******************************************************************
      * SENCAL.cpy
      * Shared record layout for the SENCAL sensor calibration file --
      * one record per SENMAST sensor carrying its latest calibration:
      * the date it was done, the offset in Celsius the cTof run adds
      * to every reading from the sensor (negative when the sensor
      * reads high), the technician, and the date the next one is
      * due.  Maintained through senCalib, which writes every change
      * to the CALAUDT audit file; the calibration-due report works
      * off the next due date.  Sequential, rewritten whole.
      *
      * 2026-10-15  pig  original.
      ******************************************************************
       01  SENSOR-CALIBRATION-RECORD.
           05 CL-SENSOR-ID          PIC X(04).
           05 CL-CAL-DATE           PIC 9(08).
           05 CL-OFFSET-C           PIC S9(02)V9(02).
           05 CL-TECHNICIAN         PIC X(20).
           05 CL-NEXT-DUE-DATE      PIC 9(08).
