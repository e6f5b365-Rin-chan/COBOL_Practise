      ******************************************************************
      * GRDROST.cpy
      * Shared record layout for the GRDROST grade-roster control
      * file -- one record per course grade sheet gradeRoster
      * printed for the term, carrying the student count printed on
      * the sheet.  gradePost balances the grades keyed back from
      * each sheet against it and lists the sheets never returned.
      *
      * 2026-10-09  RSG  original.
      ******************************************************************
       01  GRADE-ROSTER-RECORD.
           05 GR-COURSE-ID          PIC X(06).
           05 GR-TERM               PIC X(05).
           05 GR-STUDENT-COUNT      PIC 9(04).
           05 GR-PRINT-DATE         PIC 9(08).
