      ******************************************************************
      * CLSATTN.cpy
      * Shared record layout for the CLSATTN class attendance file --
      * one record per student per course meeting, keyed by course,
      * meeting date and student ID.  The daily ATTNLOG sign-in says
      * a student was on site; this says whether they were in the
      * room for a given class.  Written by the clsAttend roll
      * posting and read by the weekly clsAbsence report.
      *
      * 2026-10-12  mfc  original.
      ******************************************************************
       01  CLASS-ATTENDANCE-RECORD.
           05 CA-KEY.
               10 CA-COURSE-ID      PIC X(06).
               10 CA-MEET-DATE      PIC X(10).
               10 CA-STUDENT-ID     PIC 9(06).
           05 CA-STUDENT-NAME       PIC X(25).
           05 CA-TERM               PIC X(05).
           05 CA-STATUS             PIC X(01).
               88 CA-PRESENT        VALUE "P".
               88 CA-ABSENT         VALUE "A".
               88 CA-EXCUSED        VALUE "E".
               88 CA-TARDY          VALUE "T".
               88 CA-VALID-STATUS   VALUE "P" "A" "E" "T".
           05 CA-POSTED-DATE        PIC 9(08).
