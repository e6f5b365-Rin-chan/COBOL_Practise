      ******************************************************************
      * INSTMAST.cpy
      * Shared record layout for the INSTMAST instructor master --
      * indexed on the instructor ID, one record per faculty member
      * who can be assigned to teach a catalog course.  Carries the
      * instructor's name, department and the most courses the
      * instructor may carry in a term, which the instLoad report
      * flags against.  Maintained through instMaint; courses name
      * their instructor in CM-INSTRUCTOR-ID on CRSMAST.
      *
      * 2026-09-25  RSG  original.
      ******************************************************************
       01  INSTRUCTOR-RECORD.
           05 IM-INSTRUCTOR-ID      PIC X(06).
           05 IM-INSTRUCTOR-NAME    PIC X(25).
           05 IM-DEPARTMENT         PIC X(06).
           05 IM-MAX-LOAD           PIC 9(02).
