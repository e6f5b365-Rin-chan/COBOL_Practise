      ******************************************************************
      * GRDCHG.cpy
      * Shared record layout for the GRDCHG grade-change transaction
      * -- one correction to a grade already posted, on the live
      * ENRLDETL or frozen into an ENRLHIST generation.  Carries the
      * grade the registrar expects to find (the change is refused
      * if the file says otherwise), the new grade, the reason code
      * and the supervisor who authorized it.  Read by gradeChange.
      *
      * Reason codes:
      *   CALC  instructor's grade computation error
      *   CLER  clerical error posting the grade
      *   INCP  incomplete resolved
      *   APPL  grade appeal upheld
      *   WDRL  retroactive withdrawal granted
      *
      * 2026-10-07  RSG  original.
      ******************************************************************
       01  GRADE-CHANGE-RECORD.
           05 GC-STUDENT-ID         PIC 9(06).
           05 GC-COURSE-ID          PIC X(06).
           05 GC-TERM               PIC X(05).
           05 GC-OLD-GRADE          PIC X(02).
           05 GC-NEW-GRADE          PIC X(02).
           05 GC-REASON-CODE        PIC X(04).
               88 GC-VALID-REASON   VALUE "CALC" "CLER" "INCP"
                                          "APPL" "WDRL".
           05 GC-AUTH-OPERATOR      PIC X(08).
