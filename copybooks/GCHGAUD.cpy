      ******************************************************************
      * GCHGAUD.cpy
      * Shared record layout for the GCHGAUDT grade-change audit
      * file -- one before/after record per grade gradeChange
      * actually changed: which file it was changed on, the grade
      * before and after, the reason code, the supervisor who
      * authorized it and the operator who posted it.  Appended by
      * gradeChange, read by the monthly gchgReport for the
      * registrar.
      *
      * 2026-10-07  RSG  original.
      ******************************************************************
       01  GRADE-CHANGE-AUDIT-RECORD.
           05 GA-RUN-DATE           PIC 9(08).
           05 GA-TIMESTAMP          PIC 9(08).
           05 GA-STUDENT-ID         PIC 9(06).
           05 GA-COURSE-ID          PIC X(06).
           05 GA-TERM               PIC X(05).
           05 GA-FILE-NAME          PIC X(08).
           05 GA-BEFORE-GRADE       PIC X(02).
           05 GA-AFTER-GRADE        PIC X(02).
           05 GA-REASON-CODE        PIC X(04).
           05 GA-AUTH-OPERATOR      PIC X(08).
           05 GA-POST-OPERATOR      PIC X(08).
