      ******************************************************************
      * CHGDEPT.cpy
      * Program-to-department table for the processing chargeback --
      * one record per batch program, naming it as it signs its
      * RUNLOG run summaries (RS-PROGRAM) and the department its
      * runs are charged to (the group that owns it, e.g.
      * REGISTRAR-SYSTEMS-GROUP or GENERAL-ACCOUNTING).  A program
      * missing from the table is charged as UNASSIGNED until it is
      * added.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  CHARGE-DEPT-RECORD.
           05 CD-PROGRAM            PIC X(10).
           05 CD-DEPARTMENT         PIC X(24).
           05 FILLER                PIC X(06).
