      * 2026-09-02  drl  original -- lifted out of the three programs
      *                  that each declared it inline, before the
      *                  copies could drift apart.
      * 2026-10-15  gag  status P -- invoiced and posted to the
      *                  general ledger by glInterface.
      * 2026-10-15  drl  an accepted quote (A, I or P) takes job-cost
      *                  actuals through jobPost; jobCost compares.
      * 2026-10-15  drl  status I is now set only by estBill, when
      *                  the job's stage billing reaches the estimate.
      ******************************************************************
       01  ESTIMATE-MASTER-RECORD.
           05 EM-JOB-ID             PIC X(06).
               88 EM-ACCEPTED       VALUE "A".
               88 EM-DECLINED       VALUE "D".
               88 EM-INVOICED       VALUE "I".
               88 EM-LEDGER-POSTED  VALUE "P".
