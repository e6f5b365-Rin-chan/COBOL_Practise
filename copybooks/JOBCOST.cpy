      ******************************************************************
      * JOBCOST.cpy
      * Shared record layout for the job-cost actuals -- one record
      * per material, labor or other cost booked to a surveyed job.
      * The day's JCTRAN feed, the JCHIST history jobPost appends
      * each accepted cost to and the JCREJ rejects all use it, so
      * jobCost can read the history and a corrected reject can go
      * straight back into the feed.  Costs post only against a job
      * whose ESTMAST quote has been accepted.  JC-QUANTITY is the
      * area of material actually laid for a material cost (in the
      * job's base unit, the same unit the estimate is in), hours for
      * labor, and whatever the supplier bills in for other costs.
      * The post date and reason code are blank on the feed.
      * Sequential.
      *
      * 2026-10-15  drl  original.
      * 2026-10-15  drl  material area is in the job's base unit now
      *                  the survey run normalizes units.
      ******************************************************************
       01  JOB-COST-RECORD.
           05 JC-JOB-ID             PIC X(06).
           05 JC-COST-DATE          PIC 9(08).
           05 JC-COST-TYPE          PIC X(01).
               88 JC-MATERIAL       VALUE "M".
               88 JC-LABOR          VALUE "L".
               88 JC-OTHER          VALUE "O".
               88 JC-VALID-TYPE     VALUE "M" "L" "O".
           05 JC-QUANTITY           PIC 9(07)V9(02).
           05 JC-AMOUNT             PIC 9(07)V9(02).
           05 JC-REFERENCE          PIC X(12).
           05 JC-POST-DATE          PIC 9(08).
           05 JC-REASON-CODE        PIC X(04).
           05 FILLER                PIC X(23).
