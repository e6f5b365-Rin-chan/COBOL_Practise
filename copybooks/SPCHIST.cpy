      ******************************************************************
      * SPCHIST.cpy
      * Shared record layout for the SPCHIST control chart history --
      * one point per ranking group per business day, appended by
      * each findLargestNumber SPC chart run: the subgroup's size,
      * mean (X-bar) and range, and how many run-rule signals the
      * point raised.  The chart run reads it back to plot each
      * group's recent points and test the run rules; the limit
      * calculation averages the points in its baseline period.
      * Sequential, in the order the points were charted.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  SPC-POINT-RECORD.
           05 SP-GROUP-ID           PIC 9(04).
           05 SP-SAMPLE-DATE        PIC 9(08).
           05 SP-SUBGROUP-SIZE      PIC 9(04).
           05 SP-XBAR               PIC 9(03)V9(04).
           05 SP-RANGE              PIC 9(03).
           05 SP-SIGNAL-COUNT       PIC 9(02).
           05 FILLER                PIC X(12).
