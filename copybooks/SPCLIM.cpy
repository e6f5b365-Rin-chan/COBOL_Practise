      ******************************************************************
      * SPCLIM.cpy
      * Shared record layout for the SPCLIM statistical process
      * control limits -- one record per ranking group, holding the
      * X-bar and range chart center lines and three-sigma control
      * limits findLargestNumber calculated from the group's SPCHIST
      * points over a baseline period.  The subgroup size is the
      * average size over the baseline, the size the A2/D3/D4 chart
      * constants were taken at.  Rewritten whole by each limit
      * calculation run; groups outside the baseline keep their old
      * limits.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  SPC-LIMIT-RECORD.
           05 SL-GROUP-ID           PIC 9(04).
           05 SL-SUBGROUP-SIZE      PIC 9(03).
           05 SL-BASELINE-FROM      PIC 9(08).
           05 SL-BASELINE-TO        PIC 9(08).
           05 SL-BASELINE-POINTS    PIC 9(04).
           05 SL-CENTER-X           PIC 9(03)V9(04).
           05 SL-UCL-X              PIC S9(04)V9(04).
           05 SL-LCL-X              PIC S9(04)V9(04).
           05 SL-CENTER-R           PIC 9(03)V9(04).
           05 SL-UCL-R              PIC 9(04)V9(04).
           05 SL-LCL-R              PIC 9(04)V9(04).
           05 SL-CALC-DATE          PIC 9(08).
           05 FILLER                PIC X(10).
