      ******************************************************************
      * SPCEXC.cpy
      * Shared record layout for the SPCEXC control chart exceptions
      * operations reviews each morning -- one record per run-rule
      * signal the findLargestNumber SPC chart run raised, naming the
      * group, the point's date, the chart (X-bar or range), the
      * rule broken, the plotted value and the limit or center line
      * it was judged against.  Rules:  X1/R1 point beyond a three-
      * sigma control limit, X2/R2 seven in a row on one side of the
      * center line, X3 two of three beyond two sigma on one side,
      * X4 six in a row steadily rising or falling.  Appended to by
      * each run.  Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  SPC-EXCEPTION-RECORD.
           05 SX-GROUP-ID           PIC 9(04).
           05 SX-SAMPLE-DATE        PIC 9(08).
           05 SX-CHART              PIC X(01).
               88 SX-XBAR-CHART     VALUE "X".
               88 SX-RANGE-CHART    VALUE "R".
           05 SX-RULE               PIC X(02).
           05 SX-VALUE              PIC S9(04)V9(04).
           05 SX-LIMIT              PIC S9(04)V9(04).
           05 SX-DESCRIPTION        PIC X(40).
           05 SX-RUN-DATE           PIC 9(08).
           05 SX-RUN-TIME           PIC 9(08).
           05 FILLER                PIC X(10).
