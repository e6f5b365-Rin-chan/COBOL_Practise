      ******************************************************************
      * UTILRATE.cpy
      * Shared record layout for the UTILRATE utility-rate file the
      * facilities group keeps -- one record per SN-LOCATION, service
      * (heating or cooling) and effective date.  A rate on a per-
      * degree-day basis is the cost of one degree-day outright; on a
      * per-unit basis it is the price of one unit of the fuel (therm,
      * kWh, gallon) and UR-UNITS-PER-DD is how many units one degree-
      * day burns at that location.  The energy report costs each
      * month at the rate in effect at the end of that month, so a
      * price change is a new record, not an edit.  Sequential.
      *
      * 2026-10-15  pig  original.
      ******************************************************************
       01  UTILITY-RATE-RECORD.
           05 UR-LOCATION           PIC X(20).
           05 UR-SERVICE            PIC X(01).
               88 UR-HEATING        VALUE "H".
               88 UR-COOLING        VALUE "C".
           05 UR-FUEL-TYPE          PIC X(08).
           05 UR-RATE-BASIS         PIC X(01).
               88 UR-PER-DEGREE-DAY VALUE "D".
               88 UR-PER-UNIT       VALUE "U".
           05 UR-RATE               PIC 9(03)V9(04).
           05 UR-UNITS-PER-DD       PIC 9(03)V9(04).
           05 UR-EFFECTIVE-DATE     PIC 9(08).
           05 FILLER                PIC X(08).
