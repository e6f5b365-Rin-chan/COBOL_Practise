      ******************************************************************
      * TERMCTL.cpy
      * Shared record layout for the TERMCTL term control -- the one
      * record naming the term in session, written by termClose when
      * the term rolls and read by every program that works "this
      * term".  It also carries the term's registration calendar, set
      * through termCal: the date registration opens, the add, drop
      * and withdrawal deadlines (all YYYYMMDD), and the late
      * registration fee charged when an add after the add deadline
      * is let through on override.  A zero date means that deadline
      * is not set and is not enforced; a zero fee charges nothing.
      *
      * 2026-10-15  RSG  original -- lifted out of the programs that
      *                  each declared the term record inline, and
      *                  extended with the registration calendar.
      ******************************************************************
       01  TERM-CONTROL-RECORD.
           05 TC-CURRENT-TERM       PIC X(05).
           05 TC-CALENDAR.
               10 TC-REG-OPEN-DATE      PIC 9(08).
               10 TC-ADD-DEADLINE       PIC 9(08).
               10 TC-DROP-DEADLINE      PIC 9(08).
               10 TC-WITHDRAW-DEADLINE  PIC 9(08).
               10 TC-LATE-FEE           PIC 9(05)V9(02).
           05 FILLER                PIC X(20).
