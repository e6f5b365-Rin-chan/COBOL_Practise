      ******************************************************************
      * EXAMBLK.cpy
      * Shared record layout for the EXAMBLK exam-block table -- the
      * registrar's table of which final-exam slot each class
      * meeting pattern sits in, by term.  One record per pattern:
      * the term, the meeting days (MTWRFSU order, space = does not
      * meet, exactly as CM-MEET-DAYS carries them) and the class
      * start time HHMM, with the exam slot code and the date and
      * HHMM start and end of that slot.  Several patterns may share
      * a slot.  A course whose pattern is not in the table gets no
      * exam slot and is listed for the office to place by hand.
      * Shop-maintained like CRSPREQ and REFSCHED.
      *
      * 2026-09-30  RSG  original.
      ******************************************************************
       01  EXAM-BLOCK-RECORD.
           05 EB-TERM               PIC X(05).
           05 EB-MEET-DAYS          PIC X(07).
           05 EB-MEET-START         PIC 9(04).
           05 EB-EXAM-SLOT          PIC X(04).
           05 EB-EXAM-DATE          PIC 9(08).
           05 EB-EXAM-START         PIC 9(04).
           05 EB-EXAM-END           PIC 9(04).
