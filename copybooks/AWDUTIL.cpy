      ******************************************************************
      * AWDUTIL.cpy
      * Print lines of the AWDUTIL award utilization report in
      * tuitionBill -- one line per award taken against a term, what
      * it was worth, what the term's lines could absorb of it and
      * what was left over, with count and amount totals at the end.
      *
      * 2026-10-15  RSG  original -- taken out of tuitionBill.
      ******************************************************************
       01  UTL-HEADING-LINE.
           05 FILLER                  PIC X(30) VALUE
               "STUDENT REGISTRATION SYSTEM".
           05 FILLER                  PIC X(26) VALUE
               "AWARD UTILIZATION REPORT".
           05 FILLER                  PIC X(05) VALUE "DATE ".
           05 UTL-HEADING-DATE        PIC 9(08).
           05 FILLER                  PIC X(63) VALUE SPACES.
       01  UTL-COLUMN-LINE.
           05 FILLER                  PIC X(44) VALUE
               "STUDENT  TERM   CODE  DESCRIPTION           ".
           05 FILLER                  PIC X(54) VALUE
               "BASIS   SCOPE     AWARDED     APPLIED UNAPPLIED   NOTE".
           05 FILLER                  PIC X(34) VALUE SPACES.
       01  UTL-DETAIL-LINE.
           05 UTL-STUDENT-ID          PIC 9(06).
           05 FILLER                  PIC X(03) VALUE SPACES.
           05 UTL-TERM                PIC X(05).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTL-AWARD-CODE          PIC X(04).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTL-DESCRIPTION         PIC X(20).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTL-BASIS               PIC X(07).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 UTL-SCOPE               PIC X(06).
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTL-AWARDED             PIC X(10).
           05 UTL-AWARDED-AMOUNT REDEFINES UTL-AWARDED
                                      PIC ZZZ,ZZ9.99.
           05 UTL-AWARDED-PCT-VIEW REDEFINES UTL-AWARDED.
               10 FILLER              PIC X(06).
               10 UTL-AWARDED-PERCENT PIC ZZ9.
               10 UTL-AWARDED-SIGN    PIC X(01).
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 UTL-APPLIED             PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 UTL-UNAPPLIED           PIC X(10).
           05 UTL-UNAPPLIED-AMOUNT REDEFINES UTL-UNAPPLIED
                                      PIC ZZZ,ZZ9.99.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 UTL-NOTE                PIC X(16).
           05 FILLER                  PIC X(22) VALUE SPACES.
       01  UTL-TOTAL-LINE.
           05 UTL-TOTAL-LABEL         PIC X(30).
           05 UTL-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(04) VALUE SPACES.
           05 UTL-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(77) VALUE SPACES.
