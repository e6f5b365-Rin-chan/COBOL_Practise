      ******************************************************************
      * PROGMAST.cpy
      * Shared record layout for the PROGMAST academic program master
      * -- indexed on program ID plus course ID.  Each program (major)
      * has one header record, course ID spaces, that carries its
      * name, owning department and the minimum credits a graduate
      * must earn; each course the program requires follows under
      * the same program ID as its own record, carrying the lowest
      * grade that satisfies it (spaces = any passing grade).  A
      * START at the program ID with course spaces reads the header
      * first and the requirements in course order after it.
      * Maintained through progMaint; students declare a program in
      * SI-PROGRAM-ID on STUIDNT; degreeAudit audits against it.
      *
      * 2026-10-05  RSG  original.
      ******************************************************************
       01  PROGRAM-RECORD.
           05 PG-KEY.
               10 PG-PROGRAM-ID     PIC X(06).
               10 PG-COURSE-ID      PIC X(06).
                   88 PG-HEADER-RECORD VALUE SPACES.
           05 PG-HEADER-DATA.
               10 PG-PROGRAM-NAME   PIC X(30).
               10 PG-DEPARTMENT     PIC X(06).
               10 PG-MIN-CREDITS    PIC 9(03)V9(01).
           05 PG-REQUIREMENT-DATA REDEFINES PG-HEADER-DATA.
               10 PG-MIN-GRADE      PIC X(02).
               10 FILLER            PIC X(38).
