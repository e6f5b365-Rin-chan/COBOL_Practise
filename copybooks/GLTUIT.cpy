      ******************************************************************
      * GLTUIT.cpy
      * Shared record layout for the GLTUIT tuition-interfaced file
      * -- one record per student, term and course that glInterface
      * has taken to the ledger off TUIRECV, carrying the gross and
      * aid already posted for it.  tuitionBill bills the whole
      * term every run, so only what a course has grown by since
      * it last went to the ledger posts again -- the same test
      * acctPost makes against the STUACCT student ledger, so the
      * general ledger and the student ledger stay in step.
      * Indexed on student, term and course; glInterface creates it
      * on first use.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  GL-TUITION-RECORD.
           05 GU-KEY.
               10 GU-STUDENT-ID     PIC 9(06).
               10 GU-TERM           PIC X(05).
               10 GU-COURSE-ID      PIC X(06).
           05 GU-GROSS-AMOUNT       PIC 9(07)V9(02).
           05 GU-AID-AMOUNT         PIC 9(07)V9(02).
           05 GU-LAST-RECV-DATE     PIC 9(08).
           05 FILLER                PIC X(10).
