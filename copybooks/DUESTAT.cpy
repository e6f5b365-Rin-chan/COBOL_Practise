      ******************************************************************
      * DUESTAT.cpy
      * Shared record layout for the DUESTAT past-due status file --
      * one record per student whose STUACCT balance has aged into
      * the notice brackets, indexed on the student ID.  Carries the
      * last notice level sent (1 = 30 days, 2 = 60 days, 3 = 90
      * days) so pastDue prints each notice once as the balance
      * ages rather than every night; the record is deleted when the
      * balance is paid.
      *
      * 2026-09-18  RSG  original.
      ******************************************************************
       01  DUE-STATUS-RECORD.
           05 DS-STUDENT-ID         PIC 9(06).
           05 DS-NOTICE-LEVEL       PIC 9(01).
               88 DS-FIRST-SENT     VALUE 1.
               88 DS-SECOND-SENT    VALUE 2.
               88 DS-FINAL-SENT     VALUE 3.
           05 DS-NOTICE-DATE        PIC 9(08).
           05 DS-OLDEST-DUE-DATE    PIC 9(08).
           05 DS-BALANCE            PIC 9(07)V9(02).
