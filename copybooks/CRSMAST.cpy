      *                  the tuitionBill run extends each enrollment
      *                  at, so billing comes off the catalog instead
      *                  of a clerk's price sheet.
      * 2026-09-14  RSG  added CM-CREDIT-HOURS -- the credit value a
      *                  graded enrollment earns, so grades can be
      *                  weighted into a grade-point average by the
      *                  acadStanding run and the transcript.
      * 2026-09-25  RSG  added CM-INSTRUCTOR-ID -- the instructor
      *                  assigned to teach the course, from the new
      *                  INSTMAST instructor master (spaces = not
      *                  yet assigned).
      * 2026-09-28  RSG  added CM-ROOM-ID -- the room the course
      *                  meets in, from the new ROOMMAST room master
      *                  (spaces = no room yet).  courseMaint refuses
      *                  a room already booked at the same hour.
      ******************************************************************
       01  COURSE-RECORD.
           05 CM-COURSE-ID          PIC X(06).
           05 CM-MEET-START         PIC 9(04).
           05 CM-MEET-END           PIC 9(04).
           05 CM-COURSE-FEE         PIC 9(05)V9(02).
           05 CM-CREDIT-HOURS       PIC 9(01)V9(01).
           05 CM-INSTRUCTOR-ID      PIC X(06).
           05 CM-ROOM-ID            PIC X(06).
