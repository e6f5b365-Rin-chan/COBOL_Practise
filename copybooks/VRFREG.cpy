      ******************************************************************
      * VRFREG.cpy
      * Shared record layout for the VRFREG enrollment verification
      * register -- one record per verification letter issued,
      * under the serial number drawn from VRFCTL and printed on the
      * letter, with what was certified (term, status, credit hours
      * and course count), who asked for it and why, and where the
      * letter sits on RPTARCH (report VRFLTR, the issue date, and
      * the archive page -- the low four digits of the serial).
      * Written by enrlVerify.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  VERIFICATION-REGISTER-RECORD.
           05 VR-SERIAL             PIC 9(08).
           05 VR-STUDENT-ID         PIC 9(06).
           05 VR-STUDENT-NAME       PIC X(25).
           05 VR-ISSUE-DATE         PIC 9(08).
           05 VR-ISSUE-TIME         PIC 9(08).
           05 VR-TERM               PIC X(05).
           05 VR-STATUS             PIC X(20).
           05 VR-CREDITS            PIC 9(03)V9(01).
           05 VR-COURSE-COUNT       PIC 9(02).
           05 VR-PURPOSE            PIC X(30).
           05 VR-OPERATOR           PIC X(08).
           05 VR-ARCH-PAGE          PIC 9(04).
