      ******************************************************************
      * DISCLOG.cpy
      * Shared record layout for the DISCLOG records-disclosure log --
      * one record every time a student's records are shown, printed
      * or extracted, with the program, the operator who ran it, the
      * stated purpose, and whether the student's directory
      * information was withheld (masked) at the time.  Written
      * through the shared ZD-LOG-DISCLOSURE routine; read by the
      * discInq compliance inquiry.
      *
      * 2026-10-14  RSG  original.
      ******************************************************************
       01  DISCLOSURE-RECORD.
           05 DL-STUDENT-ID         PIC 9(06).
           05 DL-STUDENT-NAME       PIC X(25).
           05 DL-DATE               PIC 9(08).
           05 DL-TIME               PIC 9(08).
           05 DL-PROGRAM            PIC X(10).
           05 DL-OPERATOR           PIC X(08).
           05 DL-MEDIUM             PIC X(01).
               88 DL-DISPLAYED      VALUE "D".
               88 DL-PRINTED        VALUE "P".
               88 DL-EXTRACTED      VALUE "E".
           05 DL-PURPOSE            PIC X(30).
           05 DL-MASKED-FLAG        PIC X(01).
               88 DL-MASKED         VALUE "Y".
