      * an FD copying JRNLREC in each program.
      *
      * 2026-09-02  gag  original.
      * 2026-09-28  RSG  images widened to 120 bytes with JRNLREC.
      ******************************************************************
       01  JRN-CONTROL.
           05 JRN-PROGRAM           PIC X(10) VALUE SPACES.
           05 JRN-OPERATOR          PIC X(08) VALUE SPACES.
           05 JRN-FILE-NAME         PIC X(08) VALUE SPACES.
           05 JRN-ACTION            PIC X(01) VALUE SPACE.
           05 JRN-BEFORE-IMAGE      PIC X(120) VALUE SPACES.
           05 JRN-AFTER-IMAGE       PIC X(120) VALUE SPACES.
       01  WS-JRNL-STATUS           PIC X(02).
           88 JRNL-OK               VALUE "00".
