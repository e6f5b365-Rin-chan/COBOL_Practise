      ******************************************************************
      * DISCWS.cpy
      * Shared WORKING-STORAGE fields for the ZD-LOG-DISCLOSURE
      * routine in DISCPRC.  The caller sets the program, operator,
      * medium and purpose once per run, then per student moves the
      * ID and name (and "Y" to DSC-MASKED-FLAG when the student's
      * directory information went out masked) and performs
      * ZD-LOG-DISCLOSURE.  Goes with a SELECT of DISCLOSURE-LOG
      * (DD name DISCLOG, sequential) and an FD copying DISCLOG.
      *
      * 2026-10-14  RSG  original.
      ******************************************************************
       01  DSC-CONTROL.
           05 DSC-PROGRAM           PIC X(10) VALUE SPACES.
           05 DSC-OPERATOR          PIC X(08) VALUE SPACES.
           05 DSC-MEDIUM            PIC X(01) VALUE SPACE.
           05 DSC-PURPOSE           PIC X(30) VALUE SPACES.
           05 DSC-STUDENT-ID        PIC 9(06) VALUE ZEROES.
           05 DSC-STUDENT-NAME      PIC X(25) VALUE SPACES.
           05 DSC-MASKED-FLAG       PIC X(01) VALUE "N".
       01  WS-DISCLOG-STATUS        PIC X(02).
           88 DISCLOG-OK            VALUE "00".
