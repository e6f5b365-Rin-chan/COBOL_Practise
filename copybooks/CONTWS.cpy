      ******************************************************************
      * CONTWS.cpy
      * Shared WORKING-STORAGE fields for the ZC-GET-ADDRESS routine
      * in CONTPRC.  The caller moves the student ID to CTA-STUDENT-ID
      * and performs ZC-GET-ADDRESS, which reads the STUCONT contact
      * master and builds the two printable address lines (street,
      * then city, state and ZIP), or sets CTA-NO-ADDRESS.  Goes with
      * a SELECT of STUDENT-CONTACT (DD name STUCONT, indexed on
      * CT-STUDENT-ID, opened by the caller, which sets
      * CTA-CONTACT-OPEN when the open succeeds) and an FD copying
      * STUCONT.
      *
      * 2026-10-13  RSG  original.
      ******************************************************************
       01  CTA-CONTROL.
           05 CTA-STUDENT-ID        PIC 9(06) VALUE ZEROES.
           05 CTA-OPEN-SWITCH       PIC X(01) VALUE "N".
               88 CTA-CONTACT-OPEN  VALUE "Y".
           05 CTA-FOUND-SWITCH      PIC X(01) VALUE "N".
               88 CTA-ADDRESS-FOUND VALUE "Y".
               88 CTA-NO-ADDRESS    VALUE "N".
           05 CTA-STREET-LINE       PIC X(40) VALUE SPACES.
           05 CTA-CITY-LINE         PIC X(40) VALUE SPACES.
           05 CTA-GUARDIAN-NAME     PIC X(25) VALUE SPACES.
           05 CTA-POINTER           PIC 9(02) VALUE ZEROES.
       01  WS-CONTACT-STATUS        PIC X(02).
           88 CONTACT-OK            VALUE "00".
