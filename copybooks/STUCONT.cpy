      ******************************************************************
      * STUCONT.cpy
      * Shared record layout for the STUCONT student contact master
      * -- one record per student, keyed by the permanent student ID
      * from STUIDNT, carrying the mailing address, phone, guardian
      * and e-mail the identity master has no room for.  Maintained
      * by the addrChange transaction; read by every program that
      * prints a letter, slip or invoice, and by the mailLabel
      * extract.  The record is held to the 120 bytes of a journal
      * image so MSTJRNL carries it whole for jrnlRecover.
      *
      * 2026-10-13  RSG  original.
      ******************************************************************
       01  CONTACT-RECORD.
           05 CT-STUDENT-ID         PIC 9(06).
           05 CT-STREET             PIC X(25).
           05 CT-CITY               PIC X(15).
           05 CT-STATE              PIC X(02).
           05 CT-ZIP                PIC X(09).
           05 CT-ZIP-X REDEFINES CT-ZIP.
               10 CT-ZIP-5          PIC X(05).
               10 CT-ZIP-4          PIC X(04).
           05 CT-PHONE              PIC X(10).
           05 CT-GUARDIAN-NAME      PIC X(25).
           05 CT-EMAIL              PIC X(28).
