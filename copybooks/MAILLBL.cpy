      ******************************************************************
      * MAILLBL.cpy
      * Shared record layout for the MAILLBL mailing-label extract --
      * one record per addressable student, in ZIP order for the
      * bulk-mail presort, carrying the three printable label lines
      * (addressee, street, then city, state and ZIP).  Written by
      * mailLabel and handed to the mail house's label print.
      *
      * 2026-10-13  RSG  original.
      ******************************************************************
       01  MAIL-LABEL-RECORD.
           05 ML-ZIP                PIC X(09).
           05 ML-STUDENT-ID         PIC 9(06).
           05 ML-ADDRESSEE          PIC X(40).
           05 ML-STREET-LINE        PIC X(40).
           05 ML-CITY-LINE          PIC X(40).
