      ******************************************************************
      * FEEDDICT.cpy
      * Shared record layout for the inbound-feed field dictionary --
      * one record per field feedEdit checks on a fixed feed.  Each
      * feed keeps its own dictionary member (REGTRAN, ADDTRAN and so
      * on), and FD-FEED-ID names the feed so a member mounted against
      * the wrong run card is caught.  A new feed is edited by writing
      * its dictionary, not by changing the program.
      *
      * FD-FIELD-START and FD-FIELD-LENGTH place the field in the
      * record.  FD-FIELD-TYPE is N (digits only), A (letters and
      * spaces), D (a YYYYMMDD calendar date) or X (no character
      * check).  A required field may not be blank; a blank optional
      * field passes without further edits.
      *
      * FD-REC-TYPE-POS/VALUE limit the field to one record type on
      * feeds that carry header, detail and trailer records -- a
      * zero position means the field is on every record.
      *
      * FD-RANGE-LOW/HIGH bound an N or D field, right-justified and
      * zero-filled, in the field's own units; all spaces means no
      * range.  FD-VALUE-LIST is up to eight allowed values for an A
      * or X field, separated by commas; all spaces means any value.
      * Sequential.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  FEED-DICTIONARY-RECORD.
           05 FD-FEED-ID            PIC X(08).
           05 FD-FIELD-NAME         PIC X(16).
           05 FD-FIELD-START        PIC 9(03).
           05 FD-FIELD-LENGTH       PIC 9(03).
           05 FD-FIELD-TYPE         PIC X(01).
               88 FD-NUMERIC-FIELD  VALUE "N".
               88 FD-ALPHA-FIELD    VALUE "A".
               88 FD-DATE-FIELD     VALUE "D".
               88 FD-ANY-FIELD      VALUE "X".
               88 FD-VALID-TYPE     VALUE "N" "A" "D" "X".
           05 FD-REQUIRED           PIC X(01).
               88 FD-FIELD-REQUIRED VALUE "Y".
           05 FD-REC-TYPE-POS       PIC 9(03).
           05 FD-REC-TYPE-VALUE     PIC X(01).
           05 FD-RANGE-LOW          PIC X(15).
           05 FD-RANGE-LOW-N REDEFINES FD-RANGE-LOW
                                    PIC 9(15).
           05 FD-RANGE-HIGH         PIC X(15).
           05 FD-RANGE-HIGH-N REDEFINES FD-RANGE-HIGH
                                    PIC 9(15).
           05 FD-VALUE-LIST         PIC X(60).
           05 FILLER                PIC X(04).
