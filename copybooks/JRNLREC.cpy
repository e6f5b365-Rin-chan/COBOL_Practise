      * JRNLREC.cpy
      * Shared record layout for the MSTJRNL update journal -- one
      * record per WRITE, REWRITE or DELETE against the indexed
      * masters (STUMAST, STUIDNT, CRSMAST, QEHIST, INSTMAST,
      * ROOMMAST), with before and after images and the program,
      * operator and time that made the change.
      * Written through the shared ZX-WRITE-JOURNAL routine; replayed
      * by jrnlRecover against a restored backup so a mid-day
      * failure costs minutes instead of a day's keying.
      *
      * 2026-09-02  gag  original.
      * 2026-09-25  RSG  INSTMAST instructor master journaled too.
      * 2026-09-28  RSG  before and after images widened to 120 bytes
      *                  -- the CRSMAST course record outgrew 80 with
      *                  the room assignment.  ROOMMAST room master
      *                  journaled too.  Take a fresh backup and
      *                  start a new MSTJRNL when this goes in; the
      *                  old 80-byte entries will not replay.
      * 2026-10-05  RSG  PROGMAST program master journaled too.
      * 2026-10-13  RSG  STUCONT contact master journaled too.
      ******************************************************************
       01  JOURNAL-RECORD.
           05 JR-FILE-NAME          PIC X(08).
           05 JR-OPERATOR           PIC X(08).
           05 JR-DATE               PIC 9(08).
           05 JR-TIME               PIC 9(08).
           05 JR-BEFORE-IMAGE       PIC X(120).
           05 JR-AFTER-IMAGE        PIC X(120).
