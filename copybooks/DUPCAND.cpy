      ******************************************************************
      * DUPCAND.cpy
      * Shared record layout for the DUPCAND duplicate-identity
      * candidate file -- one record per pair of STUIDNT identities
      * the dupScan run found sharing a phonetic name key, ranked by
      * score with the highest first and numbered in that order.
      * The survivor is the lower (earlier-drawn) student ID.  The
      * file is re-cut by every scan; stuMerge takes a reviewed
      * candidate by its number instead of keyed IDs and marks it
      * merged here.  Sequential.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       01  DUP-CANDIDATE-RECORD.
           05 DC-CANDIDATE-NO       PIC 9(04).
           05 DC-SCAN-DATE          PIC 9(08).
           05 DC-SCORE              PIC 9(03).
           05 DC-PHONETIC-KEY       PIC X(05).
           05 DC-SURVIVOR-ID        PIC 9(06).
           05 DC-SURVIVOR-NAME      PIC X(25).
           05 DC-DUPLICATE-ID       PIC 9(06).
           05 DC-DUPLICATE-NAME     PIC X(25).
           05 DC-SAME-FIRST-DATE    PIC X(01).
               88 DC-FIRST-DATES-MATCH VALUE "Y".
           05 DC-SHARED-COURSES     PIC 9(03).
           05 DC-STATUS             PIC X(01).
               88 DC-OPEN           VALUE "O".
               88 DC-MERGED         VALUE "M".
           05 DC-STATUS-DATE        PIC 9(08).
           05 DC-STATUS-OPERATOR    PIC X(08).
           05 FILLER                PIC X(17).
