      ******************************************************************
      * FEEDREG.cpy
      * Shared record layout for the FEEDREG processed-feed registry
      * -- one record per inbound transaction file a posting program
      * has run to the end, identified by its DD name, header date,
      * record count and hash total as the program read them.  A
      * file matching a registered feed is one that has already
      * posted (yesterday's ADDTRAN remounted), and is refused
      * unless an authorized operator forces the repost, in which
      * case the new record carries the repost flag.
      *
      * 2026-10-15  gag  original.
      ******************************************************************
       01  FEED-REGISTRY-RECORD.
           05 FR-SOURCE             PIC X(08).
           05 FR-HEADER-DATE        PIC X(10).
           05 FR-RECORD-COUNT       PIC 9(07).
           05 FR-HASH-TOTAL         PIC S9(15)V9(02).
           05 FR-PROGRAM            PIC X(10).
           05 FR-POSTED-DATE        PIC 9(08).
           05 FR-POSTED-TIME        PIC 9(08).
           05 FR-OPERATOR           PIC X(08).
           05 FR-CONTROL-STATUS     PIC X(08).
           05 FR-REPOST-FLAG        PIC X(01).
               88 FR-REPOSTED       VALUE "Y".
           05 FILLER                PIC X(15).
