      ******************************************************************
      * FREGWS.cpy
      * Shared WORKING-STORAGE fields for the ZF-CHECK-FEED-REGISTRY
      * / ZF-REGISTER-FEED routines in FREGPRC.  The caller sets
      * FRG-PROGRAM and FRG-SOURCE (the feed's DD name), works out
      * the feed's identity -- FRG-HEADER-DATE, FRG-RECORD-COUNT and
      * FRG-HASH-TOTAL -- ahead of its first posting write, and
      * performs the check; FRG-FEED-REFUSED means the feed has
      * already posted and nothing may be written.  FRG-REPOST-FLAG,
      * set from the caller's run card, with FRG-OPERATOR and
      * FRG-AUTH-LEVEL from the operator sign-on, lets a level 2
      * operator force the repost.  At the end of a run that posted,
      * the caller moves its control status to FRG-CONTROL-STATUS
      * and performs the register.  Goes with a SELECT of
      * FEED-REGISTRY (DD name FEEDREG) and an FD copying FEEDREG,
      * and with IOCHKWS/OPSERR and BIZDTWS, in each program.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  FEEDREG-MISSING (status 35) -- the only open
      *                  failure the registry routines get past.
      ******************************************************************
       01  FRG-CONTROL.
           05 FRG-PROGRAM           PIC X(10) VALUE SPACES.
           05 FRG-SOURCE            PIC X(08) VALUE SPACES.
           05 FRG-HEADER-DATE       PIC X(10) VALUE SPACES.
           05 FRG-RECORD-COUNT      PIC 9(07) VALUE ZEROES.
           05 FRG-HASH-TOTAL        PIC S9(15)V9(02) VALUE ZEROES.
           05 FRG-HASH-DISPLAY      PIC -(15)9.99.
           05 FRG-OPERATOR          PIC X(08) VALUE SPACES.
           05 FRG-AUTH-LEVEL        PIC 9(01) VALUE ZERO.
           05 FRG-REPOST-FLAG       PIC X(01) VALUE "N".
               88 FRG-REPOST-REQUESTED VALUE "Y" "y".
           05 FRG-CONTROL-STATUS    PIC X(08) VALUE SPACES.
           05 FRG-MATCH-SWITCH      PIC X(01) VALUE "N".
               88 FRG-ALREADY-POSTED VALUE "Y".
           05 FRG-REFUSED-SWITCH    PIC X(01) VALUE "N".
               88 FRG-FEED-REFUSED  VALUE "Y".
           05 FRG-REPOSTING-SWITCH  PIC X(01) VALUE "N".
               88 FRG-REPOSTING     VALUE "Y".
           05 FRG-EOF-SWITCH        PIC X(01) VALUE "N".
               88 FRG-EOF           VALUE "Y".
           05 FRG-MATCH-PROGRAM     PIC X(10) VALUE SPACES.
           05 FRG-MATCH-DATE        PIC 9(08) VALUE ZEROES.
           05 FRG-MATCH-TIME        PIC 9(08) VALUE ZEROES.
           05 FRG-MATCH-OPERATOR    PIC X(08) VALUE SPACES.
       01  WS-FEEDREG-STATUS        PIC X(02).
           88 FEEDREG-OK            VALUE "00".
           88 FEEDREG-MISSING       VALUE "35".
