      ******************************************************************
      * RFNDWS.cpy
      * WORKING-STORAGE for the withdrawal refund in acceptValues: the
      * REFSCHED refund tiers, loaded whole into WS-REFUND-TABLE at
      * start of run, the fields a withdrawn course's refund is
      * figured in, and the lines of the REFREG refund register.
      * Goes with a SELECT of REFUND-SCHEDULE (DD name REFSCHED) and
      * an FD copying REFSCHD, a SELECT of the REFREG print file, and
      * with LEDGWS and DSERVAL.
      *
      * 2026-10-15  RSG  original -- taken out of acceptValues.
      ******************************************************************
       01 WS-REFSCHED-STATUS         PIC X(02).
           88 REFSCHED-OK            VALUE "00".
       01 WS-REFSCHED-EOF-SWITCH     PIC X(01) VALUE "N".
           88 REFSCHED-EOF           VALUE "Y".
       01 WS-REFREG-STATUS           PIC X(02).
           88 REFREG-OK              VALUE "00".
       01 WS-REFUND-MAX              PIC 9(03) VALUE 100.
       01 WS-REFUND-COUNT            PIC 9(03) VALUE ZEROES.
       01 WS-REFUND-SUB              PIC 9(03) VALUE ZEROES.
       01 WS-REFUND-TABLE.
           05 WS-REFUND-ENTRY        OCCURS 100 TIMES.
               10 WS-RFT-TERM        PIC X(05).
               10 WS-RFT-START-DATE  PIC 9(08).
               10 WS-RFT-THRU-DAY    PIC 9(03).
               10 WS-RFT-PERCENT     PIC 9(03).
               10 WS-RFT-REASON      PIC X(04).
       01 WS-TIER-FOUND-SWITCH       PIC X(01) VALUE "N".
           88 TIER-FOUND             VALUE "Y".
       01 WS-TERM-SCHEDULED-SWITCH   PIC X(01) VALUE "N".
           88 TERM-SCHEDULED         VALUE "Y".
       01 WS-WITHDRAW-STUDENT-ID     PIC 9(06) VALUE ZEROES.
       01 WS-WITHDRAW-SERIAL         PIC 9(07) VALUE ZEROES.
       01 WS-TERM-DAY                PIC S9(05) VALUE ZEROES.
       01 WS-REFUND-PERCENT          PIC 9(03) VALUE ZEROES.
       01 WS-REFUND-REASON           PIC X(04) VALUE SPACES.
       01 WS-REFUND-AMOUNT           PIC 9(07)V9(02) VALUE ZEROES.
       01 WS-REFUND-LINES            PIC 9(05) VALUE ZEROES.
       01 WS-REFUNDS-POSTED          PIC 9(05) VALUE ZEROES.
       01 WS-REFUND-TOTAL            PIC 9(09)V9(02) VALUE ZEROES.
       01 WS-REF-ARCH-LINE-SEQ       PIC 9(06) VALUE ZEROES.
       01 WS-COURSE-BILLED           PIC S9(07)V9(02) VALUE ZEROES.
       01 WS-LEDGER-SCAN-SWITCH      PIC X(01) VALUE "N".
           88 LEDGER-SCAN-DONE       VALUE "Y".
       01 REF-HEADING-LINE.
           05 FILLER                 PIC X(30) VALUE
               "STUDENT REGISTRATION SYSTEM".
           05 FILLER                 PIC X(28) VALUE
               "WITHDRAWAL REFUND REGISTER".
           05 FILLER                 PIC X(05) VALUE "DATE ".
           05 REF-HEADING-DATE       PIC 9(08).
           05 FILLER                 PIC X(61) VALUE SPACES.
       01 REF-COLUMN-LINE.
           05 FILLER                 PIC X(44) VALUE
               "STUDENT  NAME                       COURSE".
           05 FILLER                 PIC X(50) VALUE
               "TERM   DAY     BILLED  PCT     REFUND  REASON".
           05 FILLER                 PIC X(38) VALUE SPACES.
       01 REF-DETAIL-LINE.
           05 REF-STUDENT-ID         PIC 9(06).
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 REF-STUDENT-NAME       PIC X(25).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-COURSE-ID          PIC X(06).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-TERM               PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 REF-TERM-DAY           PIC ---9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-FEE                PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-PERCENT            PIC ZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-AMOUNT             PIC ZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-REASON             PIC X(04).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 REF-NOTE               PIC X(20).
           05 FILLER                 PIC X(23) VALUE SPACES.
       01 REF-TOTAL-LINE.
           05 FILLER                 PIC X(22) VALUE
               "WITHDRAWN COURSES    :".
           05 REF-TOTAL-LINES        PIC ZZZZ9.
           05 FILLER                 PIC X(22) VALUE
               "   REFUNDS POSTED    :".
           05 REF-TOTAL-POSTED       PIC ZZZZ9.
           05 FILLER                 PIC X(22) VALUE
               "   AMOUNT REFUNDED   :".
           05 REF-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(42) VALUE SPACES.
