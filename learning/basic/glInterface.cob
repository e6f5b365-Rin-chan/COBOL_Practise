000010 identification division.
000020 program-id. glInterface.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- nightly general-ledger interface.
000130*                   Gathers the night's money activity from the
000140*                   four places it lives -- tuition charges, aid
000150*                   and late fees on TUIRECV, customer invoices on
000160*                   MULTOUT, calculation postings and back-outs on
000170*                   ADDRSLT, and invoiced quotes on ESTMAST -- and
000180*                   posts each source and transaction type as one
000190*                   balanced journal (a debit and a credit line)
000200*                   on GLTRAN, using the accounts the GLRULE
000210*                   posting rules name.  Every rule must name open
000220*                   accounts on the GLACCT chart or nothing posts.
000230*                   GLCTL keeps what has already gone to the
000240*                   ledger so no activity posts twice; invoiced
000250*                   quotes are marked "P" on ESTMAST.  The GLREG
000260*                   register lists the journals with debit and
000270*                   credit totals and is captured to RPTARCH.
000272* 2026-10-15   gag  MULTOUT lines are now priced; the invoice
000274*                   journal posts the extension in dollars and
000276*                   cents instead of the old whole-number result.
000277* 2026-10-15   gag  sales tax billed on the MULTOUT invoices posts
000278*                   as its own INVC TAX journal (GLRULE needs an
000279*                   INVCTAX rule, receivable to sales tax
000280*                   payable); the MULTOUT trailer's tax total
000281*                   joins the invoice proof.
000283* 2026-10-15   gag  tuitionBill rebills the whole term each run,
000284*                   so a student's course now posts only what its
000285*                   gross and aid have grown by since it last
000286*                   went to the ledger, kept on the new GLTUIT
000287*                   file -- the same difference acctPost posts
000288*                   to the student ledger.
000289*****************************************************************

000290 environment division.
000300 input-output section.
000310 file-control.
000320     select GL-ACCOUNT-FILE assign to "GLACCT"
000330         organization is sequential
000340         file status is WS-GLACCT-STATUS.
000350     select GL-RULE-FILE assign to "GLRULE"
000360         organization is sequential
000370         file status is WS-GLRULE-STATUS.
000380     select GL-CONTROL-FILE assign to "GLCTL"
000390         organization is sequential
000400         file status is WS-GLCTL-STATUS.
000410     select GL-TRANSACTION-FILE assign to "GLTRAN"
000420         organization is sequential
000430         file status is WS-GLTRAN-STATUS.
000440     select RECEIVABLES-FILE assign to "TUIRECV"
000450         organization is sequential
000460         file status is WS-RECV-STATUS.
000462     select GL-TUITION-FILE assign to "GLTUIT"
000464         organization is indexed
000465         access mode is dynamic
000466         record key is GU-KEY
000468         file status is WS-GLTUIT-STATUS.
000470     select EXTENDED-OUTPUT-FILE assign to "MULTOUT"
000480         organization is sequential
000490         file status is WS-OUT-STATUS.
000500     select CALC-RESULTS-FILE assign to "ADDRSLT"
000510         organization is indexed
000520         access mode is dynamic
000530         record key is RR-ENTRY-NUMBER
000540         file status is WS-RESULTS-STATUS.
000550     select ESTIMATE-MASTER assign to "ESTMAST"
000560         organization is indexed
000570         access mode is dynamic
000580         record key is EM-JOB-ID
000590         file status is WS-ESTMAST-STATUS.
000600     select REGISTER-PRINT assign to "GLREG"
000610         organization is sequential
000620         file status is WS-PRINT-STATUS.
000630     select REPORT-ARCHIVE assign to "RPTARCH"
000640         organization is sequential
000650         file status is WS-RPTARCH-STATUS.
000660     select RUN-LOG-FILE assign to "RUNLOG"
000670         organization is sequential
000680         file status is WS-RUNLOG-STATUS.
000690     select OPS-ERROR-LOG assign to "OPSLOG"
000700         organization is sequential
000710         file status is WS-OPSLOG-STATUS.
000720     select BUSINESS-DATE-FILE assign to "BIZDATE"
000730         organization is sequential
000740         file status is WS-BIZDT-STATUS.

000750 data division.
000760 file section.
000770 fd  GL-ACCOUNT-FILE.
000780     copy GLACCT.

000790 fd  GL-RULE-FILE.
000800     copy GLRULE.

000810 fd  GL-CONTROL-FILE.
000820     copy GLCTL.

000830 fd  GL-TRANSACTION-FILE.
000840     copy GLTRAN.

000850 fd  RECEIVABLES-FILE.
000860 01  RECEIVABLE-RECORD.
000870     05 RV-RECORD-TYPE          PIC X(01).
000880         88 RV-HEADER-REC       VALUE "H".
000890         88 RV-DETAIL-REC       VALUE "D".
000900         88 RV-TRAILER-REC      VALUE "T".
000910     05 RV-DETAIL-DATA.
000920         10 RV-STUDENT-ID       PIC 9(06).
000930         10 RV-COURSE-ID        PIC X(06).
000940         10 RV-AMOUNT           PIC 9(05)V9(02).
000950         10 RV-TERM             PIC X(05).
000960         10 RV-GROSS-AMOUNT     PIC 9(05)V9(02).
000970         10 RV-AID-AMOUNT       PIC 9(05)V9(02).
000980         10 FILLER              PIC X(01).
000990     05 RV-HEADER-DATA REDEFINES RV-DETAIL-DATA.
001000         10 RV-RUN-DATE         PIC 9(08).
001010         10 FILLER              PIC X(31).
001020     05 RV-TRAILER-DATA REDEFINES RV-DETAIL-DATA.
001030         10 RV-RECORD-COUNT     PIC 9(06).
001040         10 RV-AMOUNT-TOTAL     PIC 9(09)V9(02).
001050         10 RV-GROSS-TOTAL      PIC 9(09)V9(02).
001060         10 RV-AID-TOTAL        PIC 9(09)V9(02).

001063 fd  GL-TUITION-FILE.
001066     copy GLTUIT.

001070 fd  EXTENDED-OUTPUT-FILE.
001080 01  EXTENDED-RECORD.
001090     05 MO-RECORD-TYPE        PIC X(01).
001100         88 MO-DETAIL-REC     VALUE "D" " ".
001110         88 MO-TRAILER-REC    VALUE "T".
001120     05 MO-DETAIL-DATA.
001127         10 MO-ACCOUNT        PIC X(06).
001134         10 MO-ITEM-CODE      PIC X(08).
001141         10 MO-DESCRIPTION    PIC X(30).
001148         10 MO-UNIT-OF-MEASURE PIC X(04).
001155         10 MO-QUANTITY       PIC 9(05).
001162         10 MO-UNIT-PRICE     PIC 9(05)V9(02).
001169         10 MO-EXTENSION      PIC 9(07)V9(02).
001170         10 MO-TAX-JURISDICTION PIC X(04).
001171         10 MO-TAX-STATUS     PIC X(01).
001172         10 MO-TAX-AMOUNT     PIC 9(07)V9(02).
001176     05 MO-TRAILER-DATA REDEFINES MO-DETAIL-DATA.
001183         10 MO-RECORD-COUNT   PIC 9(05).
001190         10 MO-GRAND-TOTAL    PIC 9(09)V9(02).
001196         10 MO-TAX-TOTAL      PIC 9(09)V9(02).
001202         10 FILLER            PIC X(56).

001210 fd  CALC-RESULTS-FILE.
001220     copy ADDRSLT.

001230 fd  ESTIMATE-MASTER.
001240     copy ESTMAST.

001250 fd  REGISTER-PRINT.
001260 01  PRINT-LINE               PIC X(132).

001270 fd  REPORT-ARCHIVE.
001280     copy RPTARCH.

001290 fd  RUN-LOG-FILE.
001300     copy RUNSUM.

001310 fd  OPS-ERROR-LOG.
001320     copy OPSERR.

001330 fd  BUSINESS-DATE-FILE.
001340     copy BIZDATE.

001350 working-storage section.
001360 copy BIZDTWS.
001370 copy IOCHKWS.
001380 01 WS-GLACCT-STATUS          PIC X(02).
001390     88 GLACCT-OK             VALUE "00".
001400 01 WS-GLRULE-STATUS          PIC X(02).
001410     88 GLRULE-OK             VALUE "00".
001420 01 WS-GLCTL-STATUS           PIC X(02).
001430     88 GLCTL-OK              VALUE "00".
001440 01 WS-GLTRAN-STATUS          PIC X(02).
001450     88 GLTRAN-OK             VALUE "00".
001460 01 WS-RECV-STATUS            PIC X(02).
001470     88 RECV-OK               VALUE "00".
001472 01 WS-GLTUIT-STATUS          PIC X(02).
001474     88 GLTUIT-OK             VALUE "00".
001476     88 GLTUIT-NOT-FOUND      VALUE "23".
001478     88 GLTUIT-MISSING        VALUE "35".
001480 01 WS-OUT-STATUS             PIC X(02).
001490     88 OUT-OK                VALUE "00".
001500 01 WS-RESULTS-STATUS         PIC X(02).
001510     88 RESULTS-OK            VALUE "00".
001520 01 WS-ESTMAST-STATUS         PIC X(02).
001530     88 ESTMAST-OK            VALUE "00".
001540 01 WS-PRINT-STATUS           PIC X(02).
001550     88 PRINT-OK              VALUE "00".
001560 01 WS-RPTARCH-STATUS         PIC X(02).
001570     88 RPTARCH-OK            VALUE "00".
001580 01 WS-RUNLOG-STATUS          PIC X(02).
001590     88 RUNLOG-OK             VALUE "00".
001600 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
001610 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
001620     88 FILE-EOF              VALUE "Y".
001630 01 WS-TRAILER-SWITCH         PIC X(01) VALUE "N".
001640     88 TRAILER-SEEN          VALUE "Y".
001650 01 WS-RULES-BAD-SWITCH       PIC X(01) VALUE "N".
001660     88 RULES-BAD             VALUE "Y".
001670 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
001680     88 ENTRY-FOUND           VALUE "Y".
001690 01 WS-PERIOD                 PIC 9(06) VALUE ZEROES.
001700 01 WS-ITEMS-READ             PIC 9(07) VALUE ZEROES.
001710 01 WS-SOURCES-SKIPPED        PIC 9(02) VALUE ZEROES.
001720 01 WS-JOURNALS-WRITTEN       PIC 9(04) VALUE ZEROES.
001730 01 WS-LINES-WRITTEN          PIC 9(06) VALUE ZEROES.
001740 01 WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZEROES.
001750 01 WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
001760 01 WS-ARCH-LINE-SEQ          PIC 9(06) VALUE ZEROES.
001770 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
001780 01 WS-MESSAGE                PIC X(80) VALUE SPACES.
001790*
001800* the GLCTL high-water marks as read, and as they will be
001810* rewritten once tonight's journals are on GLTRAN.
001820 01 WS-NEXT-JOURNAL           PIC 9(08) VALUE ZEROES.
001830 01 WS-LAST-RECV-DATE         PIC 9(08) VALUE ZEROES.
001840 01 WS-LAST-CALC-ENTRY        PIC 9(06) VALUE ZEROES.
001850 01 WS-LAST-MULT-COUNT        PIC 9(05) VALUE ZEROES.
001860 01 WS-LAST-MULT-TOTAL        PIC 9(09)V99 VALUE ZEROES.
001870*
001880* per-source working totals, proved before they join the
001890* night's activity.
001900 01 WS-RECV-RUN-DATE          PIC 9(08) VALUE ZEROES.
001910 01 WS-RECV-COUNT             PIC 9(06) VALUE ZEROES.
001920 01 WS-RECV-CHARGES           PIC 9(09)V99 VALUE ZEROES.
001930 01 WS-RECV-LATE-FEES         PIC 9(09)V99 VALUE ZEROES.
001940 01 WS-RECV-AID               PIC 9(09)V99 VALUE ZEROES.
001950 01 WS-RECV-CHARGE-COUNT      PIC 9(06) VALUE ZEROES.
001960 01 WS-RECV-LATE-COUNT        PIC 9(06) VALUE ZEROES.
001970 01 WS-RECV-AID-COUNT         PIC 9(06) VALUE ZEROES.
001980 01 WS-RECV-TRAILER-COUNT     PIC 9(06) VALUE ZEROES.
001990 01 WS-RECV-TRAILER-GROSS     PIC 9(09)V99 VALUE ZEROES.
002000 01 WS-RECV-TRAILER-AID       PIC 9(09)V99 VALUE ZEROES.
002010 01 WS-LATE-FEE-COURSE        PIC X(06) VALUE "LATEFE".
002011 01 WS-KEY-HELD-SWITCH        PIC X(01) VALUE "N".
002012     88 KEY-HELD              VALUE "Y".
002013 01 WS-TUIT-KEY.
002014     05 WS-KEY-STUDENT-ID     PIC 9(06).
002015     05 WS-KEY-TERM           PIC X(05).
002016     05 WS-KEY-COURSE-ID      PIC X(06).
002017 01 WS-KEY-GROSS              PIC 9(07)V99 VALUE ZEROES.
002018 01 WS-KEY-AID                PIC 9(07)V99 VALUE ZEROES.
002019 01 WS-KEY-DIFFERENCE         PIC 9(07)V99 VALUE ZEROES.
002020 01 WS-MULT-COUNT             PIC 9(05) VALUE ZEROES.
002030 01 WS-MULT-TOTAL             PIC 9(09)V99 VALUE ZEROES.
002040 01 WS-MULT-TRAILER-COUNT     PIC 9(05) VALUE ZEROES.
002050 01 WS-MULT-TRAILER-TOTAL     PIC 9(09)V99 VALUE ZEROES.
002053 01 WS-MULT-TAX               PIC 9(09)V99 VALUE ZEROES.
002056 01 WS-MULT-TRAILER-TAX       PIC 9(09)V99 VALUE ZEROES.
002060 01 WS-CALC-HIGH-ENTRY        PIC 9(06) VALUE ZEROES.
002070 01 WS-QUOTES-MARKED          PIC 9(05) VALUE ZEROES.
002080*
002090* the chart of accounts, loaded whole from GLACCT.
002100 01 WS-ACCT-MAX               PIC 9(03) VALUE 300.
002110 01 WS-ACCT-COUNT             PIC 9(03) VALUE ZEROES.
002120 01 WS-ACCT-TABLE.
002130     05 WS-ACCT-ENTRY         OCCURS 300 TIMES.
002140         10 WS-ACCT-NUMBER    PIC X(06).
002150         10 WS-ACCT-NAME      PIC X(30).
002160         10 WS-ACCT-STATUS    PIC X(01).
002170             88 ACCT-CLOSED   VALUE "C".
002180 01 WS-ACCT-SUB               PIC 9(03) VALUE ZEROES.
002190 01 WS-LOOKUP-ACCOUNT         PIC X(06) VALUE SPACES.
002200*
002210* the posting rules, loaded whole from GLRULE.
002220 01 WS-RULE-MAX               PIC 9(02) VALUE 50.
002230 01 WS-RULE-COUNT             PIC 9(02) VALUE ZEROES.
002240 01 WS-RULE-TABLE.
002250     05 WS-RULE-ENTRY         OCCURS 50 TIMES.
002260         10 WS-RULE-KEY       PIC X(08).
002270         10 WS-RULE-DEBIT     PIC X(06).
002280         10 WS-RULE-CREDIT    PIC X(06).
002290         10 WS-RULE-DESC      PIC X(30).
002300 01 WS-RULE-SUB               PIC 9(02) VALUE ZEROES.
002310*
002320* the night's activity, one slot per source and transaction type
002330* the interface knows.  A slot's net amount is signed; the rule's
002340* accounts are for a positive net and swap for a negative one.
002350 01 WS-ACTIVITY-KEYS.
002360     05 FILLER                PIC X(08) VALUE "TUITCHRG".
002370     05 FILLER                PIC X(08) VALUE "TUITAID ".
002380     05 FILLER                PIC X(08) VALUE "TUITLATE".
002390     05 FILLER                PIC X(08) VALUE "INVCINV ".
002400     05 FILLER                PIC X(08) VALUE "CALCCALC".
002410     05 FILLER                PIC X(08) VALUE "CALCRVSL".
002420     05 FILLER                PIC X(08) VALUE "ESTMINV ".
002425     05 FILLER                PIC X(08) VALUE "INVCTAX ".
002430 01 WS-ACTIVITY-KEY-TABLE REDEFINES WS-ACTIVITY-KEYS.
002440     05 WS-ACT-KEY            PIC X(08) OCCURS 8 TIMES.
002450 01 WS-ACT-MAX                PIC 9(02) VALUE 8.
002460 01 WS-ACTIVITY-TABLE.
002470     05 WS-ACTIVITY-ENTRY     OCCURS 8 TIMES.
002480         10 WS-ACT-AMOUNT     PIC S9(11)V99.
002490         10 WS-ACT-COUNT      PIC 9(06).
002500         10 WS-ACT-REFERENCE  PIC X(10).
002510         10 WS-ACT-RULE-SUB   PIC 9(02).
002520 01 WS-ACT-SUB                PIC 9(02) VALUE ZEROES.
002530 01 WS-ACT-TUIT-CHRG          PIC 9(02) VALUE 1.
002540 01 WS-ACT-TUIT-AID           PIC 9(02) VALUE 2.
002550 01 WS-ACT-TUIT-LATE          PIC 9(02) VALUE 3.
002560 01 WS-ACT-INVC-INV           PIC 9(02) VALUE 4.
002570 01 WS-ACT-CALC-CALC          PIC 9(02) VALUE 5.
002580 01 WS-ACT-CALC-RVSL          PIC 9(02) VALUE 6.
002590 01 WS-ACT-ESTM-INV           PIC 9(02) VALUE 7.
002595 01 WS-ACT-INVC-TAX           PIC 9(02) VALUE 8.
002600*
002610* one journal being written.
002620 01 WS-JRNL-AMOUNT            PIC 9(11)V99 VALUE ZEROES.
002630 01 WS-JRNL-DEBIT             PIC X(06) VALUE SPACES.
002640 01 WS-JRNL-CREDIT            PIC X(06) VALUE SPACES.
002650*
002660* register lines.
002670 01 REG-HEADING-LINE.
002680     05 FILLER                PIC X(30) VALUE
002690         "GENERAL ACCOUNTING".
002700     05 FILLER                PIC X(34) VALUE
002710         "GENERAL LEDGER INTERFACE REGISTER".
002720     05 FILLER                PIC X(08) VALUE "PERIOD ".
002730     05 REG-HEADING-PERIOD    PIC 9(06).
002740     05 FILLER                PIC X(09) VALUE "   AS OF ".
002750     05 REG-HEADING-DATE      PIC 9(08).
002760     05 FILLER                PIC X(08) VALUE "   PAGE ".
002770     05 REG-HEADING-PAGE      PIC ZZZ9.
002780 01 REG-COLUMN-LINE.
002790     05 FILLER                PIC X(40) VALUE
002800         "JOURNAL   LN ACCOUNT NAME".
002810     05 FILLER                PIC X(40) VALUE
002820         "            SRC  TYPE   ITEMS".
002830     05 FILLER                PIC X(40) VALUE
002840         "   DEBIT            CREDIT".
002850 01 REG-DETAIL-LINE.
002860     05 REG-JOURNAL           PIC 9(08).
002870     05 FILLER                PIC X(02) VALUE SPACES.
002880     05 REG-LINE              PIC 9(02).
002890     05 FILLER                PIC X(01) VALUE SPACE.
002900     05 REG-ACCOUNT           PIC X(06).
002910     05 FILLER                PIC X(02) VALUE SPACES.
002920     05 REG-ACCOUNT-NAME      PIC X(30).
002930     05 FILLER                PIC X(01) VALUE SPACE.
002940     05 REG-SOURCE            PIC X(04).
002950     05 FILLER                PIC X(01) VALUE SPACE.
002960     05 REG-TRAN-TYPE         PIC X(04).
002970     05 FILLER                PIC X(01) VALUE SPACE.
002980     05 REG-ITEMS             PIC ZZZ,ZZ9.
002990     05 FILLER                PIC X(02) VALUE SPACES.
003000     05 REG-DEBIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003010     05 FILLER                PIC X(01) VALUE SPACE.
003020     05 REG-CREDIT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003030 01 REG-TOTAL-LINE.
003040     05 FILLER                PIC X(40) VALUE SPACES.
003050     05 REG-TOTAL-LABEL       PIC X(38).
003060     05 REG-TOTAL-DEBIT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003070     05 FILLER                PIC X(01) VALUE SPACE.
003080     05 REG-TOTAL-CREDIT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

003090 procedure division.
003100 PRG-BEGIN.
003110     move "GLINTF" to IOC-PROGRAM
003120     accept WS-RUN-START-TIME from TIME
003130     perform ZB-GET-BUSINESS-DATE
003140     move BDT-BUSINESS-DATE (1:6) to WS-PERIOD
003145     move zeroes to WS-ACTIVITY-TABLE
003150     perform LOAD-CHART-OF-ACCOUNTS
003160     perform LOAD-POSTING-RULES
003170     perform PROVE-POSTING-RULES
003180     if RULES-BAD
003190         display "*** POSTING RULES DO NOT PROVE AGAINST THE "
003200             "CHART - nothing posted, job ABORTED ***"
003210         move 8 to RETURN-CODE
003220         stop run
003230     end-if
003240     perform READ-GL-CONTROL
003250     open output REGISTER-PRINT
003260     open extend REPORT-ARCHIVE
003270     if not RPTARCH-OK
003280         open output REPORT-ARCHIVE
003290     end-if
003300     perform PRINT-REGISTER-HEADING
003320     perform GATHER-TUITION
003330     perform GATHER-INVOICES
003340     perform GATHER-CALCULATIONS
003350     perform GATHER-QUOTES
003360     open extend GL-TRANSACTION-FILE
003370     if not GLTRAN-OK
003380         open output GL-TRANSACTION-FILE
003390     end-if
003400     perform POST-ONE-ACTIVITY
003410         varying WS-ACT-SUB from 1 by 1
003420         until WS-ACT-SUB > WS-ACT-MAX
003430     close GL-TRANSACTION-FILE
003440     perform WRITE-GL-CONTROL
003450     perform PRINT-REGISTER-TOTALS
003460     close REGISTER-PRINT
003470     close REPORT-ARCHIVE
003480     display "-----------------------------------"
003490     display "Ledger period      : " WS-PERIOD
003500     display "Source items read  : " WS-ITEMS-READ
003510     display "Journals written   : " WS-JOURNALS-WRITTEN
003520     display "Journal lines      : " WS-LINES-WRITTEN
003530     display "Quotes marked      : " WS-QUOTES-MARKED
003540     display "Sources held back  : " WS-SOURCES-SKIPPED
003550     if WS-DEBIT-TOTAL not = WS-CREDIT-TOTAL
003560         display "*** DEBITS DO NOT EQUAL CREDITS ***"
003570         move 8 to RETURN-CODE
003580     else
003590         if WS-SOURCES-SKIPPED > 0
003600             move 4 to RETURN-CODE
003610         end-if
003620     end-if
003630     perform WRITE-RUN-SUMMARY
003640     stop run.

003650* the chart is small enough to hold whole; the rules and the
003660* register both look accounts up in it.
003670 LOAD-CHART-OF-ACCOUNTS.
003680     move "N" to WS-EOF-SWITCH
003690     open input GL-ACCOUNT-FILE
003700     if not GLACCT-OK
003710         display "*** NO GLACCT CHART OF ACCOUNTS - "
003720             "job ABORTED ***"
003730         move 8 to RETURN-CODE
003740         stop run
003750     end-if
003760     perform READ-ACCOUNT-RECORD
003770     perform LOAD-ONE-ACCOUNT until FILE-EOF
003780     close GL-ACCOUNT-FILE.

003790 READ-ACCOUNT-RECORD.
003800     read GL-ACCOUNT-FILE
003810         at end set FILE-EOF to true
003820     end-read.

003830 LOAD-ONE-ACCOUNT.
003840     if WS-ACCT-COUNT < WS-ACCT-MAX
003850         add 1 to WS-ACCT-COUNT
003860         move GA-ACCOUNT-NUMBER to WS-ACCT-NUMBER (WS-ACCT-COUNT)
003870         move GA-ACCOUNT-NAME to WS-ACCT-NAME (WS-ACCT-COUNT)
003880         move GA-STATUS to WS-ACCT-STATUS (WS-ACCT-COUNT)
003890     else
003900         display "*** MORE THAN " WS-ACCT-MAX
003910             " ACCOUNTS ON GLACCT - job ABORTED ***"
003920         move 8 to RETURN-CODE
003930         stop run
003940     end-if
003950     perform READ-ACCOUNT-RECORD.

003960 LOAD-POSTING-RULES.
003970     move "N" to WS-EOF-SWITCH
003980     open input GL-RULE-FILE
003990     if not GLRULE-OK
004000         display "*** NO GLRULE POSTING RULES - job ABORTED ***"
004010         move 8 to RETURN-CODE
004020         stop run
004030     end-if
004040     perform READ-RULE-RECORD
004050     perform LOAD-ONE-RULE until FILE-EOF
004060     close GL-RULE-FILE.

004070 READ-RULE-RECORD.
004080     read GL-RULE-FILE
004090         at end set FILE-EOF to true
004100     end-read.

004110 LOAD-ONE-RULE.
004120     if WS-RULE-COUNT < WS-RULE-MAX
004130         add 1 to WS-RULE-COUNT
004140         move GR-KEY to WS-RULE-KEY (WS-RULE-COUNT)
004150         move GR-DEBIT-ACCOUNT to WS-RULE-DEBIT (WS-RULE-COUNT)
004160         move GR-CREDIT-ACCOUNT to WS-RULE-CREDIT (WS-RULE-COUNT)
004170         move GR-DESCRIPTION to WS-RULE-DESC (WS-RULE-COUNT)
004180     else
004190         display "*** MORE THAN " WS-RULE-MAX
004200             " RULES ON GLRULE - job ABORTED ***"
004210         move 8 to RETURN-CODE
004220         stop run
004230     end-if
004240     perform READ-RULE-RECORD.

004250* every activity slot needs a rule, and every rule's accounts
004260* must be open on the chart -- a half-proved rule set posts
004270* nothing rather than part of the night.
004280 PROVE-POSTING-RULES.
004290     perform PROVE-ONE-SLOT
004300         varying WS-ACT-SUB from 1 by 1
004310         until WS-ACT-SUB > WS-ACT-MAX.

004320 PROVE-ONE-SLOT.
004330     move "N" to WS-FOUND-SWITCH
004340     perform FIND-SLOT-RULE
004350         varying WS-RULE-SUB from 1 by 1
004360         until WS-RULE-SUB > WS-RULE-COUNT
004370             or ENTRY-FOUND
004380     if not ENTRY-FOUND
004390         display "*** NO POSTING RULE FOR "
004395             WS-ACT-KEY (WS-ACT-SUB)
004400         set RULES-BAD to true
004410     else
004420         subtract 1 from WS-RULE-SUB
004430         move WS-RULE-SUB to WS-ACT-RULE-SUB (WS-ACT-SUB)
004440         move WS-RULE-DEBIT (WS-RULE-SUB) to WS-LOOKUP-ACCOUNT
004450         perform PROVE-RULE-ACCOUNT
004460         move WS-RULE-CREDIT (WS-RULE-SUB) to WS-LOOKUP-ACCOUNT
004470         perform PROVE-RULE-ACCOUNT
004480     end-if.

004490 FIND-SLOT-RULE.
004500     if WS-RULE-KEY (WS-RULE-SUB) = WS-ACT-KEY (WS-ACT-SUB)
004510         set ENTRY-FOUND to true
004520     end-if.

004530 PROVE-RULE-ACCOUNT.
004540     perform FIND-ACCOUNT
004550     if not ENTRY-FOUND
004560         display "*** RULE " WS-ACT-KEY (WS-ACT-SUB)
004570             " NAMES ACCOUNT " WS-LOOKUP-ACCOUNT
004580             " - NOT ON THE CHART"
004590         set RULES-BAD to true
004600     else
004610         if ACCT-CLOSED (WS-ACCT-SUB)
004620             display "*** RULE " WS-ACT-KEY (WS-ACT-SUB)
004630                 " NAMES ACCOUNT " WS-LOOKUP-ACCOUNT
004640                 " - ACCOUNT CLOSED"
004650             set RULES-BAD to true
004660         end-if
004670     end-if.

004680 FIND-ACCOUNT.
004690     move "N" to WS-FOUND-SWITCH
004700     perform TEST-ONE-ACCOUNT
004710         varying WS-ACCT-SUB from 1 by 1
004720         until WS-ACCT-SUB > WS-ACCT-COUNT
004730             or ENTRY-FOUND
004740     if ENTRY-FOUND
004750         subtract 1 from WS-ACCT-SUB
004760     end-if.

004770 TEST-ONE-ACCOUNT.
004780     if WS-ACCT-NUMBER (WS-ACCT-SUB) = WS-LOOKUP-ACCOUNT
004790         set ENTRY-FOUND to true
004800     end-if.

004810 READ-GL-CONTROL.
004820     open input GL-CONTROL-FILE
004830     if GLCTL-OK
004840         read GL-CONTROL-FILE
004850             at end continue
004860             not at end
004870                 move GC-NEXT-JOURNAL to WS-NEXT-JOURNAL
004880                 move GC-LAST-RECV-DATE to WS-LAST-RECV-DATE
004890                 move GC-LAST-CALC-ENTRY to WS-LAST-CALC-ENTRY
004900                 move GC-LAST-MULT-COUNT to WS-LAST-MULT-COUNT
004910                 move GC-LAST-MULT-TOTAL to WS-LAST-MULT-TOTAL
004920         end-read
004930         close GL-CONTROL-FILE
004940     end-if.

004950 WRITE-GL-CONTROL.
004960     open output GL-CONTROL-FILE
004970     move spaces to GL-CONTROL-RECORD
004980     move WS-NEXT-JOURNAL to GC-NEXT-JOURNAL
004990     move WS-LAST-RECV-DATE to GC-LAST-RECV-DATE
005000     move WS-LAST-CALC-ENTRY to GC-LAST-CALC-ENTRY
005010     move WS-LAST-MULT-COUNT to GC-LAST-MULT-COUNT
005020     move WS-LAST-MULT-TOTAL to GC-LAST-MULT-TOTAL
005030     write GL-CONTROL-RECORD
005040     move WS-GLCTL-STATUS to IOC-STATUS
005050     move "GLCTL" to IOC-FILE-NAME
005060     perform ZZ-CHECK-WRITE
005070     close GL-CONTROL-FILE.

005080* TUIRECV posts the way acctPost loads it -- only when the detail
005090* ties to the trailer's count, gross and aid, never the same
005100* billing night twice, and then only what each course has grown
005105* by since it last went to the ledger (DIFFERENCE-TUITION).
005106* Late fees bill under pseudo-course LATEFE and post to their
005110* own rule.
005120 GATHER-TUITION.
005130     move "N" to WS-EOF-SWITCH
005140     move "N" to WS-TRAILER-SWITCH
005150     open input RECEIVABLES-FILE
005160     if not RECV-OK
005170         move "No TUIRECV interface tonight - no tuition posted"
005180             to WS-MESSAGE
005190         perform PRINT-REGISTER-MESSAGE
005200     else
005210         perform READ-RECEIVABLE
005220         perform TALLY-ONE-RECEIVABLE until FILE-EOF
005230         close RECEIVABLES-FILE
005240         perform JUDGE-TUITION
005250     end-if.

005260 READ-RECEIVABLE.
005270     read RECEIVABLES-FILE
005280         at end set FILE-EOF to true
005290     end-read.

005300 TALLY-ONE-RECEIVABLE.
005310     evaluate true
005320         when RV-HEADER-REC
005330             move RV-RUN-DATE to WS-RECV-RUN-DATE
005340         when RV-TRAILER-REC
005350             set TRAILER-SEEN to true
005360             move RV-RECORD-COUNT to WS-RECV-TRAILER-COUNT
005370             move RV-GROSS-TOTAL to WS-RECV-TRAILER-GROSS
005380             move RV-AID-TOTAL to WS-RECV-TRAILER-AID
005390         when other
005400             add 1 to WS-RECV-COUNT
005410             add 1 to WS-ITEMS-READ
005420             if RV-COURSE-ID = WS-LATE-FEE-COURSE
005430                 add RV-GROSS-AMOUNT to WS-RECV-LATE-FEES
005440                 add 1 to WS-RECV-LATE-COUNT
005450             else
005460                 add RV-GROSS-AMOUNT to WS-RECV-CHARGES
005470                 add 1 to WS-RECV-CHARGE-COUNT
005480             end-if
005490             if RV-AID-AMOUNT > 0
005500                 add RV-AID-AMOUNT to WS-RECV-AID
005510                 add 1 to WS-RECV-AID-COUNT
005520             end-if
005530     end-evaluate
005540     perform READ-RECEIVABLE.

005550 JUDGE-TUITION.
005560     evaluate true
005570         when not TRAILER-SEEN
005580             move "*** TUIRECV has no trailer - tuition held back"
005590                 to WS-MESSAGE
005600             add 1 to WS-SOURCES-SKIPPED
005610         when WS-RECV-COUNT not = WS-RECV-TRAILER-COUNT
005620             or WS-RECV-CHARGES + WS-RECV-LATE-FEES
005630                 not = WS-RECV-TRAILER-GROSS
005640             or WS-RECV-AID not = WS-RECV-TRAILER-AID
005650             move spaces to WS-MESSAGE
005655             string "*** TUIRECV does not tie to its trailer - "
005660                 "tuition held back" delimited by size
005665                 into WS-MESSAGE
005670             add 1 to WS-SOURCES-SKIPPED
005680         when WS-RECV-RUN-DATE = WS-LAST-RECV-DATE
005690             move spaces to WS-MESSAGE
005695             string "TUIRECV billing night already on the "
005700                 "ledger - not posted again" delimited by size
005705                 into WS-MESSAGE
005710         when other
005720             move spaces to WS-MESSAGE
005730             perform DIFFERENCE-TUITION
005820             move WS-RECV-RUN-DATE
005830                 to WS-ACT-REFERENCE (WS-ACT-TUIT-CHRG)
005840             move WS-RECV-RUN-DATE
005850                 to WS-ACT-REFERENCE (WS-ACT-TUIT-AID)
005860             move WS-RECV-RUN-DATE
005870                 to WS-ACT-REFERENCE (WS-ACT-TUIT-LATE)
005880             move WS-RECV-RUN-DATE to WS-LAST-RECV-DATE
005890     end-evaluate
005900     if WS-MESSAGE not = spaces
005910         perform PRINT-REGISTER-MESSAGE
005920     end-if.

005930* MULTOUT carries no run date, so the trailer's count and grand
005940* total stand in for one -- the same generation is not posted
005950* twice.  The detail must also tie to that trailer, as
005960* multInvoice proves it.
005970 GATHER-INVOICES.
005980     move "N" to WS-EOF-SWITCH
005990     move "N" to WS-TRAILER-SWITCH
006000     open input EXTENDED-OUTPUT-FILE
006010     if not OUT-OK
006020         move "No MULTOUT invoice run tonight - none posted"
006030             to WS-MESSAGE
006040         perform PRINT-REGISTER-MESSAGE
006050     else
006060         perform READ-EXTENSION
006070         perform TALLY-ONE-EXTENSION until FILE-EOF
006080         close EXTENDED-OUTPUT-FILE
006090         perform JUDGE-INVOICES
006100     end-if.

006110 READ-EXTENSION.
006120     read EXTENDED-OUTPUT-FILE
006130         at end set FILE-EOF to true
006140     end-read.

006150 TALLY-ONE-EXTENSION.
006160     if MO-TRAILER-REC
006170         set TRAILER-SEEN to true
006180         move MO-RECORD-COUNT to WS-MULT-TRAILER-COUNT
006190         move MO-GRAND-TOTAL to WS-MULT-TRAILER-TOTAL
006195         move MO-TAX-TOTAL to WS-MULT-TRAILER-TAX
006200     else
006210         add 1 to WS-MULT-COUNT
006220         add 1 to WS-ITEMS-READ
006230         add MO-EXTENSION to WS-MULT-TOTAL
006235         add MO-TAX-AMOUNT to WS-MULT-TAX
006240     end-if
006250     perform READ-EXTENSION.

006260 JUDGE-INVOICES.
006270     evaluate true
006280         when not TRAILER-SEEN
006290             move "*** MULTOUT has no trailer - invoices held"
006300                 to WS-MESSAGE
006310             add 1 to WS-SOURCES-SKIPPED
006320         when WS-MULT-COUNT not = WS-MULT-TRAILER-COUNT
006330             or WS-MULT-TOTAL not = WS-MULT-TRAILER-TOTAL
006335             or WS-MULT-TAX not = WS-MULT-TRAILER-TAX
006340             move spaces to WS-MESSAGE
006345             string "*** MULTOUT does not tie to its trailer - "
006350                 "invoices held back" delimited by size
006355                 into WS-MESSAGE
006360             add 1 to WS-SOURCES-SKIPPED
006370         when WS-MULT-COUNT = WS-LAST-MULT-COUNT
006380             and WS-MULT-TOTAL = WS-LAST-MULT-TOTAL
006390             move spaces to WS-MESSAGE
006395             string "MULTOUT invoice run already on the ledger - "
006400                 "not posted again" delimited by size
006405                 into WS-MESSAGE
006410         when other
006420             move spaces to WS-MESSAGE
006430             add WS-MULT-TOTAL to WS-ACT-AMOUNT (WS-ACT-INVC-INV)
006440             add WS-MULT-COUNT to WS-ACT-COUNT (WS-ACT-INVC-INV)
006450             move "MULTOUT" to WS-ACT-REFERENCE (WS-ACT-INVC-INV)
006452             add WS-MULT-TAX to WS-ACT-AMOUNT (WS-ACT-INVC-TAX)
006454             add WS-MULT-COUNT to WS-ACT-COUNT (WS-ACT-INVC-TAX)
006456             move "MULTOUT" to WS-ACT-REFERENCE (WS-ACT-INVC-TAX)
006460             move WS-MULT-COUNT to WS-LAST-MULT-COUNT
006470             move WS-MULT-TOTAL to WS-LAST-MULT-TOTAL
006480     end-evaluate
006490     if WS-MESSAGE not = spaces
006500         perform PRINT-REGISTER-MESSAGE
006510     end-if.

006520* ADDRSLT entry numbers only ever climb, so everything past the
006530* last entry posted is tonight's.  Posted CALC amounts and RVSL
006540* back-outs go to their own rules; BAL carry-forwards and
006550* calculations that never posted are not ledger activity.
006560 GATHER-CALCULATIONS.
006570     move "N" to WS-EOF-SWITCH
006580     move WS-LAST-CALC-ENTRY to WS-CALC-HIGH-ENTRY
006590     open input CALC-RESULTS-FILE
006600     if not RESULTS-OK
006610         move "No ADDRSLT results file - no calculations posted"
006620             to WS-MESSAGE
006630         perform PRINT-REGISTER-MESSAGE
006640     else
006650         move WS-LAST-CALC-ENTRY to RR-ENTRY-NUMBER
006660         start CALC-RESULTS-FILE
006670             key is greater than RR-ENTRY-NUMBER
006680             invalid key
006690                 set FILE-EOF to true
006700         end-start
006710         perform READ-RESULT-ENTRY
006720         perform TALLY-ONE-RESULT until FILE-EOF
006730         close CALC-RESULTS-FILE
006740         move WS-CALC-HIGH-ENTRY to WS-LAST-CALC-ENTRY
006750         move WS-CALC-HIGH-ENTRY
006760             to WS-ACT-REFERENCE (WS-ACT-CALC-CALC)
006770         move WS-CALC-HIGH-ENTRY
006780             to WS-ACT-REFERENCE (WS-ACT-CALC-RVSL)
006790     end-if.

006800 READ-RESULT-ENTRY.
006810     if not FILE-EOF
006820         read CALC-RESULTS-FILE next record
006830             at end set FILE-EOF to true
006840         end-read
006850     end-if.

006860 TALLY-ONE-RESULT.
006870     add 1 to WS-ITEMS-READ
006880     move RR-ENTRY-NUMBER to WS-CALC-HIGH-ENTRY
006890     evaluate true
006900         when RR-TRAN-TYPE = "CALC" and RR-STATUS = "POSTED"
006910             add RR-RESULT to WS-ACT-AMOUNT (WS-ACT-CALC-CALC)
006920             add 1 to WS-ACT-COUNT (WS-ACT-CALC-CALC)
006930         when RR-TRAN-TYPE = "RVSL"
006940             add RR-RESULT to WS-ACT-AMOUNT (WS-ACT-CALC-RVSL)
006950             add 1 to WS-ACT-COUNT (WS-ACT-CALC-RVSL)
006960         when other
006970             continue
006980     end-evaluate
006990     perform READ-RESULT-ENTRY.

007000* an invoiced quote posts at its total cost and is marked "P"
007010* (invoiced and on the ledger) so it never posts again.
007020 GATHER-QUOTES.
007030     move "N" to WS-EOF-SWITCH
007040     open i-o ESTIMATE-MASTER
007050     if not ESTMAST-OK
007060         move "No ESTMAST estimate master - no quotes posted"
007070             to WS-MESSAGE
007080         perform PRINT-REGISTER-MESSAGE
007090     else
007100         move low-values to EM-JOB-ID
007110         start ESTIMATE-MASTER
007120             key is not less than EM-JOB-ID
007130             invalid key
007140                 set FILE-EOF to true
007150         end-start
007160         perform READ-NEXT-ESTIMATE
007170         perform TALLY-ONE-ESTIMATE until FILE-EOF
007180         close ESTIMATE-MASTER
007190         move BDT-BUSINESS-DATE
007200             to WS-ACT-REFERENCE (WS-ACT-ESTM-INV)
007210     end-if.

007220 READ-NEXT-ESTIMATE.
007230     if not FILE-EOF
007240         read ESTIMATE-MASTER next record
007250             at end set FILE-EOF to true
007260         end-read
007270     end-if.

007280 TALLY-ONE-ESTIMATE.
007290     if EM-INVOICED
007300         add 1 to WS-ITEMS-READ
007310         add EM-TOTAL-COST to WS-ACT-AMOUNT (WS-ACT-ESTM-INV)
007320         add 1 to WS-ACT-COUNT (WS-ACT-ESTM-INV)
007330         set EM-LEDGER-POSTED to true
007340         rewrite ESTIMATE-MASTER-RECORD
007350         move WS-ESTMAST-STATUS to IOC-STATUS
007360         move "ESTMAST" to IOC-FILE-NAME
007370         perform ZZ-CHECK-WRITE
007380         add 1 to WS-QUOTES-MARKED
007390     end-if
007400     perform READ-NEXT-ESTIMATE.

007410* one journal per slot with a net: the debit line and the credit
007420* line carry the same amount under one journal number.
007430 POST-ONE-ACTIVITY.
007440     if WS-ACT-AMOUNT (WS-ACT-SUB) not = 0
007450         move WS-ACT-RULE-SUB (WS-ACT-SUB) to WS-RULE-SUB
007460         if WS-ACT-AMOUNT (WS-ACT-SUB) > 0
007470             move WS-ACT-AMOUNT (WS-ACT-SUB) to WS-JRNL-AMOUNT
007480             move WS-RULE-DEBIT (WS-RULE-SUB) to WS-JRNL-DEBIT
007490             move WS-RULE-CREDIT (WS-RULE-SUB) to WS-JRNL-CREDIT
007500         else
007510             compute WS-JRNL-AMOUNT =
007520                 zeroes - WS-ACT-AMOUNT (WS-ACT-SUB)
007530             move WS-RULE-CREDIT (WS-RULE-SUB) to WS-JRNL-DEBIT
007540             move WS-RULE-DEBIT (WS-RULE-SUB) to WS-JRNL-CREDIT
007550         end-if
007560         add 1 to WS-NEXT-JOURNAL
007570         add 1 to WS-JOURNALS-WRITTEN
007580         move spaces to GL-TRANSACTION-RECORD
007590         move WS-NEXT-JOURNAL to GT-JOURNAL-NUMBER
007600         move BDT-BUSINESS-DATE to GT-POST-DATE
007610         move WS-PERIOD to GT-PERIOD
007620         move WS-JRNL-AMOUNT to GT-AMOUNT
007630         move WS-ACT-KEY (WS-ACT-SUB) (1:4) to GT-SOURCE
007640         move WS-ACT-KEY (WS-ACT-SUB) (5:4) to GT-TRAN-TYPE
007650         move WS-ACT-COUNT (WS-ACT-SUB) to GT-ITEM-COUNT
007660         move WS-ACT-REFERENCE (WS-ACT-SUB) to GT-REFERENCE
007670         move WS-RULE-DESC (WS-RULE-SUB) to GT-DESCRIPTION
007680         move 1 to GT-LINE-NUMBER
007690         move WS-JRNL-DEBIT to GT-ACCOUNT-NUMBER
007700         set GT-DEBIT to true
007710         perform WRITE-JOURNAL-LINE
007720         add WS-JRNL-AMOUNT to WS-DEBIT-TOTAL
007730         move 2 to GT-LINE-NUMBER
007740         move WS-JRNL-CREDIT to GT-ACCOUNT-NUMBER
007750         set GT-CREDIT to true
007760         perform WRITE-JOURNAL-LINE
007770         add WS-JRNL-AMOUNT to WS-CREDIT-TOTAL
007780     end-if.

007790 WRITE-JOURNAL-LINE.
007800     write GL-TRANSACTION-RECORD
007810     move WS-GLTRAN-STATUS to IOC-STATUS
007820     move "GLTRAN" to IOC-FILE-NAME
007830     perform ZZ-CHECK-WRITE
007840     add 1 to WS-LINES-WRITTEN
007850     perform PRINT-JOURNAL-LINE.

007860 PRINT-JOURNAL-LINE.
007870     move GT-JOURNAL-NUMBER to REG-JOURNAL
007880     move GT-LINE-NUMBER to REG-LINE
007890     move GT-ACCOUNT-NUMBER to REG-ACCOUNT
007900     move GT-ACCOUNT-NUMBER to WS-LOOKUP-ACCOUNT
007910     perform FIND-ACCOUNT
007920     if ENTRY-FOUND
007930         move WS-ACCT-NAME (WS-ACCT-SUB) to REG-ACCOUNT-NAME
007940     else
007950         move spaces to REG-ACCOUNT-NAME
007960     end-if
007970     move GT-SOURCE to REG-SOURCE
007980     move GT-TRAN-TYPE to REG-TRAN-TYPE
007990     move GT-ITEM-COUNT to REG-ITEMS
008000     if GT-DEBIT
008010         move GT-AMOUNT to REG-DEBIT
008020         move zeroes to REG-CREDIT
008030     else
008040         move zeroes to REG-DEBIT
008050         move GT-AMOUNT to REG-CREDIT
008060     end-if
008070     write PRINT-LINE from REG-DETAIL-LINE
008080         after advancing 1 line
008090     perform ARCHIVE-PRINT-LINE.

008100 PRINT-REGISTER-HEADING.
008110     add 1 to WS-PAGE-COUNT
008120     move WS-PERIOD to REG-HEADING-PERIOD
008130     move BDT-BUSINESS-DATE to REG-HEADING-DATE
008140     move WS-PAGE-COUNT to REG-HEADING-PAGE
008150     write PRINT-LINE from REG-HEADING-LINE
008160         after advancing page
008170     perform ARCHIVE-PRINT-LINE
008180     write PRINT-LINE from REG-COLUMN-LINE
008190         after advancing 2 lines
008200     perform ARCHIVE-PRINT-LINE.

008210 PRINT-REGISTER-MESSAGE.
008220     display WS-MESSAGE
008230     move WS-MESSAGE to PRINT-LINE
008240     write PRINT-LINE after advancing 1 line
008250     perform ARCHIVE-PRINT-LINE.

008260 PRINT-REGISTER-TOTALS.
008270     move "TOTAL DEBITS AND CREDITS" to REG-TOTAL-LABEL
008280     move WS-DEBIT-TOTAL to REG-TOTAL-DEBIT
008290     move WS-CREDIT-TOTAL to REG-TOTAL-CREDIT
008300     write PRINT-LINE from REG-TOTAL-LINE
008310         after advancing 2 lines
008320     perform ARCHIVE-PRINT-LINE
008330     if WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
008340         move "Debits equal credits - register in balance"
008350             to WS-MESSAGE
008360     else
008370         move spaces to WS-MESSAGE
008375         string "*** DEBITS DO NOT EQUAL CREDITS - register "
008380             "OUT OF BALANCE ***" delimited by size
008385             into WS-MESSAGE
008390     end-if
008400     move WS-MESSAGE to PRINT-LINE
008410     write PRINT-LINE after advancing 2 lines
008420     perform ARCHIVE-PRINT-LINE.

008430* every register line also lands on the report archive by page,
008440* so rptReprint can reproduce a lost register.
008450 ARCHIVE-PRINT-LINE.
008460     move "GLREG   " to RP-REPORT-NAME
008470     move BDT-BUSINESS-DATE to RP-RUN-DATE
008480     move WS-PAGE-COUNT to RP-PAGE
008490     add 1 to WS-ARCH-LINE-SEQ
008500     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
008510     move PRINT-LINE to RP-PRINT-LINE
008520     write REPORT-ARCHIVE-RECORD
008530     move WS-RPTARCH-STATUS to IOC-STATUS
008540     move "RPTARCH" to IOC-FILE-NAME
008550     perform ZZ-CHECK-WRITE.

008560* one standard record per run to the shared RUNLOG operations
008570* file, for the night-end opsReport.
008580 WRITE-RUN-SUMMARY.
008590     open extend RUN-LOG-FILE
008600     if not RUNLOG-OK
008610         open output RUN-LOG-FILE
008620     end-if
008630     move "GLINTF" to RS-PROGRAM
008640     move BDT-BUSINESS-DATE to RS-RUN-DATE
008650     accept RS-RUN-TIME from TIME
008660     move WS-RUN-START-TIME to RS-START-TIME
008670     move WS-ITEMS-READ to RS-RECORDS-READ
008680     move WS-LINES-WRITTEN to RS-RECORDS-POSTED
008690     move WS-SOURCES-SKIPPED to RS-RECORDS-REJECTED
008700     if WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
008710         move "BALANCED" to RS-CONTROL-STATUS
008720     else
008730         move "OUTOFBAL" to RS-CONTROL-STATUS
008740     end-if
008750     write RUN-SUMMARY-RECORD
008760     close RUN-LOG-FILE.

008770* TUIRECV carries the whole term every billing night, so each
008780* student's course posts only what its gross and aid have grown
008790* by over what GLTUIT says has already gone to the ledger -- the
008800* same difference acctPost posts to the student ledger, so the
008810* two ledgers agree.  TUIRECV is in student, term and course
008820* order, so a course's lines add up together before they post.
008830 DIFFERENCE-TUITION.
008840     move "N" to WS-EOF-SWITCH
008850     move "N" to WS-KEY-HELD-SWITCH
008860     open i-o GL-TUITION-FILE
008870     if GLTUIT-MISSING
008880         open output GL-TUITION-FILE
008890         close GL-TUITION-FILE
008900         open i-o GL-TUITION-FILE
008910     end-if
008920     move WS-GLTUIT-STATUS to IOC-STATUS
008930     move "GLTUIT" to IOC-FILE-NAME
008940     perform ZZ-CHECK-WRITE
008950     open input RECEIVABLES-FILE
008960     perform READ-RECEIVABLE
008970     perform DIFFERENCE-ONE-RECEIVABLE until FILE-EOF
008980     if KEY-HELD
008990         perform POST-KEY-DIFFERENCE
009000     end-if
009010     close RECEIVABLES-FILE
009020     close GL-TUITION-FILE.

009030 DIFFERENCE-ONE-RECEIVABLE.
009040     if not RV-HEADER-REC and not RV-TRAILER-REC
009050         if KEY-HELD
009060             if RV-STUDENT-ID not = WS-KEY-STUDENT-ID
009070                 or RV-TERM not = WS-KEY-TERM
009080                 or RV-COURSE-ID not = WS-KEY-COURSE-ID
009090                 perform POST-KEY-DIFFERENCE
009100             end-if
009110         end-if
009120         if not KEY-HELD
009130             set KEY-HELD to true
009140             move RV-STUDENT-ID to WS-KEY-STUDENT-ID
009150             move RV-TERM to WS-KEY-TERM
009160             move RV-COURSE-ID to WS-KEY-COURSE-ID
009170             move zeroes to WS-KEY-GROSS
009180             move zeroes to WS-KEY-AID
009190         end-if
009200         add RV-GROSS-AMOUNT to WS-KEY-GROSS
009210         add RV-AID-AMOUNT to WS-KEY-AID
009220     end-if
009230     perform READ-RECEIVABLE.

009240* a course billed for less than has already gone to the ledger
009250* posts nothing, as on the student ledger -- the refund schedule
009260* handles money coming back.
009270 POST-KEY-DIFFERENCE.
009280     move "N" to WS-KEY-HELD-SWITCH
009290     move WS-TUIT-KEY to GU-KEY
009300     read GL-TUITION-FILE
009310         invalid key
009320             move spaces to GL-TUITION-RECORD
009330             move WS-TUIT-KEY to GU-KEY
009340             move zeroes to GU-GROSS-AMOUNT
009350             move zeroes to GU-AID-AMOUNT
009360     end-read
009370     if WS-KEY-GROSS > GU-GROSS-AMOUNT
009380         compute WS-KEY-DIFFERENCE =
009385             WS-KEY-GROSS - GU-GROSS-AMOUNT
009390         if WS-KEY-COURSE-ID = WS-LATE-FEE-COURSE
009400             add WS-KEY-DIFFERENCE
009410                 to WS-ACT-AMOUNT (WS-ACT-TUIT-LATE)
009420             add 1 to WS-ACT-COUNT (WS-ACT-TUIT-LATE)
009430         else
009440             add WS-KEY-DIFFERENCE
009450                 to WS-ACT-AMOUNT (WS-ACT-TUIT-CHRG)
009460             add 1 to WS-ACT-COUNT (WS-ACT-TUIT-CHRG)
009470         end-if
009480         move WS-KEY-GROSS to GU-GROSS-AMOUNT
009490     end-if
009500     if WS-KEY-AID > GU-AID-AMOUNT
009510         compute WS-KEY-DIFFERENCE = WS-KEY-AID - GU-AID-AMOUNT
009520         add WS-KEY-DIFFERENCE to WS-ACT-AMOUNT (WS-ACT-TUIT-AID)
009530         add 1 to WS-ACT-COUNT (WS-ACT-TUIT-AID)
009540         move WS-KEY-AID to GU-AID-AMOUNT
009550     end-if
009560     move WS-RECV-RUN-DATE to GU-LAST-RECV-DATE
009570     if GLTUIT-NOT-FOUND
009580         write GL-TUITION-RECORD
009590     else
009600         rewrite GL-TUITION-RECORD
009610     end-if
009620     move WS-GLTUIT-STATUS to IOC-STATUS
009630     move "GLTUIT" to IOC-FILE-NAME
009640     perform ZZ-CHECK-WRITE.

009650*****************************************************************
009660* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
009670*****************************************************************
009680     copy IOCHKPRC.

009690*****************************************************************
009700* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
009710*****************************************************************
009720     copy BIZDTPRC.
