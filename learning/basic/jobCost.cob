000010 identification division.
000020 program-id. jobCost.
000030 author. ENGINEERING-SERVICES.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   drl  original -- estimate-versus-actual job-cost
000130*                   report.  Totals the JCHIST actuals jobPost
000140*                   has posted by job and sets them beside each
000150*                   accepted ESTMAST quote: estimated against
000160*                   actual area (the material laid) and cost,
000170*                   the variance and its percentage, flagging an
000180*                   overrun past the shop's percentage from SYSIN
000190*                   (default 10).  A second section summarizes
000200*                   the variance by estimate month with the
000210*                   average estimated and actual cost per unit
000220*                   area, the evidence for tuning the TRIRATE
000230*                   rates.  Actuals on a job no longer accepted
000240*                   are listed, and the actuals reported must
000250*                   total the JCHIST file.  The JOBCOST report is
000260*                   captured to RPTARCH.
000270*****************************************************************

000280 environment division.
000290 input-output section.
000300 file-control.
000310     select ESTIMATE-MASTER assign to "ESTMAST"
000320         organization is indexed
000330         access mode is sequential
000340         record key is EM-JOB-ID
000350         file status is WS-ESTMAST-STATUS.
000360     select COST-HISTORY-FILE assign to "JCHIST"
000370         organization is sequential
000380         file status is WS-JCHIST-STATUS.
000390     select JOB-COST-PRINT assign to "JOBCOST"
000400         organization is sequential
000410         file status is WS-PRINT-STATUS.
000420     select REPORT-ARCHIVE assign to "RPTARCH"
000430         organization is sequential
000440         file status is WS-RPTARCH-STATUS.
000450     select RUN-LOG-FILE assign to "RUNLOG"
000460         organization is sequential
000470         file status is WS-RUNLOG-STATUS.
000480     select OPS-ERROR-LOG assign to "OPSLOG"
000490         organization is sequential
000500         file status is WS-OPSLOG-STATUS.
000510     select BUSINESS-DATE-FILE assign to "BIZDATE"
000520         organization is sequential
000530         file status is WS-BIZDT-STATUS.

000540 data division.
000550 file section.
000560 fd  ESTIMATE-MASTER.
000570     copy ESTMAST.

000580 fd  COST-HISTORY-FILE.
000590     copy JOBCOST.

000600 fd  JOB-COST-PRINT.
000610 01  PRINT-LINE               PIC X(132).

000620 fd  REPORT-ARCHIVE.
000630     copy RPTARCH.

000640 fd  RUN-LOG-FILE.
000650     copy RUNSUM.

000660 fd  OPS-ERROR-LOG.
000670     copy OPSERR.

000680 fd  BUSINESS-DATE-FILE.
000690     copy BIZDATE.

000700 working-storage section.
000710 copy BIZDTWS.
000720 copy IOCHKWS.
000730 01 WS-ESTMAST-STATUS        PIC X(02).
000740     88 ESTMAST-OK            VALUE "00".
000750 01 WS-JCHIST-STATUS         PIC X(02).
000760     88 JCHIST-OK             VALUE "00".
000770 01 WS-PRINT-STATUS          PIC X(02).
000780     88 PRINT-OK              VALUE "00".
000790 01 WS-RPTARCH-STATUS        PIC X(02).
000800     88 RPTARCH-OK            VALUE "00".
000810 01 WS-RUNLOG-STATUS         PIC X(02).
000820     88 RUNLOG-OK             VALUE "00".
000830 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
000840 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
000850     88 FILE-EOF              VALUE "Y".
000860 01 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
000870     88 ENTRY-FOUND           VALUE "Y".
000880 01 WS-SECTION-SWITCH        PIC X(01) VALUE "J".
000890     88 JOB-SECTION           VALUE "J".
000900     88 MONTH-SECTION         VALUE "M".
000910 01 WS-OVERRUN-PCT-IN        PIC X(03) VALUE SPACES.
000920 01 WS-OVERRUN-PCT           PIC 9(03) VALUE 10.
000930 01 WS-HIST-READ             PIC 9(07) VALUE ZEROES.
000940 01 WS-HIST-AMOUNT           PIC 9(09)V99 VALUE ZEROES.
000950 01 WS-EST-READ              PIC 9(06) VALUE ZEROES.
000960 01 WS-JOBS-COMPARED         PIC 9(06) VALUE ZEROES.
000970 01 WS-JOBS-NO-ACTUALS       PIC 9(06) VALUE ZEROES.
000980 01 WS-OVERRUN-COUNT         PIC 9(06) VALUE ZEROES.
000990 01 WS-UNMATCHED-COUNT       PIC 9(06) VALUE ZEROES.
001000 01 WS-UNMATCHED-AMOUNT      PIC 9(09)V99 VALUE ZEROES.
001010 01 WS-REPORTED-AMOUNT       PIC 9(09)V99 VALUE ZEROES.
001020 01 WS-ACTUAL-COST           PIC 9(09)V99 VALUE ZEROES.
001030 01 WS-VARIANCE              PIC S9(09)V99 VALUE ZEROES.
001040 01 WS-VARIANCE-PCT          PIC S9(04)V9 VALUE ZEROES.
001050 01 WS-EST-RATE              PIC 9(04)V99 VALUE ZEROES.
001060 01 WS-ACT-RATE              PIC 9(04)V99 VALUE ZEROES.
001070 01 WS-PERCENT-BASE          PIC 9(09)V99 VALUE ZEROES.
001080 01 WS-PERCENT-OVER          PIC S9(09)V99 VALUE ZEROES.
001090 01 WS-TOTAL-EST-COST        PIC 9(09)V99 VALUE ZEROES.
001100 01 WS-TOTAL-ACT-COST        PIC 9(09)V99 VALUE ZEROES.
001110 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001120 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
001130 01 WS-LINE-COUNT            PIC 9(03) VALUE 99.
001140 01 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.
001150 01 WS-MESSAGE               PIC X(80) VALUE SPACES.
001160*
001170* the actuals, totalled by job from the whole JCHIST history.
001180* An entry is marked when an accepted quote claims it; what is
001190* left unmarked is listed as cost on a job no longer accepted.
001200 01 WS-JOB-MAX               PIC 9(03) VALUE 500.
001210 01 WS-JOB-COUNT             PIC 9(03) VALUE ZEROES.
001220 01 WS-JOB-TABLE.
001230     05 WS-JOB-ENTRY          OCCURS 500 TIMES.
001240         10 WS-JOB-ID         PIC X(06).
001250         10 WS-JOB-AREA       PIC 9(07)V99.
001260         10 WS-JOB-MATERIAL   PIC 9(09)V99.
001270         10 WS-JOB-LABOR      PIC 9(09)V99.
001280         10 WS-JOB-OTHER      PIC 9(09)V99.
001290         10 WS-JOB-MATCHED    PIC X(01).
001300             88 JOB-MATCHED   VALUE "Y".
001310 01 WS-JOB-SUB               PIC 9(03) VALUE ZEROES.
001320 01 WS-LOOKUP-JOB            PIC X(06) VALUE SPACES.
001330*
001340* variance by estimate month, kept in month order as months
001350* are met so the summary prints oldest first.
001360 01 WS-MONTH-MAX             PIC 9(03) VALUE 120.
001370 01 WS-MONTH-COUNT           PIC 9(03) VALUE ZEROES.
001380 01 WS-MONTH-TABLE.
001390     05 WS-MONTH-ENTRY        OCCURS 121 TIMES.
001400         10 WS-MON-MONTH      PIC 9(06).
001410         10 WS-MON-JOBS       PIC 9(05).
001420         10 WS-MON-EST-AREA   PIC 9(09)V99.
001430         10 WS-MON-ACT-AREA   PIC 9(09)V99.
001440         10 WS-MON-EST-COST   PIC 9(09)V99.
001450         10 WS-MON-ACT-COST   PIC 9(09)V99.
001460         10 WS-MON-OVERRUNS   PIC 9(05).
001470 01 WS-MONTH-SUB             PIC 9(03) VALUE ZEROES.
001480 01 WS-SHIFT-SUB             PIC 9(03) VALUE ZEROES.
001490 01 WS-LOOKUP-MONTH          PIC 9(06) VALUE ZEROES.
001500*
001510* report lines.
001520 01 JCR-HEADING-LINE.
001530     05 FILLER                PIC X(30) VALUE
001540         "ENGINEERING SERVICES".
001550     05 FILLER                PIC X(34) VALUE
001560         "JOB COST -- ESTIMATE VS ACTUAL".
001570     05 FILLER                PIC X(10) VALUE "OVERRUN > ".
001580     05 JCR-HEADING-PCT       PIC ZZ9.
001590     05 FILLER                PIC X(01) VALUE "%".
001600     05 FILLER                PIC X(09) VALUE "   AS OF ".
001610     05 JCR-HEADING-DATE      PIC 9(08).
001620     05 FILLER                PIC X(08) VALUE "   PAGE ".
001630     05 JCR-HEADING-PAGE      PIC ZZZ9.
001640 01 JCR-JOB-COLUMN-LINE.
001650     05 FILLER                PIC X(44) VALUE
001660         "JOB     EST DATE     EST AREA     ACT AREA  ".
001670     05 FILLER                PIC X(44) VALUE
001680         "     EST COST       ACT COST       VARIANCE ".
001690     05 FILLER                PIC X(44) VALUE
001700         "  VAR %".
001710 01 JCR-JOB-LINE.
001720     05 JCR-JOB-ID            PIC X(06).
001730     05 FILLER                PIC X(02) VALUE SPACES.
001740     05 JCR-EST-DATE          PIC 9(08).
001750     05 FILLER                PIC X(01) VALUE SPACE.
001760     05 JCR-EST-AREA          PIC Z,ZZZ,ZZ9.99.
001770     05 FILLER                PIC X(01) VALUE SPACE.
001780     05 JCR-ACT-AREA          PIC Z,ZZZ,ZZ9.99.
001790     05 FILLER                PIC X(01) VALUE SPACE.
001800     05 JCR-EST-COST          PIC ZZZ,ZZZ,ZZ9.99.
001810     05 FILLER                PIC X(01) VALUE SPACE.
001820     05 JCR-ACT-COST          PIC ZZZ,ZZZ,ZZ9.99.
001830     05 FILLER                PIC X(01) VALUE SPACE.
001840     05 JCR-VARIANCE          PIC ZZZ,ZZZ,ZZ9.99-.
001850     05 FILLER                PIC X(01) VALUE SPACE.
001860     05 JCR-VARIANCE-PCT      PIC ZZZ9.9-.
001870     05 FILLER                PIC X(02) VALUE SPACES.
001880     05 JCR-FLAG              PIC X(30).
001890 01 JCR-MONTH-COLUMN-LINE.
001900     05 FILLER                PIC X(44) VALUE
001910         "MONTH    JOBS    EST AREA     ACT AREA      ".
001920     05 FILLER                PIC X(44) VALUE
001930         "  EST COST       ACT COST       VARIANCE   V".
001940     05 FILLER                PIC X(44) VALUE
001950         "AR %  EST RATE ACT RATE  OVERRUNS".
001960 01 JCR-MONTH-LINE.
001970     05 JCR-MON-MONTH         PIC 9(06).
001980     05 FILLER                PIC X(01) VALUE SPACE.
001990     05 JCR-MON-JOBS          PIC ZZ,ZZ9.
002000     05 FILLER                PIC X(01) VALUE SPACE.
002010     05 JCR-MON-EST-AREA      PIC ZZZZ,ZZ9.99.
002020     05 FILLER                PIC X(02) VALUE SPACES.
002030     05 JCR-MON-ACT-AREA      PIC ZZZZ,ZZ9.99.
002040     05 FILLER                PIC X(02) VALUE SPACES.
002050     05 JCR-MON-EST-COST      PIC ZZZ,ZZZ,ZZ9.99.
002060     05 FILLER                PIC X(01) VALUE SPACE.
002070     05 JCR-MON-ACT-COST      PIC ZZZ,ZZZ,ZZ9.99.
002080     05 FILLER                PIC X(01) VALUE SPACE.
002090     05 JCR-MON-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
002100     05 FILLER                PIC X(01) VALUE SPACE.
002110     05 JCR-MON-VARIANCE-PCT  PIC ZZZ9.9-.
002120     05 FILLER                PIC X(01) VALUE SPACE.
002130     05 JCR-MON-EST-RATE      PIC ZZZZ9.99.
002140     05 FILLER                PIC X(01) VALUE SPACE.
002150     05 JCR-MON-ACT-RATE      PIC ZZZZ9.99.
002160     05 FILLER                PIC X(02) VALUE SPACES.
002170     05 JCR-MON-OVERRUNS      PIC ZZZZ,ZZ9.
002180 01 JCR-TOTAL-LINE.
002190     05 FILLER                PIC X(08) VALUE SPACES.
002200     05 JCR-TOTAL-LABEL       PIC X(34).
002210     05 JCR-TOTAL-EST-COST    PIC ZZZ,ZZZ,ZZ9.99.
002220     05 FILLER                PIC X(01) VALUE SPACE.
002230     05 JCR-TOTAL-ACT-COST    PIC ZZZ,ZZZ,ZZ9.99.
002240     05 FILLER                PIC X(01) VALUE SPACE.
002250     05 JCR-TOTAL-VARIANCE    PIC ZZZ,ZZZ,ZZ9.99-.

002260 procedure division.
002270 PRG-BEGIN.
002280     move "JOBCOST" to IOC-PROGRAM
002290     accept WS-RUN-START-TIME from TIME
002300     perform ZB-GET-BUSINESS-DATE
002310     accept WS-OVERRUN-PCT-IN
002320     if WS-OVERRUN-PCT-IN is numeric
002330         move WS-OVERRUN-PCT-IN to WS-OVERRUN-PCT
002340     end-if
002350     perform LOAD-JOB-ACTUALS
002360     open input ESTIMATE-MASTER
002370     if not ESTMAST-OK
002380         display "*** CANNOT OPEN ESTMAST - status "
002390             WS-ESTMAST-STATUS " - job ABORTED ***"
002400         move 8 to RETURN-CODE
002410         stop run
002420     end-if
002430     open output JOB-COST-PRINT
002440     open extend REPORT-ARCHIVE
002450     if not RPTARCH-OK
002460         open output REPORT-ARCHIVE
002470     end-if
002480     set JOB-SECTION to true
002490     move "N" to WS-EOF-SWITCH
002500     perform READ-ESTIMATE
002510     perform COMPARE-ONE-ESTIMATE until FILE-EOF
002520     close ESTIMATE-MASTER
002530     perform PRINT-UNMATCHED-ACTUALS
002540         varying WS-JOB-SUB from 1 by 1
002550         until WS-JOB-SUB > WS-JOB-COUNT
002560     perform PRINT-JOB-TOTALS
002570     set MONTH-SECTION to true
002580     move 99 to WS-LINE-COUNT
002590     perform PRINT-ONE-MONTH
002600         varying WS-MONTH-SUB from 1 by 1
002610         until WS-MONTH-SUB > WS-MONTH-COUNT
002620     if WS-MONTH-COUNT = 0
002630         perform PRINT-JOB-COST-HEADING
002640     end-if
002650     perform PRINT-PROOF-LINE
002660     close JOB-COST-PRINT
002670     close REPORT-ARCHIVE
002680     display "-----------------------------------"
002690     display "JCHIST records read : " WS-HIST-READ
002700     display "Estimates read      : " WS-EST-READ
002710     display "Jobs compared       : " WS-JOBS-COMPARED
002720     display "Accepted, no actuals: " WS-JOBS-NO-ACTUALS
002730     display "Overruns past " WS-OVERRUN-PCT "%  : "
002731         WS-OVERRUN-COUNT
002740     display "Jobs not accepted   : " WS-UNMATCHED-COUNT
002750     if WS-REPORTED-AMOUNT not = WS-HIST-AMOUNT
002760         display "*** ACTUALS REPORTED DO NOT TOTAL JCHIST ***"
002770         move 8 to RETURN-CODE
002780     else
002790         if WS-UNMATCHED-COUNT > 0
002800             move 4 to RETURN-CODE
002810         end-if
002820     end-if
002830     perform WRITE-RUN-SUMMARY
002840     stop run.

002850 LOAD-JOB-ACTUALS.
002860     move "N" to WS-EOF-SWITCH
002870     open input COST-HISTORY-FILE
002880     if not JCHIST-OK
002890         display "No JCHIST job-cost history - no actuals yet"
002900     else
002910         perform READ-COST-HISTORY
002920         perform TALLY-ONE-COST until FILE-EOF
002930         close COST-HISTORY-FILE
002940     end-if.

002950 READ-COST-HISTORY.
002960     read COST-HISTORY-FILE
002970         at end set FILE-EOF to true
002980     end-read.

002990 TALLY-ONE-COST.
003000     add 1 to WS-HIST-READ
003010     add JC-AMOUNT to WS-HIST-AMOUNT
003020     move JC-JOB-ID to WS-LOOKUP-JOB
003030     perform FIND-JOB
003040     if not ENTRY-FOUND
003050         perform ADD-JOB-ENTRY
003060     end-if
003070     evaluate true
003080         when JC-MATERIAL
003090             add JC-QUANTITY to WS-JOB-AREA (WS-JOB-SUB)
003100             add JC-AMOUNT to WS-JOB-MATERIAL (WS-JOB-SUB)
003110         when JC-LABOR
003120             add JC-AMOUNT to WS-JOB-LABOR (WS-JOB-SUB)
003130         when other
003140             add JC-AMOUNT to WS-JOB-OTHER (WS-JOB-SUB)
003150     end-evaluate
003160     perform READ-COST-HISTORY.

003170 FIND-JOB.
003180     move "N" to WS-FOUND-SWITCH
003190     perform TEST-ONE-JOB
003200         varying WS-JOB-SUB from 1 by 1
003210         until WS-JOB-SUB > WS-JOB-COUNT
003220             or ENTRY-FOUND
003230     if ENTRY-FOUND
003240         subtract 1 from WS-JOB-SUB
003250     end-if.

003260 TEST-ONE-JOB.
003270     if WS-JOB-ID (WS-JOB-SUB) = WS-LOOKUP-JOB
003280         set ENTRY-FOUND to true
003290     end-if.

003300 ADD-JOB-ENTRY.
003310     if WS-JOB-COUNT not < WS-JOB-MAX
003320         display "*** MORE THAN " WS-JOB-MAX
003330             " JOBS ON JCHIST - job ABORTED ***"
003340         move 8 to RETURN-CODE
003350         stop run
003360     end-if
003370     add 1 to WS-JOB-COUNT
003380     move WS-JOB-COUNT to WS-JOB-SUB
003390     move WS-LOOKUP-JOB to WS-JOB-ID (WS-JOB-SUB)
003400     move zeroes to WS-JOB-AREA (WS-JOB-SUB)
003410     move zeroes to WS-JOB-MATERIAL (WS-JOB-SUB)
003420     move zeroes to WS-JOB-LABOR (WS-JOB-SUB)
003430     move zeroes to WS-JOB-OTHER (WS-JOB-SUB)
003440     move "N" to WS-JOB-MATCHED (WS-JOB-SUB).

003450 READ-ESTIMATE.
003460     read ESTIMATE-MASTER next record
003470         at end set FILE-EOF to true
003480     end-read.

003490* only an accepted quote -- or one gone on to invoicing and the
003500* ledger -- is a job whose actuals mean anything.
003510 COMPARE-ONE-ESTIMATE.
003520     add 1 to WS-EST-READ
003530     if EM-ACCEPTED or EM-INVOICED or EM-LEDGER-POSTED
003540         move EM-JOB-ID to WS-LOOKUP-JOB
003550         perform FIND-JOB
003560         if ENTRY-FOUND
003570             set JOB-MATCHED (WS-JOB-SUB) to true
003580             perform PRINT-JOB-VARIANCE
003590         else
003600             perform PRINT-JOB-NO-ACTUALS
003610         end-if
003620     end-if
003630     perform READ-ESTIMATE.

003640 PRINT-JOB-VARIANCE.
003650     add 1 to WS-JOBS-COMPARED
003660     compute WS-ACTUAL-COST = WS-JOB-MATERIAL (WS-JOB-SUB)
003670         + WS-JOB-LABOR (WS-JOB-SUB) + WS-JOB-OTHER (WS-JOB-SUB)
003680     add WS-ACTUAL-COST to WS-REPORTED-AMOUNT
003690     add EM-TOTAL-COST to WS-TOTAL-EST-COST
003700     add WS-ACTUAL-COST to WS-TOTAL-ACT-COST
003710     compute WS-VARIANCE = WS-ACTUAL-COST - EM-TOTAL-COST
003720     move EM-TOTAL-COST to WS-PERCENT-BASE
003730     move WS-VARIANCE to WS-PERCENT-OVER
003740     perform COMPUTE-VARIANCE-PCT
003750     move EM-JOB-ID to JCR-JOB-ID
003760     move EM-EST-DATE to JCR-EST-DATE
003770     move EM-TOTAL-AREA to JCR-EST-AREA
003780     move WS-JOB-AREA (WS-JOB-SUB) to JCR-ACT-AREA
003790     move EM-TOTAL-COST to JCR-EST-COST
003800     move WS-ACTUAL-COST to JCR-ACT-COST
003810     move WS-VARIANCE to JCR-VARIANCE
003820     move WS-VARIANCE-PCT to JCR-VARIANCE-PCT
003830     move spaces to JCR-FLAG
003840     if WS-VARIANCE-PCT > WS-OVERRUN-PCT
003850         add 1 to WS-OVERRUN-COUNT
003860         move "*** OVERRUN ***" to JCR-FLAG
003870     end-if
003880     perform PRINT-JOB-LINE
003890     perform ADD-TO-MONTH.

003900 PRINT-JOB-NO-ACTUALS.
003910     add 1 to WS-JOBS-NO-ACTUALS
003920     move EM-JOB-ID to JCR-JOB-ID
003930     move EM-EST-DATE to JCR-EST-DATE
003940     move EM-TOTAL-AREA to JCR-EST-AREA
003950     move zeroes to JCR-ACT-AREA
003960     move EM-TOTAL-COST to JCR-EST-COST
003970     move zeroes to JCR-ACT-COST
003980     move zeroes to JCR-VARIANCE
003990     move zeroes to JCR-VARIANCE-PCT
004000     move "NO ACTUALS POSTED YET" to JCR-FLAG
004010     perform PRINT-JOB-LINE.

004020* the percentage runs against the estimate; an estimate of
004030* nothing with cost against it shows the percentage pinned high.
004040 COMPUTE-VARIANCE-PCT.
004050     if WS-PERCENT-BASE = zeroes
004060         if WS-PERCENT-OVER > zeroes
004070             move 999.9 to WS-VARIANCE-PCT
004080         else
004090             move zeroes to WS-VARIANCE-PCT
004100         end-if
004110     else
004120         compute WS-VARIANCE-PCT rounded =
004130             WS-PERCENT-OVER * 100 / WS-PERCENT-BASE
004140             on size error
004150                 move 999.9 to WS-VARIANCE-PCT
004160         end-compute
004170     end-if.

004180* find the job's estimate month in the table, opening a slot in
004190* month order when it is the first job of the month.
004200 ADD-TO-MONTH.
004210     move EM-EST-DATE (1:6) to WS-LOOKUP-MONTH
004220     move "N" to WS-FOUND-SWITCH
004230     perform TEST-ONE-MONTH
004240         varying WS-MONTH-SUB from 1 by 1
004250         until WS-MONTH-SUB > WS-MONTH-COUNT
004260             or ENTRY-FOUND
004270     if ENTRY-FOUND
004280         subtract 1 from WS-MONTH-SUB
004290     end-if
004300     if not ENTRY-FOUND
004310         or WS-MON-MONTH (WS-MONTH-SUB) not = WS-LOOKUP-MONTH
004320         perform OPEN-MONTH-SLOT
004330     end-if
004340     add 1 to WS-MON-JOBS (WS-MONTH-SUB)
004350     add EM-TOTAL-AREA to WS-MON-EST-AREA (WS-MONTH-SUB)
004360     add WS-JOB-AREA (WS-JOB-SUB)
004361         to WS-MON-ACT-AREA (WS-MONTH-SUB)
004370     add EM-TOTAL-COST to WS-MON-EST-COST (WS-MONTH-SUB)
004380     add WS-ACTUAL-COST to WS-MON-ACT-COST (WS-MONTH-SUB)
004390     if WS-VARIANCE-PCT > WS-OVERRUN-PCT
004400         add 1 to WS-MON-OVERRUNS (WS-MONTH-SUB)
004410     end-if.

004420 TEST-ONE-MONTH.
004430     if WS-MON-MONTH (WS-MONTH-SUB) not < WS-LOOKUP-MONTH
004440         set ENTRY-FOUND to true
004450     end-if.

004460 OPEN-MONTH-SLOT.
004470     if WS-MONTH-COUNT not < WS-MONTH-MAX
004480         display "*** MORE THAN " WS-MONTH-MAX
004490             " ESTIMATE MONTHS - job ABORTED ***"
004500         move 8 to RETURN-CODE
004510         stop run
004520     end-if
004530     perform SHIFT-ONE-MONTH
004540         varying WS-SHIFT-SUB from WS-MONTH-COUNT by -1
004550         until WS-SHIFT-SUB < WS-MONTH-SUB
004560     add 1 to WS-MONTH-COUNT
004570     move WS-LOOKUP-MONTH to WS-MON-MONTH (WS-MONTH-SUB)
004580     move zeroes to WS-MON-JOBS (WS-MONTH-SUB)
004590     move zeroes to WS-MON-EST-AREA (WS-MONTH-SUB)
004600     move zeroes to WS-MON-ACT-AREA (WS-MONTH-SUB)
004610     move zeroes to WS-MON-EST-COST (WS-MONTH-SUB)
004620     move zeroes to WS-MON-ACT-COST (WS-MONTH-SUB)
004630     move zeroes to WS-MON-OVERRUNS (WS-MONTH-SUB).

004640 SHIFT-ONE-MONTH.
004650     move WS-MONTH-ENTRY (WS-SHIFT-SUB)
004660         to WS-MONTH-ENTRY (WS-SHIFT-SUB + 1).

004670 PRINT-JOB-LINE.
004680     if WS-LINE-COUNT > WS-LINES-PER-PAGE
004690         perform PRINT-JOB-COST-HEADING
004700     end-if
004710     write PRINT-LINE from JCR-JOB-LINE
004720         after advancing 1 line
004730     add 1 to WS-LINE-COUNT
004740     perform ARCHIVE-PRINT-LINE.

004750* cost still on the history for a job that has since been
004760* re-estimated (reopening the quote) or declined.
004770 PRINT-UNMATCHED-ACTUALS.
004780     if not JOB-MATCHED (WS-JOB-SUB)
004790         add 1 to WS-UNMATCHED-COUNT
004800         compute WS-ACTUAL-COST = WS-JOB-MATERIAL (WS-JOB-SUB)
004810             + WS-JOB-LABOR (WS-JOB-SUB)
004811             + WS-JOB-OTHER (WS-JOB-SUB)
004820         add WS-ACTUAL-COST to WS-UNMATCHED-AMOUNT
004830         add WS-ACTUAL-COST to WS-REPORTED-AMOUNT
004840         move WS-JOB-ID (WS-JOB-SUB) to JCR-JOB-ID
004850         move zeroes to JCR-EST-DATE
004860         move zeroes to JCR-EST-AREA
004870         move WS-JOB-AREA (WS-JOB-SUB) to JCR-ACT-AREA
004880         move zeroes to JCR-EST-COST
004890         move WS-ACTUAL-COST to JCR-ACT-COST
004900         move zeroes to JCR-VARIANCE
004910         move zeroes to JCR-VARIANCE-PCT
004920         move "*** QUOTE NOT ACCEPTED ***" to JCR-FLAG
004930         perform PRINT-JOB-LINE
004940         display "*** JOB " WS-JOB-ID (WS-JOB-SUB)
004950             " HAS ACTUALS BUT NO ACCEPTED QUOTE"
004960     end-if.

004970 PRINT-JOB-TOTALS.
004980     if WS-PAGE-COUNT = 0
004990         perform PRINT-JOB-COST-HEADING
005000     end-if
005010     move "TOTAL OF JOBS COMPARED" to JCR-TOTAL-LABEL
005020     move WS-TOTAL-EST-COST to JCR-TOTAL-EST-COST
005030     move WS-TOTAL-ACT-COST to JCR-TOTAL-ACT-COST
005040     compute WS-VARIANCE = WS-TOTAL-ACT-COST - WS-TOTAL-EST-COST
005050     move WS-VARIANCE to JCR-TOTAL-VARIANCE
005060     write PRINT-LINE from JCR-TOTAL-LINE
005070         after advancing 2 lines
005080     perform ARCHIVE-PRINT-LINE.

005090* the average rate is cost over area; it sets the month's actual
005100* cost per square inch of material beside what TRIRATE priced.
005110 PRINT-ONE-MONTH.
005120     if WS-LINE-COUNT > WS-LINES-PER-PAGE
005130         perform PRINT-JOB-COST-HEADING
005140     end-if
005150     compute WS-VARIANCE = WS-MON-ACT-COST (WS-MONTH-SUB)
005160         - WS-MON-EST-COST (WS-MONTH-SUB)
005170     move WS-MON-EST-COST (WS-MONTH-SUB) to WS-PERCENT-BASE
005180     move WS-VARIANCE to WS-PERCENT-OVER
005190     perform COMPUTE-VARIANCE-PCT
005200     move zeroes to WS-EST-RATE
005210     move zeroes to WS-ACT-RATE
005220     if WS-MON-EST-AREA (WS-MONTH-SUB) > zeroes
005230         compute WS-EST-RATE rounded =
005240             WS-MON-EST-COST (WS-MONTH-SUB)
005250             / WS-MON-EST-AREA (WS-MONTH-SUB)
005260             on size error
005270                 move 9999.99 to WS-EST-RATE
005280         end-compute
005290     end-if
005300     if WS-MON-ACT-AREA (WS-MONTH-SUB) > zeroes
005310         compute WS-ACT-RATE rounded =
005320             WS-MON-ACT-COST (WS-MONTH-SUB)
005330             / WS-MON-ACT-AREA (WS-MONTH-SUB)
005340             on size error
005350                 move 9999.99 to WS-ACT-RATE
005360         end-compute
005370     end-if
005380     move WS-MON-MONTH (WS-MONTH-SUB) to JCR-MON-MONTH
005390     move WS-MON-JOBS (WS-MONTH-SUB) to JCR-MON-JOBS
005400     move WS-MON-EST-AREA (WS-MONTH-SUB) to JCR-MON-EST-AREA
005410     move WS-MON-ACT-AREA (WS-MONTH-SUB) to JCR-MON-ACT-AREA
005420     move WS-MON-EST-COST (WS-MONTH-SUB) to JCR-MON-EST-COST
005430     move WS-MON-ACT-COST (WS-MONTH-SUB) to JCR-MON-ACT-COST
005440     move WS-VARIANCE to JCR-MON-VARIANCE
005450     move WS-VARIANCE-PCT to JCR-MON-VARIANCE-PCT
005460     move WS-EST-RATE to JCR-MON-EST-RATE
005470     move WS-ACT-RATE to JCR-MON-ACT-RATE
005480     move WS-MON-OVERRUNS (WS-MONTH-SUB) to JCR-MON-OVERRUNS
005490     write PRINT-LINE from JCR-MONTH-LINE
005500         after advancing 1 line
005510     add 1 to WS-LINE-COUNT
005520     perform ARCHIVE-PRINT-LINE.

005530 PRINT-JOB-COST-HEADING.
005540     add 1 to WS-PAGE-COUNT
005550     move WS-OVERRUN-PCT to JCR-HEADING-PCT
005560     move BDT-BUSINESS-DATE to JCR-HEADING-DATE
005570     move WS-PAGE-COUNT to JCR-HEADING-PAGE
005580     write PRINT-LINE from JCR-HEADING-LINE
005590         after advancing page
005600     perform ARCHIVE-PRINT-LINE
005610     if MONTH-SECTION
005620         move "VARIANCE BY ESTIMATE MONTH" to PRINT-LINE
005630         write PRINT-LINE after advancing 2 lines
005640         perform ARCHIVE-PRINT-LINE
005650         write PRINT-LINE from JCR-MONTH-COLUMN-LINE
005660             after advancing 2 lines
005670     else
005680         write PRINT-LINE from JCR-JOB-COLUMN-LINE
005690             after advancing 2 lines
005700     end-if
005710     perform ARCHIVE-PRINT-LINE
005720     move 5 to WS-LINE-COUNT.

005730 PRINT-PROOF-LINE.
005740     if WS-REPORTED-AMOUNT = WS-HIST-AMOUNT
005750         move "Actuals reported agree with the JCHIST history"
005760             to WS-MESSAGE
005770     else
005780         move spaces to WS-MESSAGE
005785         string "*** ACTUALS REPORTED DO NOT TOTAL THE JCHIST "
005790             "HISTORY ***" delimited by size into WS-MESSAGE
005800     end-if
005810     move WS-MESSAGE to PRINT-LINE
005820     write PRINT-LINE after advancing 2 lines
005830     perform ARCHIVE-PRINT-LINE.

005840* every report line also lands on the report archive by page,
005850* so rptReprint can reproduce a lost job-cost report.
005860 ARCHIVE-PRINT-LINE.
005870     move "JOBCOST " to RP-REPORT-NAME
005880     move BDT-BUSINESS-DATE to RP-RUN-DATE
005890     move WS-PAGE-COUNT to RP-PAGE
005900     add 1 to WS-ARCH-LINE-SEQ
005910     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
005920     move PRINT-LINE to RP-PRINT-LINE
005930     write REPORT-ARCHIVE-RECORD
005940     move WS-RPTARCH-STATUS to IOC-STATUS
005950     move "RPTARCH" to IOC-FILE-NAME
005960     perform ZZ-CHECK-WRITE.

005970* one standard record per run to the shared RUNLOG operations
005980* file, for the night-end opsReport.
005990 WRITE-RUN-SUMMARY.
006000     open extend RUN-LOG-FILE
006010     if not RUNLOG-OK
006020         open output RUN-LOG-FILE
006030     end-if
006040     move "JOBCOST" to RS-PROGRAM
006050     move BDT-BUSINESS-DATE to RS-RUN-DATE
006060     accept RS-RUN-TIME from TIME
006070     move WS-RUN-START-TIME to RS-START-TIME
006080     move WS-HIST-READ to RS-RECORDS-READ
006090     move WS-JOBS-COMPARED to RS-RECORDS-POSTED
006100     move WS-UNMATCHED-COUNT to RS-RECORDS-REJECTED
006110     if WS-REPORTED-AMOUNT = WS-HIST-AMOUNT
006120         move "BALANCED" to RS-CONTROL-STATUS
006130     else
006140         move "OUTOFBAL" to RS-CONTROL-STATUS
006150     end-if
006160     write RUN-SUMMARY-RECORD
006170     close RUN-LOG-FILE.

006180*****************************************************************
006190* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006200*****************************************************************
006210     copy IOCHKPRC.

006220*****************************************************************
006230* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006240*****************************************************************
006250     copy BIZDTPRC.
