000010 identification division.
000020 program-id. estBill.
000030 author. ENGINEERING-SERVICES.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   drl  original -- invoicing run for accepted
000130*                   ESTMAST quotes, billed in stages off the
000140*                   day's EBTRAN requests: a deposit (a share of
000150*                   the estimate), progress bills (cumulative
000160*                   percent complete less what is already billed)
000170*                   and a final bill for the balance.  Billed to
000180*                   date comes from the EBHIST history every
000190*                   invoice is appended to; a job is marked
000200*                   invoiced on ESTMAST only when it is fully
000210*                   billed.  Each invoice prints on its own page
000220*                   of ESTINV, captured to RPTARCH, and a billed
000230*                   versus estimated summary lists every accepted
000240*                   job still carrying an unbilled balance.
000250*                   Requests that cannot be billed go to EBREJ
000260*                   with a reason code.  Read must equal invoiced
000270*                   plus rejected.
000280*****************************************************************

000290 environment division.
000300 input-output section.
000310 file-control.
000320     select BILL-TRANSACTION-FILE assign to "EBTRAN"
000330         organization is sequential
000340         file status is WS-EBTRAN-STATUS.
000350     select ESTIMATE-MASTER assign to "ESTMAST"
000360         organization is indexed
000370         access mode is dynamic
000380         record key is EM-JOB-ID
000390         file status is WS-ESTMAST-STATUS.
000400     select BILL-HISTORY-FILE assign to "EBHIST"
000410         organization is sequential
000420         file status is WS-EBHIST-STATUS.
000430     select BILL-REJECT-FILE assign to "EBREJ"
000440         organization is sequential
000450         file status is WS-EBREJ-STATUS.
000460     select INVOICE-PRINT assign to "ESTINV"
000470         organization is sequential
000480         file status is WS-PRINT-STATUS.
000490     select REPORT-ARCHIVE assign to "RPTARCH"
000500         organization is sequential
000510         file status is WS-RPTARCH-STATUS.
000520     select RUN-LOG-FILE assign to "RUNLOG"
000530         organization is sequential
000540         file status is WS-RUNLOG-STATUS.
000550     select OPS-ERROR-LOG assign to "OPSLOG"
000560         organization is sequential
000570         file status is WS-OPSLOG-STATUS.
000580     select BUSINESS-DATE-FILE assign to "BIZDATE"
000590         organization is sequential
000600         file status is WS-BIZDT-STATUS.

000610 data division.
000620 file section.
000630 fd  BILL-TRANSACTION-FILE.
000640 01  BILL-TRANSACTION-RECORD  PIC X(80).

000650 fd  ESTIMATE-MASTER.
000660     copy ESTMAST.

000670 fd  BILL-HISTORY-FILE.
000680 01  BILL-HISTORY-RECORD      PIC X(80).

000690 fd  BILL-REJECT-FILE.
000700 01  BILL-REJECT-RECORD       PIC X(80).

000710 fd  INVOICE-PRINT.
000720 01  PRINT-LINE               PIC X(132).

000730 fd  REPORT-ARCHIVE.
000740     copy RPTARCH.

000750 fd  RUN-LOG-FILE.
000760     copy RUNSUM.

000770 fd  OPS-ERROR-LOG.
000780     copy OPSERR.

000790 fd  BUSINESS-DATE-FILE.
000800     copy BIZDATE.

000810 working-storage section.
000820 copy BIZDTWS.
000830 copy IOCHKWS.
000835 copy ESTBILL.
000840 01 WS-EBTRAN-STATUS         PIC X(02).
000850     88 EBTRAN-OK             VALUE "00".
000860 01 WS-ESTMAST-STATUS        PIC X(02).
000870     88 ESTMAST-OK            VALUE "00".
000880 01 WS-EBHIST-STATUS         PIC X(02).
000890     88 EBHIST-OK             VALUE "00".
000900 01 WS-EBREJ-STATUS          PIC X(02).
000910     88 EBREJ-OK              VALUE "00".
000920 01 WS-PRINT-STATUS          PIC X(02).
000930     88 PRINT-OK              VALUE "00".
000940 01 WS-RPTARCH-STATUS        PIC X(02).
000950     88 RPTARCH-OK            VALUE "00".
000960 01 WS-RUNLOG-STATUS         PIC X(02).
000970     88 RUNLOG-OK             VALUE "00".
000980 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
000990 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
001000     88 FILE-EOF              VALUE "Y".
001010 01 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001020     88 ENTRY-FOUND           VALUE "Y".
001030 01 WS-REASON-CODE           PIC X(04) VALUE SPACES.
001040     88 BILL-ACCEPTED         VALUE SPACES.
001050 01 WS-REASON-TEXT           PIC X(30) VALUE SPACES.
001060 01 WS-HIST-READ             PIC 9(07) VALUE ZEROES.
001070 01 WS-READ-COUNT            PIC 9(06) VALUE ZEROES.
001080 01 WS-INVOICE-COUNT         PIC 9(06) VALUE ZEROES.
001090 01 WS-REJECT-COUNT          PIC 9(06) VALUE ZEROES.
001100 01 WS-FULLY-BILLED-COUNT    PIC 9(06) VALUE ZEROES.
001110 01 WS-CHECK-COUNT           PIC 9(06) VALUE ZEROES.
001120 01 WS-INVOICED-AMOUNT       PIC 9(09)V99 VALUE ZEROES.
001130 01 WS-PRINTED-AMOUNT        PIC 9(09)V99 VALUE ZEROES.
001140 01 WS-DEPOSIT-AMOUNT        PIC 9(09)V99 VALUE ZEROES.
001150 01 WS-PROGRESS-AMOUNT       PIC 9(09)V99 VALUE ZEROES.
001160 01 WS-FINAL-AMOUNT          PIC 9(09)V99 VALUE ZEROES.
001170 01 WS-BILL-AMOUNT           PIC S9(09)V99 VALUE ZEROES.
001180 01 WS-PRIOR-BILLED          PIC 9(09)V99 VALUE ZEROES.
001190 01 WS-REMAINING             PIC S9(09)V99 VALUE ZEROES.
001200 01 WS-BILLED-PCT            PIC 9(03)V9 VALUE ZEROES.
001210 01 WS-LAST-INVOICE-NO       PIC 9(06) VALUE ZEROES.
001220 01 WS-JOBS-LISTED           PIC 9(06) VALUE ZEROES.
001230 01 WS-TOTAL-EST-COST        PIC 9(09)V99 VALUE ZEROES.
001240 01 WS-TOTAL-BILLED          PIC 9(09)V99 VALUE ZEROES.
001250 01 WS-TOTAL-REMAINING       PIC 9(09)V99 VALUE ZEROES.
001260 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001270 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
001280 01 WS-LINE-COUNT            PIC 9(03) VALUE 99.
001290 01 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.
001300*
001310* billed to date by job, totalled from the whole EBHIST history
001320* and kept current as today's invoices are cut.
001330 01 WS-JOB-MAX               PIC 9(03) VALUE 500.
001340 01 WS-JOB-COUNT             PIC 9(03) VALUE ZEROES.
001350 01 WS-JOB-TABLE.
001360     05 WS-JOB-ENTRY          OCCURS 500 TIMES.
001370         10 WS-JOB-ID         PIC X(06).
001380         10 WS-JOB-BILLED     PIC 9(09)V99.
001390         10 WS-JOB-INVOICES   PIC 9(03).
001400         10 WS-JOB-LAST-INV   PIC 9(06).
001410         10 WS-JOB-LAST-DATE  PIC 9(08).
001420 01 WS-JOB-SUB               PIC 9(03) VALUE ZEROES.
001430 01 WS-LOOKUP-JOB            PIC X(06) VALUE SPACES.
001440*
001450* invoice lines.
001460 01 EBI-HEADING-LINE.
001470     05 FILLER                PIC X(30) VALUE
001480         "ENGINEERING SERVICES".
001490     05 FILLER                PIC X(20) VALUE
001500         "INVOICE".
001510     05 FILLER                PIC X(12) VALUE "INVOICE NO. ".
001520     05 EBI-INVOICE-NO        PIC 9(06).
001530     05 FILLER                PIC X(09) VALUE "   DATED ".
001540     05 EBI-BILL-DATE         PIC 9(08).
001550     05 FILLER                PIC X(08) VALUE "   PAGE ".
001560     05 EBI-PAGE              PIC ZZZ9.
001570 01 EBI-JOB-LINE.
001580     05 FILLER                PIC X(05) VALUE "JOB  ".
001590     05 EBI-JOB-ID            PIC X(06).
001600     05 FILLER                PIC X(20) VALUE
001610         "   ESTIMATE DATED  ".
001620     05 EBI-EST-DATE          PIC 9(08).
001630     05 FILLER                PIC X(14) VALUE
001640         "   YOUR REF   ".
001650     05 EBI-REFERENCE         PIC X(12).
001660 01 EBI-STAGE-LINE.
001670     05 FILLER                PIC X(15) VALUE "BILLING STAGE  ".
001680     05 EBI-STAGE-TEXT        PIC X(20).
001690     05 EBI-PERCENT           PIC ZZ9 BLANK WHEN ZERO.
001700     05 EBI-PERCENT-TEXT      PIC X(20).
001710 01 EBI-AMOUNT-LINE.
001720     05 FILLER                PIC X(05) VALUE SPACES.
001730     05 EBI-AMOUNT-LABEL      PIC X(30).
001740     05 EBI-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
001750*
001760* billed versus estimated summary lines.
001770 01 EBS-HEADING-LINE.
001780     05 FILLER                PIC X(30) VALUE
001790         "ENGINEERING SERVICES".
001800     05 FILLER                PIC X(44) VALUE
001810         "BILLED VS ESTIMATED -- UNBILLED BALANCES".
001820     05 FILLER                PIC X(09) VALUE "   AS OF ".
001830     05 EBS-HEADING-DATE      PIC 9(08).
001840     05 FILLER                PIC X(08) VALUE "   PAGE ".
001850     05 EBS-HEADING-PAGE      PIC ZZZ9.
001860 01 EBS-COLUMN-LINE.
001870     05 FILLER                PIC X(44) VALUE
001880         "JOB     EST DATE  ST       EST COST         ".
001890     05 FILLER                PIC X(32) VALUE
001900         "BILLED      REMAINING   BILL %  ".
001910     05 FILLER                PIC X(56) VALUE
001920         "LAST INV  INVS".
001930 01 EBS-DETAIL-LINE.
001940     05 EBS-JOB-ID            PIC X(06).
001950     05 FILLER                PIC X(02) VALUE SPACES.
001960     05 EBS-EST-DATE          PIC 9(08).
001970     05 FILLER                PIC X(02) VALUE SPACES.
001980     05 EBS-STATUS            PIC X(01).
001990     05 FILLER                PIC X(02) VALUE SPACES.
002000     05 EBS-EST-COST          PIC ZZZ,ZZZ,ZZ9.99.
002010     05 FILLER                PIC X(01) VALUE SPACE.
002020     05 EBS-BILLED            PIC ZZZ,ZZZ,ZZ9.99.
002030     05 FILLER                PIC X(01) VALUE SPACE.
002040     05 EBS-REMAINING         PIC ZZZ,ZZZ,ZZ9.99-.
002050     05 FILLER                PIC X(03) VALUE SPACES.
002060     05 EBS-BILLED-PCT        PIC ZZ9.9.
002070     05 FILLER                PIC X(03) VALUE SPACES.
002080     05 EBS-LAST-INV          PIC ZZZZZ9 BLANK WHEN ZERO.
002090     05 FILLER                PIC X(03) VALUE SPACES.
002100     05 EBS-INVOICES          PIC ZZ9.
002110     05 FILLER                PIC X(02) VALUE SPACES.
002120     05 EBS-FLAG              PIC X(30).
002130 01 EBS-TOTAL-LINE.
002140     05 FILLER                PIC X(05) VALUE SPACES.
002150     05 EBS-TOTAL-LABEL       PIC X(16).
002160     05 EBS-TOTAL-EST-COST    PIC ZZZ,ZZZ,ZZ9.99.
002170     05 FILLER                PIC X(01) VALUE SPACE.
002180     05 EBS-TOTAL-BILLED      PIC ZZZ,ZZZ,ZZ9.99.
002190     05 FILLER                PIC X(01) VALUE SPACE.
002200     05 EBS-TOTAL-REMAINING   PIC ZZZ,ZZZ,ZZ9.99.

002210 procedure division.
002220 PRG-BEGIN.
002230     move "ESTBILL" to IOC-PROGRAM
002240     accept WS-RUN-START-TIME from TIME
002250     perform ZB-GET-BUSINESS-DATE
002260     perform LOAD-BILLED-TO-DATE
002270     open i-o ESTIMATE-MASTER
002280     if not ESTMAST-OK
002290         display "*** CANNOT OPEN ESTMAST - status "
002300             WS-ESTMAST-STATUS " - job ABORTED ***"
002310         move 8 to RETURN-CODE
002320         stop run
002330     end-if
002340     open output INVOICE-PRINT
002350     open extend REPORT-ARCHIVE
002360     if not RPTARCH-OK
002370         open output REPORT-ARCHIVE
002380     end-if
002390     open input BILL-TRANSACTION-FILE
002400     if not EBTRAN-OK
002410         display "No EBTRAN billing requests - summary only"
002420     else
002430         open extend BILL-HISTORY-FILE
002440         if not EBHIST-OK
002450             open output BILL-HISTORY-FILE
002460         end-if
002470         open extend BILL-REJECT-FILE
002480         if not EBREJ-OK
002490             open output BILL-REJECT-FILE
002500         end-if
002510         move "N" to WS-EOF-SWITCH
002520         perform READ-BILL-TRANSACTION
002530         perform BILL-ONE-REQUEST until FILE-EOF
002540         close BILL-TRANSACTION-FILE
002550         close BILL-HISTORY-FILE
002560         close BILL-REJECT-FILE
002570     end-if
002580     perform PRINT-UNBILLED-SUMMARY
002590     close ESTIMATE-MASTER
002600     close INVOICE-PRINT
002610     close REPORT-ARCHIVE
002620     display "-----------------------------------"
002630     display "EBHIST records read : " WS-HIST-READ
002640     display "Requests read       : " WS-READ-COUNT
002650     display "Invoices cut        : " WS-INVOICE-COUNT
002660     display "  deposits          : " WS-DEPOSIT-AMOUNT
002670     display "  progress          : " WS-PROGRESS-AMOUNT
002680     display "  final             : " WS-FINAL-AMOUNT
002690     display "Amount invoiced     : " WS-INVOICED-AMOUNT
002700     display "Jobs fully billed   : " WS-FULLY-BILLED-COUNT
002710     display "Requests rejected   : " WS-REJECT-COUNT
002720     display "Jobs with balances  : " WS-JOBS-LISTED
002730     compute WS-CHECK-COUNT = WS-INVOICE-COUNT + WS-REJECT-COUNT
002740     if WS-CHECK-COUNT not = WS-READ-COUNT
002750         or WS-PRINTED-AMOUNT not = WS-INVOICED-AMOUNT
002760         display "*** READ DOES NOT EQUAL INVOICED PLUS "
002770             "REJECTED, OR INVOICES DO NOT TOTAL ***"
002780         move 8 to RETURN-CODE
002790     else
002800         if WS-REJECT-COUNT > 0
002810             move 4 to RETURN-CODE
002820         end-if
002830     end-if
002840     perform WRITE-RUN-SUMMARY
002850     stop run.

002860 LOAD-BILLED-TO-DATE.
002870     move "N" to WS-EOF-SWITCH
002880     open input BILL-HISTORY-FILE
002890     if not EBHIST-OK
002900         display "No EBHIST billing history - nothing billed yet"
002910     else
002920         perform READ-BILL-HISTORY
002930         perform TALLY-ONE-INVOICE until FILE-EOF
002940         close BILL-HISTORY-FILE
002950     end-if.

002960 READ-BILL-HISTORY.
002970     read BILL-HISTORY-FILE into ESTIMATE-BILL-RECORD
002980         at end set FILE-EOF to true
002990     end-read.

003000 TALLY-ONE-INVOICE.
003010     add 1 to WS-HIST-READ
003020     move EB-JOB-ID to WS-LOOKUP-JOB
003030     perform FIND-JOB
003040     if not ENTRY-FOUND
003050         perform ADD-JOB-ENTRY
003060     end-if
003070     add EB-AMOUNT to WS-JOB-BILLED (WS-JOB-SUB)
003080     add 1 to WS-JOB-INVOICES (WS-JOB-SUB)
003090     move EB-INVOICE-NO to WS-JOB-LAST-INV (WS-JOB-SUB)
003100     move EB-BILL-DATE to WS-JOB-LAST-DATE (WS-JOB-SUB)
003110     if EB-INVOICE-NO > WS-LAST-INVOICE-NO
003120         move EB-INVOICE-NO to WS-LAST-INVOICE-NO
003130     end-if
003140     perform READ-BILL-HISTORY.

003150 FIND-JOB.
003160     move "N" to WS-FOUND-SWITCH
003170     perform TEST-ONE-JOB
003180         varying WS-JOB-SUB from 1 by 1
003190         until WS-JOB-SUB > WS-JOB-COUNT
003200             or ENTRY-FOUND
003210     if ENTRY-FOUND
003220         subtract 1 from WS-JOB-SUB
003230     end-if.

003240 TEST-ONE-JOB.
003250     if WS-JOB-ID (WS-JOB-SUB) = WS-LOOKUP-JOB
003260         set ENTRY-FOUND to true
003270     end-if.

003280 ADD-JOB-ENTRY.
003290     if WS-JOB-COUNT not < WS-JOB-MAX
003300         display "*** MORE THAN " WS-JOB-MAX
003310             " BILLED JOBS - job ABORTED ***"
003320         move 8 to RETURN-CODE
003330         stop run
003340     end-if
003350     add 1 to WS-JOB-COUNT
003360     move WS-JOB-COUNT to WS-JOB-SUB
003370     move WS-LOOKUP-JOB to WS-JOB-ID (WS-JOB-SUB)
003380     move zeroes to WS-JOB-BILLED (WS-JOB-SUB)
003390     move zeroes to WS-JOB-INVOICES (WS-JOB-SUB)
003400     move zeroes to WS-JOB-LAST-INV (WS-JOB-SUB)
003410     move zeroes to WS-JOB-LAST-DATE (WS-JOB-SUB).

003420 READ-BILL-TRANSACTION.
003430     read BILL-TRANSACTION-FILE into ESTIMATE-BILL-RECORD
003440         at end set FILE-EOF to true
003450     end-read.

003460 BILL-ONE-REQUEST.
003470     add 1 to WS-READ-COUNT
003480     perform EDIT-ONE-REQUEST
003490     if BILL-ACCEPTED
003500         perform CUT-ONE-INVOICE
003510     else
003520         perform WRITE-BILL-REJECT
003530     end-if
003540     perform READ-BILL-TRANSACTION.

003550* only an accepted quote bills; one already invoiced (or gone on
003560* to the ledger) is fully billed.  A job the survey run has since
003570* re-estimated reads as open and rejects until it is re-accepted.
003580 EDIT-ONE-REQUEST.
003590     move spaces to WS-REASON-CODE
003600     move spaces to WS-REASON-TEXT
003610     move zeroes to WS-BILL-AMOUNT
003620     move zeroes to WS-PRIOR-BILLED
003630     evaluate true
003640         when not EB-VALID-STAGE
003650             move "BSTG" to WS-REASON-CODE
003660             move "Stage not D, P or F" to WS-REASON-TEXT
003670         when EB-FINAL
003680             perform EDIT-REQUEST-JOB
003690         when EB-PERCENT not numeric
003700             move "BPCT" to WS-REASON-CODE
003710             move "Percent not numeric" to WS-REASON-TEXT
003720         when EB-PERCENT = zeroes or EB-PERCENT > 100
003730             move "BPCT" to WS-REASON-CODE
003740             move "Percent must be 1 to 100" to WS-REASON-TEXT
003750         when other
003760             perform EDIT-REQUEST-JOB
003770     end-evaluate
003780     if BILL-ACCEPTED
003790         perform COMPUTE-BILL-AMOUNT
003800     end-if.

003810 EDIT-REQUEST-JOB.
003820     move EB-JOB-ID to EM-JOB-ID
003830     read ESTIMATE-MASTER
003840         invalid key
003850             move "BNOF" to WS-REASON-CODE
003860             move "Job not on the estimate master"
003870                 to WS-REASON-TEXT
003880         not invalid key
003890             evaluate true
003900                 when EM-INVOICED or EM-LEDGER-POSTED
003910                     move "BINV" to WS-REASON-CODE
003920                     move "Job already fully billed"
003930                         to WS-REASON-TEXT
003940                 when not EM-ACCEPTED
003950                     move "BNAC" to WS-REASON-CODE
003960                     move "Quote not accepted" to WS-REASON-TEXT
003970                 when other
003980                     continue
003990             end-evaluate
004000     end-read.

004010* a deposit is a share of the estimate and only opens a job; a
004020* progress bill brings billing up to the percent complete; the
004030* final bill takes the rest.  Nothing left to bill rejects.
004040 COMPUTE-BILL-AMOUNT.
004050     move EB-JOB-ID to WS-LOOKUP-JOB
004060     perform FIND-JOB
004070     if ENTRY-FOUND
004080         move WS-JOB-BILLED (WS-JOB-SUB) to WS-PRIOR-BILLED
004090     end-if
004100     evaluate true
004110         when EB-DEPOSIT
004120             if WS-PRIOR-BILLED > zeroes
004130                 move "BDEP" to WS-REASON-CODE
004140                 move "Deposit after billing began"
004150                     to WS-REASON-TEXT
004160             else
004170                 compute WS-BILL-AMOUNT rounded =
004180                     EM-TOTAL-COST * EB-PERCENT / 100
004190             end-if
004200         when EB-PROGRESS
004210             compute WS-BILL-AMOUNT rounded =
004220                 EM-TOTAL-COST * EB-PERCENT / 100
004230                 - WS-PRIOR-BILLED
004240         when other
004250             compute WS-BILL-AMOUNT =
004260                 EM-TOTAL-COST - WS-PRIOR-BILLED
004270     end-evaluate
004280     if BILL-ACCEPTED
004290         and WS-BILL-AMOUNT not > zeroes
004300         move "BNOB" to WS-REASON-CODE
004310         move "Nothing left to bill at stage"
004320             to WS-REASON-TEXT
004330     end-if.

004340* the invoice is numbered on from the last one on the history,
004350* appended to EBHIST and printed on its own page; the job is
004360* marked invoiced the moment billing reaches the estimate.
004370 CUT-ONE-INVOICE.
004380     if not ENTRY-FOUND
004390         perform ADD-JOB-ENTRY
004400     end-if
004410     add 1 to WS-LAST-INVOICE-NO
004420     move WS-LAST-INVOICE-NO to EB-INVOICE-NO
004430     move BDT-BUSINESS-DATE to EB-BILL-DATE
004440     move WS-BILL-AMOUNT to EB-AMOUNT
004450     add EB-AMOUNT to WS-JOB-BILLED (WS-JOB-SUB)
004460     add 1 to WS-JOB-INVOICES (WS-JOB-SUB)
004470     move EB-INVOICE-NO to WS-JOB-LAST-INV (WS-JOB-SUB)
004480     move EB-BILL-DATE to WS-JOB-LAST-DATE (WS-JOB-SUB)
004490     move WS-JOB-BILLED (WS-JOB-SUB) to EB-BILLED-TO-DATE
004500     move spaces to EB-REASON-CODE
004510     write BILL-HISTORY-RECORD from ESTIMATE-BILL-RECORD
004520     move WS-EBHIST-STATUS to IOC-STATUS
004530     move "EBHIST" to IOC-FILE-NAME
004540     perform ZZ-CHECK-WRITE
004550     add 1 to WS-INVOICE-COUNT
004560     add EB-AMOUNT to WS-INVOICED-AMOUNT
004570     evaluate true
004580         when EB-DEPOSIT
004590             add EB-AMOUNT to WS-DEPOSIT-AMOUNT
004600         when EB-PROGRESS
004610             add EB-AMOUNT to WS-PROGRESS-AMOUNT
004620         when other
004630             add EB-AMOUNT to WS-FINAL-AMOUNT
004640     end-evaluate
004650     compute WS-REMAINING = EM-TOTAL-COST - EB-BILLED-TO-DATE
004660     perform PRINT-ONE-INVOICE
004670     if WS-REMAINING not > zeroes
004680         perform MARK-JOB-INVOICED
004690     end-if.

004700 MARK-JOB-INVOICED.
004710     set EM-INVOICED to true
004720     rewrite ESTIMATE-MASTER-RECORD
004730     move WS-ESTMAST-STATUS to IOC-STATUS
004740     move "ESTMAST" to IOC-FILE-NAME
004750     perform ZZ-CHECK-WRITE
004760     add 1 to WS-FULLY-BILLED-COUNT
004770     display "Job " EB-JOB-ID " fully billed - marked invoiced".

004780 PRINT-ONE-INVOICE.
004790     add 1 to WS-PAGE-COUNT
004800     move EB-INVOICE-NO to EBI-INVOICE-NO
004810     move EB-BILL-DATE to EBI-BILL-DATE
004820     move WS-PAGE-COUNT to EBI-PAGE
004830     write PRINT-LINE from EBI-HEADING-LINE
004840         after advancing page
004850     perform ARCHIVE-PRINT-LINE
004860     move EB-JOB-ID to EBI-JOB-ID
004870     move EM-EST-DATE to EBI-EST-DATE
004880     move EB-REFERENCE to EBI-REFERENCE
004890     write PRINT-LINE from EBI-JOB-LINE
004900         after advancing 2 lines
004910     perform ARCHIVE-PRINT-LINE
004920     move zeroes to EBI-PERCENT
004930     move spaces to EBI-PERCENT-TEXT
004940     evaluate true
004950         when EB-DEPOSIT
004960             move "DEPOSIT" to EBI-STAGE-TEXT
004970             move EB-PERCENT to EBI-PERCENT
004980             move "% OF THE ESTIMATE" to EBI-PERCENT-TEXT
004990         when EB-PROGRESS
005000             move "PROGRESS" to EBI-STAGE-TEXT
005010             move EB-PERCENT to EBI-PERCENT
005020             move "% COMPLETE" to EBI-PERCENT-TEXT
005030         when other
005040             move "FINAL" to EBI-STAGE-TEXT
005050     end-evaluate
005060     write PRINT-LINE from EBI-STAGE-LINE
005070         after advancing 2 lines
005080     perform ARCHIVE-PRINT-LINE
005090     move "ESTIMATED CONTRACT VALUE" to EBI-AMOUNT-LABEL
005100     move EM-TOTAL-COST to EBI-AMOUNT
005110     perform PRINT-AMOUNT-LINE
005120     move "PREVIOUSLY BILLED" to EBI-AMOUNT-LABEL
005130     move WS-PRIOR-BILLED to EBI-AMOUNT
005140     perform PRINT-AMOUNT-LINE
005150     move "THIS INVOICE" to EBI-AMOUNT-LABEL
005160     move EB-AMOUNT to EBI-AMOUNT
005170     perform PRINT-AMOUNT-LINE
005180     add EB-AMOUNT to WS-PRINTED-AMOUNT
005190     move "BILLED TO DATE" to EBI-AMOUNT-LABEL
005200     move EB-BILLED-TO-DATE to EBI-AMOUNT
005210     perform PRINT-AMOUNT-LINE
005220     move "BALANCE REMAINING" to EBI-AMOUNT-LABEL
005230     if WS-REMAINING > zeroes
005240         move WS-REMAINING to EBI-AMOUNT
005250     else
005260         move zeroes to EBI-AMOUNT
005270     end-if
005280     perform PRINT-AMOUNT-LINE
005290     if WS-REMAINING not > zeroes
005300         move "*** JOB FULLY BILLED ***" to PRINT-LINE
005310         write PRINT-LINE after advancing 2 lines
005320         perform ARCHIVE-PRINT-LINE
005330     end-if.

005340 PRINT-AMOUNT-LINE.
005350     write PRINT-LINE from EBI-AMOUNT-LINE
005360         after advancing 1 line
005370     perform ARCHIVE-PRINT-LINE.

005380 WRITE-BILL-REJECT.
005390     move BDT-BUSINESS-DATE to EB-BILL-DATE
005400     move zeroes to EB-INVOICE-NO
005410     move zeroes to EB-AMOUNT
005420     move zeroes to EB-BILLED-TO-DATE
005430     move WS-REASON-CODE to EB-REASON-CODE
005440     write BILL-REJECT-RECORD from ESTIMATE-BILL-RECORD
005450     move WS-EBREJ-STATUS to IOC-STATUS
005460     move "EBREJ" to IOC-FILE-NAME
005470     perform ZZ-CHECK-WRITE
005480     add 1 to WS-REJECT-COUNT
005490     display "Job " EB-JOB-ID " " EB-STAGE " " EB-REFERENCE
005500         " *** REJECTED " WS-REASON-CODE " - " WS-REASON-TEXT.

005510* every accepted job still short of its estimate, and any job
005520* billed before its quote was reopened, with what is left.
005530 PRINT-UNBILLED-SUMMARY.
005540     move 99 to WS-LINE-COUNT
005550     move "N" to WS-EOF-SWITCH
005560     move low-values to EM-JOB-ID
005570     start ESTIMATE-MASTER key is not less than EM-JOB-ID
005580         invalid key
005590             set FILE-EOF to true
005600     end-start
005610     if not FILE-EOF
005620         perform READ-NEXT-ESTIMATE
005630     end-if
005640     perform LIST-ONE-ESTIMATE until FILE-EOF
005650     if WS-LINE-COUNT > WS-LINES-PER-PAGE
005660         perform PRINT-SUMMARY-HEADING
005670     end-if
005680     move "TOTAL" to EBS-TOTAL-LABEL
005690     move WS-TOTAL-EST-COST to EBS-TOTAL-EST-COST
005700     move WS-TOTAL-BILLED to EBS-TOTAL-BILLED
005710     move WS-TOTAL-REMAINING to EBS-TOTAL-REMAINING
005720     write PRINT-LINE from EBS-TOTAL-LINE
005730         after advancing 2 lines
005740     perform ARCHIVE-PRINT-LINE.

005750 READ-NEXT-ESTIMATE.
005760     read ESTIMATE-MASTER next record
005770         at end set FILE-EOF to true
005780     end-read.

005790 LIST-ONE-ESTIMATE.
005800     move EM-JOB-ID to WS-LOOKUP-JOB
005810     perform FIND-JOB
005820     move zeroes to WS-PRIOR-BILLED
005830     if ENTRY-FOUND
005840         move WS-JOB-BILLED (WS-JOB-SUB) to WS-PRIOR-BILLED
005850     end-if
005860     compute WS-REMAINING = EM-TOTAL-COST - WS-PRIOR-BILLED
005870     move spaces to EBS-FLAG
005880     evaluate true
005890         when EM-ACCEPTED and WS-REMAINING > zeroes
005900             if WS-PRIOR-BILLED = zeroes
005910                 move "NOT YET BILLED" to EBS-FLAG
005920             end-if
005930             perform PRINT-SUMMARY-LINE
005940         when (EM-OPEN or EM-DECLINED)
005950             and WS-PRIOR-BILLED > zeroes
005960             move "*** BILLED, QUOTE NOT ACCEPTED ***"
005970                 to EBS-FLAG
005980             perform PRINT-SUMMARY-LINE
005990         when other
006000             continue
006010     end-evaluate
006020     perform READ-NEXT-ESTIMATE.

006030 PRINT-SUMMARY-LINE.
006040     if WS-LINE-COUNT > WS-LINES-PER-PAGE
006050         perform PRINT-SUMMARY-HEADING
006060     end-if
006070     add 1 to WS-JOBS-LISTED
006080     add EM-TOTAL-COST to WS-TOTAL-EST-COST
006090     add WS-PRIOR-BILLED to WS-TOTAL-BILLED
006100     if WS-REMAINING > zeroes
006110         add WS-REMAINING to WS-TOTAL-REMAINING
006120     end-if
006130     move zeroes to WS-BILLED-PCT
006140     if EM-TOTAL-COST > zeroes
006150         compute WS-BILLED-PCT rounded =
006160             WS-PRIOR-BILLED * 100 / EM-TOTAL-COST
006170             on size error
006180                 move 999.9 to WS-BILLED-PCT
006190         end-compute
006200     end-if
006210     move EM-JOB-ID to EBS-JOB-ID
006220     move EM-EST-DATE to EBS-EST-DATE
006230     move EM-STATUS to EBS-STATUS
006240     move EM-TOTAL-COST to EBS-EST-COST
006250     move WS-PRIOR-BILLED to EBS-BILLED
006260     move WS-REMAINING to EBS-REMAINING
006270     move WS-BILLED-PCT to EBS-BILLED-PCT
006280     move zeroes to EBS-LAST-INV
006290     move zeroes to EBS-INVOICES
006300     if ENTRY-FOUND
006310         move WS-JOB-LAST-INV (WS-JOB-SUB) to EBS-LAST-INV
006320         move WS-JOB-INVOICES (WS-JOB-SUB) to EBS-INVOICES
006330     end-if
006340     write PRINT-LINE from EBS-DETAIL-LINE
006350         after advancing 1 line
006360     add 1 to WS-LINE-COUNT
006370     perform ARCHIVE-PRINT-LINE.

006380 PRINT-SUMMARY-HEADING.
006390     add 1 to WS-PAGE-COUNT
006400     move BDT-BUSINESS-DATE to EBS-HEADING-DATE
006410     move WS-PAGE-COUNT to EBS-HEADING-PAGE
006420     write PRINT-LINE from EBS-HEADING-LINE
006430         after advancing page
006440     perform ARCHIVE-PRINT-LINE
006450     write PRINT-LINE from EBS-COLUMN-LINE
006460         after advancing 2 lines
006470     perform ARCHIVE-PRINT-LINE
006480     move 4 to WS-LINE-COUNT.

006490* every invoice and summary line also lands on the report
006500* archive by page, so rptReprint can reproduce a lost invoice.
006510 ARCHIVE-PRINT-LINE.
006520     move "ESTINV  " to RP-REPORT-NAME
006530     move BDT-BUSINESS-DATE to RP-RUN-DATE
006540     move WS-PAGE-COUNT to RP-PAGE
006550     add 1 to WS-ARCH-LINE-SEQ
006560     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
006570     move PRINT-LINE to RP-PRINT-LINE
006580     write REPORT-ARCHIVE-RECORD
006590     move WS-RPTARCH-STATUS to IOC-STATUS
006600     move "RPTARCH" to IOC-FILE-NAME
006610     perform ZZ-CHECK-WRITE.

006620* one standard record per run to the shared RUNLOG operations
006630* file, for the night-end opsReport.
006640 WRITE-RUN-SUMMARY.
006650     open extend RUN-LOG-FILE
006660     if not RUNLOG-OK
006670         open output RUN-LOG-FILE
006680     end-if
006690     move "ESTBILL" to RS-PROGRAM
006700     move BDT-BUSINESS-DATE to RS-RUN-DATE
006710     accept RS-RUN-TIME from TIME
006720     move WS-RUN-START-TIME to RS-START-TIME
006730     move WS-READ-COUNT to RS-RECORDS-READ
006740     move WS-INVOICE-COUNT to RS-RECORDS-POSTED
006750     move WS-REJECT-COUNT to RS-RECORDS-REJECTED
006760     compute WS-CHECK-COUNT = WS-INVOICE-COUNT + WS-REJECT-COUNT
006770     if WS-CHECK-COUNT = WS-READ-COUNT
006780         and WS-PRINTED-AMOUNT = WS-INVOICED-AMOUNT
006790         move "BALANCED" to RS-CONTROL-STATUS
006800     else
006810         move "OUTOFBAL" to RS-CONTROL-STATUS
006820     end-if
006830     write RUN-SUMMARY-RECORD
006840     close RUN-LOG-FILE.

006850*****************************************************************
006860* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006870*****************************************************************
006880     copy IOCHKPRC.

006890*****************************************************************
006900* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006910*****************************************************************
006920     copy BIZDTPRC.
