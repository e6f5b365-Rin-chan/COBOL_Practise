000010 identification division.
000020 program-id. taxLiab.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- monthly sales-tax liability
000130*                   report for filing the returns.  Totals the
000140*                   period's TAXHIST invoice records by
000150*                   jurisdiction -- invoices, taxed, exempt and
000160*                   non-taxable sales, and the tax billed -- with
000170*                   the TAXRATE name and rate, and proves the
000180*                   invoice count and total against an
000190*                   independent pass of the CUSTAR invoice items
000200*                   dated in the period.  The period comes from
000210*                   SYSIN (YYYYMM) or defaults to the
000220*                   business-date month.  The TAXLIAB report is
000230*                   captured to RPTARCH.
000240*****************************************************************

000250 environment division.
000260 input-output section.
000270 file-control.
000280     select TAX-RATE-FILE assign to "TAXRATE"
000290         organization is sequential
000300         file status is WS-TAXRATE-STATUS.
000310     select TAX-HISTORY-FILE assign to "TAXHIST"
000320         organization is sequential
000330         file status is WS-TAXHIST-STATUS.
000340     select CUSTOMER-ITEMS assign to "CUSTAR"
000350         organization is indexed
000360         access mode is sequential
000370         record key is CI-KEY
000380         file status is WS-CUSTAR-STATUS.
000390     select LIABILITY-PRINT assign to "TAXLIAB"
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
000560 fd  TAX-RATE-FILE.
000570     copy TAXRATE.

000580 fd  TAX-HISTORY-FILE.
000590     copy TAXHIST.

000600 fd  CUSTOMER-ITEMS.
000610     copy CUSTAR.

000620 fd  LIABILITY-PRINT.
000630 01  PRINT-LINE               PIC X(132).

000640 fd  REPORT-ARCHIVE.
000650     copy RPTARCH.

000660 fd  RUN-LOG-FILE.
000670     copy RUNSUM.

000680 fd  OPS-ERROR-LOG.
000690     copy OPSERR.

000700 fd  BUSINESS-DATE-FILE.
000710     copy BIZDATE.

000720 working-storage section.
000730 copy BIZDTWS.
000740 copy IOCHKWS.
000750 01 WS-TAXRATE-STATUS        PIC X(02).
000760     88 TAXRATE-OK            VALUE "00".
000770 01 WS-TAXHIST-STATUS        PIC X(02).
000780     88 TAXHIST-OK            VALUE "00".
000790 01 WS-CUSTAR-STATUS         PIC X(02).
000800     88 CUSTAR-OK             VALUE "00".
000810 01 WS-PRINT-STATUS          PIC X(02).
000820     88 PRINT-OK              VALUE "00".
000830 01 WS-RPTARCH-STATUS        PIC X(02).
000840     88 RPTARCH-OK            VALUE "00".
000850 01 WS-RUNLOG-STATUS         PIC X(02).
000860     88 RUNLOG-OK             VALUE "00".
000870 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
000880 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
000890     88 FILE-EOF              VALUE "Y".
000900 01 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
000910     88 ENTRY-FOUND           VALUE "Y".
000920 01 WS-PERIOD-IN             PIC X(06) VALUE SPACES.
000930 01 WS-PERIOD                PIC 9(06) VALUE ZEROES.
000940 01 WS-HIST-READ             PIC 9(07) VALUE ZEROES.
000950 01 WS-HIST-IN-PERIOD        PIC 9(07) VALUE ZEROES.
000960 01 WS-HIST-TOTAL            PIC 9(09)V99 VALUE ZEROES.
000970 01 WS-ITEMS-READ            PIC 9(07) VALUE ZEROES.
000980 01 WS-AR-INVOICES           PIC 9(07) VALUE ZEROES.
000990 01 WS-AR-TOTAL              PIC 9(09)V99 VALUE ZEROES.
001000 01 WS-OFF-TABLE-COUNT       PIC 9(03) VALUE ZEROES.
001010 01 WS-CROSSFOOT-ERRORS      PIC 9(05) VALUE ZEROES.
001020 01 WS-CROSSFOOT             PIC 9(09)V99 VALUE ZEROES.
001030 01 WS-PROOF-SWITCH          PIC X(01) VALUE "Y".
001040     88 PROOF-BALANCED        VALUE "Y".
001050     88 PROOF-OUT-OF-BALANCE  VALUE "N".
001060 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001070 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
001080 01 WS-LINE-COUNT            PIC 9(03) VALUE 99.
001090 01 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.
001100 01 WS-MESSAGE               PIC X(80) VALUE SPACES.
001110*
001120* the jurisdiction table, loaded whole from TAXRATE, with the
001130* period's invoices gathered against each jurisdiction.  Inactive
001140* jurisdictions are kept, since the month may still carry tax
001150* billed in them before they closed.  Invoices under a code not
001160* on TAXRATE -- or with no jurisdiction at all, when nothing on
001170* them was taxed -- take a slot of their own so the report still
001180* balances and shows them.
001190 01 WS-JUR-MAX               PIC 9(03) VALUE 60.
001200 01 WS-JUR-COUNT             PIC 9(03) VALUE ZEROES.
001210 01 WS-JUR-TABLE.
001220     05 WS-JUR-ENTRY          OCCURS 60 TIMES.
001230         10 WS-JUR-CODE       PIC X(04).
001240         10 WS-JUR-NAME       PIC X(30).
001250         10 WS-JUR-RATE       PIC 9(01)V9(05).
001260         10 WS-JUR-INVOICES   PIC 9(07).
001270         10 WS-JUR-TAXABLE    PIC 9(09)V99.
001280         10 WS-JUR-EXEMPT     PIC 9(09)V99.
001290         10 WS-JUR-NONTAXABLE PIC 9(09)V99.
001300         10 WS-JUR-TAX        PIC 9(09)V99.
001310         10 WS-JUR-SALES      PIC 9(09)V99.
001320 01 WS-JUR-SUB               PIC 9(03) VALUE ZEROES.
001330 01 WS-LOOKUP-JURISDICTION   PIC X(04) VALUE SPACES.
001340 01 WS-TOTAL-INVOICES        PIC 9(07) VALUE ZEROES.
001350 01 WS-TOTAL-TAXABLE         PIC 9(09)V99 VALUE ZEROES.
001360 01 WS-TOTAL-EXEMPT          PIC 9(09)V99 VALUE ZEROES.
001370 01 WS-TOTAL-NONTAXABLE      PIC 9(09)V99 VALUE ZEROES.
001380 01 WS-TOTAL-TAX             PIC 9(09)V99 VALUE ZEROES.
001390 01 WS-TOTAL-SALES           PIC 9(09)V99 VALUE ZEROES.
001400*
001410* report lines.
001420 01 TL-HEADING-LINE.
001430     05 FILLER                PIC X(30) VALUE
001440         "GENERAL ACCOUNTING".
001450     05 FILLER                PIC X(34) VALUE
001460         "SALES TAX LIABILITY".
001470     05 FILLER                PIC X(08) VALUE "PERIOD ".
001480     05 TL-HEADING-PERIOD     PIC 9(06).
001490     05 FILLER                PIC X(09) VALUE "   AS OF ".
001500     05 TL-HEADING-DATE       PIC 9(08).
001510     05 FILLER                PIC X(08) VALUE "   PAGE ".
001520     05 TL-HEADING-PAGE       PIC ZZZ9.
001530 01 TL-COLUMN-LINE.
001540     05 FILLER                PIC X(44) VALUE
001550         "JURS  NAME                           INVOICE".
001560     05 FILLER                PIC X(44) VALUE
001570         "S    RATE  TAXABLE SALES   EXEMPT SALES    N".
001580     05 FILLER                PIC X(44) VALUE
001590         "ON-TAXABLE     TAX BILLED   TOTAL BILLED".
001600 01 TL-DETAIL-LINE.
001610     05 TL-JURISDICTION       PIC X(04).
001620     05 FILLER                PIC X(02) VALUE SPACES.
001630     05 TL-NAME               PIC X(30).
001640     05 FILLER                PIC X(01) VALUE SPACE.
001650     05 TL-INVOICES           PIC ZZZ,ZZ9.
001660     05 FILLER                PIC X(01) VALUE SPACE.
001670     05 TL-RATE               PIC 9.99999.
001680     05 FILLER                PIC X(01) VALUE SPACE.
001690     05 TL-TAXABLE            PIC ZZZ,ZZZ,ZZ9.99.
001700     05 FILLER                PIC X(01) VALUE SPACE.
001710     05 TL-EXEMPT             PIC ZZZ,ZZZ,ZZ9.99.
001720     05 FILLER                PIC X(01) VALUE SPACE.
001730     05 TL-NONTAXABLE         PIC ZZZ,ZZZ,ZZ9.99.
001740     05 FILLER                PIC X(01) VALUE SPACE.
001750     05 TL-TAX                PIC ZZZ,ZZZ,ZZ9.99.
001760     05 FILLER                PIC X(01) VALUE SPACE.
001770     05 TL-SALES              PIC ZZZ,ZZZ,ZZ9.99.
001780 01 TL-TOTAL-LINE.
001790     05 FILLER                PIC X(06) VALUE SPACES.
001800     05 TL-TOTAL-LABEL        PIC X(30).
001810     05 FILLER                PIC X(01) VALUE SPACE.
001820     05 TL-TOTAL-INVOICES     PIC ZZZ,ZZ9.
001830     05 FILLER                PIC X(09) VALUE SPACES.
001840     05 TL-TOTAL-TAXABLE      PIC ZZZ,ZZZ,ZZ9.99.
001850     05 FILLER                PIC X(01) VALUE SPACE.
001860     05 TL-TOTAL-EXEMPT       PIC ZZZ,ZZZ,ZZ9.99.
001870     05 FILLER                PIC X(01) VALUE SPACE.
001880     05 TL-TOTAL-NONTAXABLE   PIC ZZZ,ZZZ,ZZ9.99.
001890     05 FILLER                PIC X(01) VALUE SPACE.
001900     05 TL-TOTAL-TAX          PIC ZZZ,ZZZ,ZZ9.99.
001910     05 FILLER                PIC X(01) VALUE SPACE.
001920     05 TL-TOTAL-SALES        PIC ZZZ,ZZZ,ZZ9.99.
001930 01 TL-PROOF-LINE.
001940     05 FILLER                PIC X(06) VALUE SPACES.
001950     05 TL-PROOF-LABEL        PIC X(30).
001960     05 FILLER                PIC X(01) VALUE SPACE.
001970     05 TL-PROOF-INVOICES     PIC ZZZ,ZZ9.
001980     05 FILLER                PIC X(69) VALUE SPACES.
001990     05 TL-PROOF-TOTAL        PIC ZZZ,ZZZ,ZZ9.99.

002000 procedure division.
002010 PRG-BEGIN.
002020     move "TAXLIAB" to IOC-PROGRAM
002030     accept WS-RUN-START-TIME from TIME
002040     perform ZB-GET-BUSINESS-DATE
002050     accept WS-PERIOD-IN
002060     if WS-PERIOD-IN is numeric
002070         move WS-PERIOD-IN to WS-PERIOD
002080     else
002090         move BDT-BUSINESS-DATE (1:6) to WS-PERIOD
002100     end-if
002110     perform LOAD-TAX-RATES
002120     perform GATHER-PERIOD-HISTORY
002130     perform GATHER-PERIOD-INVOICES
002140     if WS-HIST-IN-PERIOD not = WS-AR-INVOICES
002150         or WS-HIST-TOTAL not = WS-AR-TOTAL
002160         or WS-CROSSFOOT-ERRORS > 0
002170         set PROOF-OUT-OF-BALANCE to true
002180     end-if
002190     open output LIABILITY-PRINT
002200     open extend REPORT-ARCHIVE
002210     if not RPTARCH-OK
002220         open output REPORT-ARCHIVE
002230     end-if
002240     perform PRINT-ONE-JURISDICTION
002250         varying WS-JUR-SUB from 1 by 1
002260         until WS-JUR-SUB > WS-JUR-COUNT
002270     perform PRINT-LIABILITY-TOTALS
002280     close LIABILITY-PRINT
002290     close REPORT-ARCHIVE
002300     display "-----------------------------------"
002310     display "Tax period          : " WS-PERIOD
002320     display "TAXHIST records read: " WS-HIST-READ
002330     display "Invoices in period  : " WS-HIST-IN-PERIOD
002340     display "CUSTAR invoices     : " WS-AR-INVOICES
002350     display "Codes off TAXRATE   : " WS-OFF-TABLE-COUNT
002360     display "Cross-foot errors   : " WS-CROSSFOOT-ERRORS
002370     if PROOF-OUT-OF-BALANCE
002380         display "*** TAXHIST DOES NOT AGREE WITH THE "
002381             "INVOICES ***"
002390         move 8 to RETURN-CODE
002400     else
002410         if WS-OFF-TABLE-COUNT > 0
002420             move 4 to RETURN-CODE
002430         end-if
002440     end-if
002450     perform WRITE-RUN-SUMMARY
002460     stop run.

002470 LOAD-TAX-RATES.
002480     move "N" to WS-EOF-SWITCH
002490     open input TAX-RATE-FILE
002500     if not TAXRATE-OK
002510         display "*** NO TAXRATE JURISDICTION TABLE - "
002520             "job ABORTED ***"
002530         move 8 to RETURN-CODE
002540         stop run
002550     end-if
002560     perform READ-TAX-RATE
002570     perform LOAD-ONE-TAX-RATE until FILE-EOF
002580     close TAX-RATE-FILE.

002590 READ-TAX-RATE.
002600     read TAX-RATE-FILE
002610         at end set FILE-EOF to true
002620     end-read.

002630 LOAD-ONE-TAX-RATE.
002640     if WS-JUR-COUNT < WS-JUR-MAX
002650         add 1 to WS-JUR-COUNT
002660         move WS-JUR-COUNT to WS-JUR-SUB
002670         move TX-JURISDICTION to WS-JUR-CODE (WS-JUR-SUB)
002680         move TX-NAME to WS-JUR-NAME (WS-JUR-SUB)
002690         move TX-RATE to WS-JUR-RATE (WS-JUR-SUB)
002700         perform CLEAR-JURISDICTION-TOTALS
002710     else
002720         display "*** MORE THAN " WS-JUR-MAX
002730             " JURISDICTIONS ON TAXRATE - job ABORTED ***"
002740         move 8 to RETURN-CODE
002750         stop run
002760     end-if
002770     perform READ-TAX-RATE.

002780 CLEAR-JURISDICTION-TOTALS.
002790     move zeroes to WS-JUR-INVOICES (WS-JUR-SUB)
002800     move zeroes to WS-JUR-TAXABLE (WS-JUR-SUB)
002810     move zeroes to WS-JUR-EXEMPT (WS-JUR-SUB)
002820     move zeroes to WS-JUR-NONTAXABLE (WS-JUR-SUB)
002830     move zeroes to WS-JUR-TAX (WS-JUR-SUB)
002840     move zeroes to WS-JUR-SALES (WS-JUR-SUB).

002850 GATHER-PERIOD-HISTORY.
002860     move "N" to WS-EOF-SWITCH
002870     open input TAX-HISTORY-FILE
002880     if not TAXHIST-OK
002890         display "No TAXHIST records - nothing to report"
002900     else
002910         perform READ-TAX-HISTORY
002920         perform TALLY-ONE-INVOICE until FILE-EOF
002930         close TAX-HISTORY-FILE
002940     end-if.

002950 READ-TAX-HISTORY.
002960     read TAX-HISTORY-FILE
002970         at end set FILE-EOF to true
002980     end-read.

002990* each invoice's sales must cross-foot -- taxed, exempt and
003000* non-taxable sales plus the tax make the invoice total -- or
003010* the split reported to the taxing authority cannot be trusted.
003020 TALLY-ONE-INVOICE.
003030     add 1 to WS-HIST-READ
003040     if TH-INVOICE-DATE (1:6) = WS-PERIOD
003050         add 1 to WS-HIST-IN-PERIOD
003060         add TH-INVOICE-TOTAL to WS-HIST-TOTAL
003070         move TH-JURISDICTION to WS-LOOKUP-JURISDICTION
003080         perform FIND-JURISDICTION
003090         if not ENTRY-FOUND
003100             perform ADD-OFF-TABLE-JURISDICTION
003110         end-if
003120         add 1 to WS-JUR-INVOICES (WS-JUR-SUB)
003130         add TH-TAXABLE-SALES to WS-JUR-TAXABLE (WS-JUR-SUB)
003140         add TH-EXEMPT-SALES to WS-JUR-EXEMPT (WS-JUR-SUB)
003150         add TH-NONTAXABLE-SALES to WS-JUR-NONTAXABLE (WS-JUR-SUB)
003160         add TH-TAX-AMOUNT to WS-JUR-TAX (WS-JUR-SUB)
003170         add TH-INVOICE-TOTAL to WS-JUR-SALES (WS-JUR-SUB)
003180         compute WS-CROSSFOOT = TH-TAXABLE-SALES + TH-EXEMPT-SALES
003190             + TH-NONTAXABLE-SALES + TH-TAX-AMOUNT
003200         if WS-CROSSFOOT not = TH-INVOICE-TOTAL
003210             add 1 to WS-CROSSFOOT-ERRORS
003220             display "*** INVOICE " TH-INVOICE-NUMBER
003230                 " DOES NOT CROSS-FOOT"
003240         end-if
003250     end-if
003260     perform READ-TAX-HISTORY.

003270 FIND-JURISDICTION.
003280     move "N" to WS-FOUND-SWITCH
003290     perform TEST-ONE-JURISDICTION
003300         varying WS-JUR-SUB from 1 by 1
003310         until WS-JUR-SUB > WS-JUR-COUNT
003320             or ENTRY-FOUND
003330     if ENTRY-FOUND
003340         subtract 1 from WS-JUR-SUB
003350     end-if.

003360 TEST-ONE-JURISDICTION.
003370     if WS-JUR-CODE (WS-JUR-SUB) = WS-LOOKUP-JURISDICTION
003380         set ENTRY-FOUND to true
003390     end-if.

003400 ADD-OFF-TABLE-JURISDICTION.
003410     if WS-JUR-COUNT not < WS-JUR-MAX
003420         display "*** MORE THAN " WS-JUR-MAX
003430             " JURISDICTIONS IN THE PERIOD - job ABORTED ***"
003440         move 8 to RETURN-CODE
003450         stop run
003460     end-if
003470     add 1 to WS-JUR-COUNT
003480     move WS-JUR-COUNT to WS-JUR-SUB
003490     move WS-LOOKUP-JURISDICTION to WS-JUR-CODE (WS-JUR-SUB)
003500     move zeroes to WS-JUR-RATE (WS-JUR-SUB)
003510     perform CLEAR-JURISDICTION-TOTALS
003520     if WS-LOOKUP-JURISDICTION = spaces
003530         move "(NONE) - NOTHING TAXED" to WS-JUR-NAME (WS-JUR-SUB)
003540     else
003550         move "*** NOT ON TAXRATE ***" to WS-JUR-NAME (WS-JUR-SUB)
003560         add 1 to WS-OFF-TABLE-COUNT
003570         display "*** JURISDICTION " WS-LOOKUP-JURISDICTION
003580             " HAS INVOICES BUT IS NOT ON TAXRATE"
003590     end-if.

003600* the independent side of the proof: every multInvoice invoice
003610* item on CUSTAR dated in the period, whatever has since been
003620* paid on it, at its original amount.
003630 GATHER-PERIOD-INVOICES.
003640     move "N" to WS-EOF-SWITCH
003650     open input CUSTOMER-ITEMS
003660     if not CUSTAR-OK
003670         display "*** CANNOT OPEN CUSTAR - status "
003680             WS-CUSTAR-STATUS " - job ABORTED ***"
003690         move 8 to RETURN-CODE
003700         stop run
003710     end-if
003720     perform READ-CUSTOMER-ITEM
003730     perform TALLY-ONE-ITEM until FILE-EOF
003740     close CUSTOMER-ITEMS.

003750 READ-CUSTOMER-ITEM.
003760     read CUSTOMER-ITEMS next record
003770         at end set FILE-EOF to true
003780     end-read.

003790 TALLY-ONE-ITEM.
003800     add 1 to WS-ITEMS-READ
003810     if CI-INVOICE
003820         and CI-REFERENCE = "MULTINV"
003830         and CI-ITEM-DATE (1:6) = WS-PERIOD
003840         add 1 to WS-AR-INVOICES
003850         add CI-ORIGINAL-AMOUNT to WS-AR-TOTAL
003860     end-if
003870     perform READ-CUSTOMER-ITEM.

003880 PRINT-ONE-JURISDICTION.
003890     if WS-JUR-INVOICES (WS-JUR-SUB) > 0
003900         if WS-LINE-COUNT > WS-LINES-PER-PAGE
003910             perform PRINT-LIABILITY-HEADING
003920         end-if
003930         move WS-JUR-CODE (WS-JUR-SUB) to TL-JURISDICTION
003940         move WS-JUR-NAME (WS-JUR-SUB) to TL-NAME
003950         move WS-JUR-INVOICES (WS-JUR-SUB) to TL-INVOICES
003960         move WS-JUR-RATE (WS-JUR-SUB) to TL-RATE
003970         move WS-JUR-TAXABLE (WS-JUR-SUB) to TL-TAXABLE
003980         move WS-JUR-EXEMPT (WS-JUR-SUB) to TL-EXEMPT
003990         move WS-JUR-NONTAXABLE (WS-JUR-SUB) to TL-NONTAXABLE
004000         move WS-JUR-TAX (WS-JUR-SUB) to TL-TAX
004010         move WS-JUR-SALES (WS-JUR-SUB) to TL-SALES
004020         write PRINT-LINE from TL-DETAIL-LINE
004030             after advancing 1 line
004040         add 1 to WS-LINE-COUNT
004050         perform ARCHIVE-PRINT-LINE
004060         add WS-JUR-INVOICES (WS-JUR-SUB) to WS-TOTAL-INVOICES
004070         add WS-JUR-TAXABLE (WS-JUR-SUB) to WS-TOTAL-TAXABLE
004080         add WS-JUR-EXEMPT (WS-JUR-SUB) to WS-TOTAL-EXEMPT
004090         add WS-JUR-NONTAXABLE (WS-JUR-SUB) to WS-TOTAL-NONTAXABLE
004100         add WS-JUR-TAX (WS-JUR-SUB) to WS-TOTAL-TAX
004110         add WS-JUR-SALES (WS-JUR-SUB) to WS-TOTAL-SALES
004120     end-if.

004130 PRINT-LIABILITY-HEADING.
004140     add 1 to WS-PAGE-COUNT
004150     move WS-PERIOD to TL-HEADING-PERIOD
004160     move BDT-BUSINESS-DATE to TL-HEADING-DATE
004170     move WS-PAGE-COUNT to TL-HEADING-PAGE
004180     write PRINT-LINE from TL-HEADING-LINE
004190         after advancing page
004200     perform ARCHIVE-PRINT-LINE
004210     write PRINT-LINE from TL-COLUMN-LINE
004220         after advancing 2 lines
004230     perform ARCHIVE-PRINT-LINE
004240     move 3 to WS-LINE-COUNT.

004250 PRINT-LIABILITY-TOTALS.
004260     if WS-PAGE-COUNT = 0
004270         perform PRINT-LIABILITY-HEADING
004280     end-if
004290     move "TOTAL FOR THE PERIOD" to TL-TOTAL-LABEL
004300     move WS-TOTAL-INVOICES to TL-TOTAL-INVOICES
004310     move WS-TOTAL-TAXABLE to TL-TOTAL-TAXABLE
004320     move WS-TOTAL-EXEMPT to TL-TOTAL-EXEMPT
004330     move WS-TOTAL-NONTAXABLE to TL-TOTAL-NONTAXABLE
004340     move WS-TOTAL-TAX to TL-TOTAL-TAX
004350     move WS-TOTAL-SALES to TL-TOTAL-SALES
004360     write PRINT-LINE from TL-TOTAL-LINE
004370         after advancing 2 lines
004380     perform ARCHIVE-PRINT-LINE
004390     move "CUSTAR INVOICES IN THE PERIOD" to TL-PROOF-LABEL
004400     move WS-AR-INVOICES to TL-PROOF-INVOICES
004410     move WS-AR-TOTAL to TL-PROOF-TOTAL
004420     write PRINT-LINE from TL-PROOF-LINE
004430         after advancing 1 line
004440     perform ARCHIVE-PRINT-LINE
004450     if PROOF-BALANCED
004460         move "Tax history agrees with the invoices - in balance"
004470             to WS-MESSAGE
004480     else
004490         move spaces to WS-MESSAGE
004495         string "*** TAX HISTORY DOES NOT AGREE WITH THE "
004500             "INVOICES - OUT OF BALANCE ***" delimited by size
004505             into WS-MESSAGE
004510     end-if
004520     move WS-MESSAGE to PRINT-LINE
004530     write PRINT-LINE after advancing 2 lines
004540     perform ARCHIVE-PRINT-LINE.

004550* every report line also lands on the report archive by page,
004560* so rptReprint can reproduce a lost liability report.
004570 ARCHIVE-PRINT-LINE.
004580     move "TAXLIAB " to RP-REPORT-NAME
004590     move BDT-BUSINESS-DATE to RP-RUN-DATE
004600     move WS-PAGE-COUNT to RP-PAGE
004610     add 1 to WS-ARCH-LINE-SEQ
004620     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
004630     move PRINT-LINE to RP-PRINT-LINE
004640     write REPORT-ARCHIVE-RECORD
004650     move WS-RPTARCH-STATUS to IOC-STATUS
004660     move "RPTARCH" to IOC-FILE-NAME
004670     perform ZZ-CHECK-WRITE.

004680* one standard record per run to the shared RUNLOG operations
004690* file, for the night-end opsReport.
004700 WRITE-RUN-SUMMARY.
004710     open extend RUN-LOG-FILE
004720     if not RUNLOG-OK
004730         open output RUN-LOG-FILE
004740     end-if
004750     move "TAXLIAB" to RS-PROGRAM
004760     move BDT-BUSINESS-DATE to RS-RUN-DATE
004770     accept RS-RUN-TIME from TIME
004780     move WS-RUN-START-TIME to RS-START-TIME
004790     move WS-HIST-READ to RS-RECORDS-READ
004800     move WS-HIST-IN-PERIOD to RS-RECORDS-POSTED
004810     move WS-OFF-TABLE-COUNT to RS-RECORDS-REJECTED
004820     if PROOF-BALANCED
004830         move "BALANCED" to RS-CONTROL-STATUS
004840     else
004850         move "OUTOFBAL" to RS-CONTROL-STATUS
004860     end-if
004870     write RUN-SUMMARY-RECORD
004880     close RUN-LOG-FILE.

004890*****************************************************************
004900* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
004910*****************************************************************
004920     copy IOCHKPRC.

004930*****************************************************************
004940* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004950*****************************************************************
004960     copy BIZDTPRC.
