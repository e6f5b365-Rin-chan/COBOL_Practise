000010 identification division.
000020 program-id. rptDist.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- the morning report distribution
000130*                   run over the RPTARCH report archive.  The
000140*                   RPTDIST list maps each archived report name
000150*                   to its recipients and copy counts; every
000160*                   page of the night's reports is gathered into
000170*                   one bundle per recipient on DISTPRT, each
000180*                   bundle opening with a banner page (who and
000190*                   where) and a contents page (each report, its
000200*                   pages and copies, and the bundle page it
000210*                   starts on).  Every report sent is written to
000220*                   the DISTLOG distribution log; a report no
000230*                   RPTDIST entry claims is listed at the end as
000240*                   undeliverable and logged the same way (RC
000250*                   4).  The SYSIN card is the report run date
000260*                   (YYYYMMDD); blank takes the business date.
000270*****************************************************************

000280 environment division.
000290 input-output section.
000300 file-control.
000310     select DIST-LIST-FILE assign to "RPTDIST"
000320         organization is sequential
000330         file status is WS-RPTDIST-STATUS.
000340     select REPORT-ARCHIVE assign to "RPTARCH"
000350         organization is sequential
000360         file status is WS-RPTARCH-STATUS.
000370     select SORT-WORK-FILE assign to "DISTSWK".
000380     select SORTED-BUNDLE-FILE assign to "DISTSRT"
000390         organization is sequential
000400         file status is WS-SORT-STATUS.
000410     select BUNDLE-PRINT assign to "DISTPRT"
000420         organization is sequential
000430         file status is WS-PRINT-STATUS.
000440     select DIST-LOG-FILE assign to "DISTLOG"
000450         organization is sequential
000460         file status is WS-DISTLOG-STATUS.
000470     select RUN-LOG-FILE assign to "RUNLOG"
000480         organization is sequential
000490         file status is WS-RUNLOG-STATUS.
000500     select OPS-ERROR-LOG assign to "OPSLOG"
000510         organization is sequential
000520         file status is WS-OPSLOG-STATUS.
000530     select BUSINESS-DATE-FILE assign to "BIZDATE"
000540         organization is sequential
000550         file status is WS-BIZDT-STATUS.

000560 data division.
000570 file section.
000580 fd  DIST-LIST-FILE.
000590     copy RPTDIST.

000600 fd  REPORT-ARCHIVE.
000610     copy RPTARCH.

000620 sd  SORT-WORK-FILE.
000630 01  SORT-WORK-RECORD.
000640     05 SW-RECIPIENT-ID       PIC X(08).
000650     05 SW-REPORT-SEQ         PIC 9(03).
000660     05 SW-REPORT-NAME        PIC X(08).
000670     05 SW-COPY-NO            PIC 9(02).
000680     05 SW-ARCHIVE-SEQ        PIC 9(07).
000690     05 SW-PAGE               PIC 9(04).
000700     05 SW-PRINT-LINE         PIC X(132).

000710 fd  SORTED-BUNDLE-FILE.
000720 01  SORTED-BUNDLE-RECORD.
000730     05 SB-RECIPIENT-ID       PIC X(08).
000740     05 SB-REPORT-SEQ         PIC 9(03).
000750     05 SB-REPORT-NAME        PIC X(08).
000760     05 SB-COPY-NO            PIC 9(02).
000770     05 SB-ARCHIVE-SEQ        PIC 9(07).
000780     05 SB-PAGE               PIC 9(04).
000790     05 SB-PRINT-LINE         PIC X(132).

000800 fd  BUNDLE-PRINT.
000810 01  PRINT-LINE               PIC X(132).

000820 fd  DIST-LOG-FILE.
000830     copy DISTLOG.

000840 fd  RUN-LOG-FILE.
000850     copy RUNSUM.

000860 fd  OPS-ERROR-LOG.
000870     copy OPSERR.

000880 fd  BUSINESS-DATE-FILE.
000890     copy BIZDATE.

000900 working-storage section.
000910 copy BIZDTWS.
000920 copy IOCHKWS.
000930 01 WS-RPTDIST-STATUS        PIC X(02).
000940     88 RPTDIST-OK            VALUE "00".
000950 01 WS-RPTARCH-STATUS        PIC X(02).
000960     88 RPTARCH-OK            VALUE "00".
000970 01 WS-SORT-STATUS           PIC X(02).
000980     88 SORT-OK               VALUE "00".
000990 01 WS-PRINT-STATUS          PIC X(02).
001000     88 PRINT-OK              VALUE "00".
001010 01 WS-DISTLOG-STATUS        PIC X(02).
001020     88 DISTLOG-OK            VALUE "00".
001030 01 WS-RUNLOG-STATUS         PIC X(02).
001040     88 RUNLOG-OK             VALUE "00".
001050 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
001060 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
001070     88 FILE-EOF              VALUE "Y".
001080 01 WS-SORTED-EOF-SWITCH     PIC X(01) VALUE "N".
001090     88 SORTED-EOF            VALUE "Y".
001100 01 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001110     88 ENTRY-FOUND           VALUE "Y".
001120 01 WS-REPORT-DATE-IN        PIC X(08) VALUE SPACES.
001130 01 WS-REPORT-DATE           PIC 9(08) VALUE ZEROES.
001140*
001150* the distribution list, loaded whole from RPTDIST.
001160 01 WS-DST-MAX               PIC 9(03) VALUE 300.
001170 01 WS-DST-COUNT             PIC 9(03) VALUE ZEROES.
001180 01 WS-DST-TABLE.
001190     05 WS-DST-ENTRY          OCCURS 300 TIMES.
001200         10 WS-DST-REPORT     PIC X(08).
001210         10 WS-DST-RECIPIENT  PIC X(08).
001220         10 WS-DST-NAME       PIC X(30).
001230         10 WS-DST-POINT      PIC X(20).
001240         10 WS-DST-COPIES     PIC 9(02).
001250 01 WS-DST-SUB               PIC 9(03) VALUE ZEROES.
001260*
001270* the night's archived reports, counted as the archive is read.
001280 01 WS-RPT-MAX               PIC 9(03) VALUE 100.
001290 01 WS-RPT-COUNT             PIC 9(03) VALUE ZEROES.
001300 01 WS-RPT-TABLE.
001310     05 WS-RPT-ENTRY          OCCURS 100 TIMES.
001320         10 WS-RPT-NAME       PIC X(08).
001330         10 WS-RPT-PAGES      PIC 9(05).
001340         10 WS-RPT-LINES      PIC 9(07).
001350         10 WS-RPT-LAST-PAGE  PIC 9(04).
001360         10 WS-RPT-CLAIMED    PIC X(01).
001370             88 RPT-CLAIMED   VALUE "Y".
001380 01 WS-RPT-SUB               PIC 9(03) VALUE ZEROES.
001390*
001400* the bundle being printed.
001410 01 WS-CURRENT-RECIPIENT     PIC X(08) VALUE SPACES.
001420 01 WS-BUNDLE-OPEN-SWITCH    PIC X(01) VALUE "N".
001430     88 BUNDLE-OPEN           VALUE "Y".
001440 01 WS-CURRENT-REPORT        PIC X(08) VALUE SPACES.
001450 01 WS-CURRENT-COPY          PIC 9(02) VALUE ZEROES.
001460 01 WS-CURRENT-PAGE          PIC 9(04) VALUE ZEROES.
001470 01 WS-BUNDLE-PAGE           PIC 9(05) VALUE ZEROES.
001480 01 WS-BUNDLE-PAGES          PIC 9(05) VALUE ZEROES.
001490 01 WS-BUNDLE-REPORTS        PIC 9(03) VALUE ZEROES.
001500 01 WS-RECIPIENT-NAME        PIC X(30) VALUE SPACES.
001510 01 WS-DELIVERY-POINT        PIC X(20) VALUE SPACES.
001520 01 WS-COPY-SUB              PIC 9(02) VALUE ZEROES.
001530*
001540* counts and control totals.
001550 01 WS-ARCHIVE-READ          PIC 9(07) VALUE ZEROES.
001560 01 WS-ARCHIVE-SEQ           PIC 9(07) VALUE ZEROES.
001570 01 WS-LINES-RELEASED        PIC 9(07) VALUE ZEROES.
001580 01 WS-LINES-PRINTED         PIC 9(07) VALUE ZEROES.
001590 01 WS-BUNDLE-COUNT          PIC 9(03) VALUE ZEROES.
001600 01 WS-SENT-COUNT            PIC 9(05) VALUE ZEROES.
001610 01 WS-UNDELIVERABLE-COUNT   PIC 9(03) VALUE ZEROES.
001620*
001630* banner and contents lines.
001640 01 DBR-STAR-LINE.
001650     05 FILLER                PIC X(66) VALUE ALL "*".
001660 01 DBR-TITLE-LINE.
001670     05 FILLER                PIC X(30) VALUE
001680         "GENERAL ACCOUNTING".
001690     05 FILLER                PIC X(36) VALUE
001700         "REPORT DISTRIBUTION BUNDLE".
001710 01 DBR-RECIPIENT-LINE.
001720     05 FILLER                PIC X(14) VALUE "RECIPIENT   : ".
001730     05 DBR-RECIPIENT-ID      PIC X(08).
001740     05 FILLER                PIC X(02) VALUE SPACES.
001750     05 DBR-RECIPIENT-NAME    PIC X(30).
001760 01 DBR-POINT-LINE.
001770     05 FILLER                PIC X(14) VALUE "DELIVER TO  : ".
001780     05 DBR-DELIVERY-POINT    PIC X(20).
001790 01 DBR-DATE-LINE.
001800     05 FILLER                PIC X(14) VALUE "REPORTS OF  : ".
001810     05 DBR-REPORT-DATE       PIC 9(08).
001820     05 FILLER                PIC X(14) VALUE "    PRINTED : ".
001830     05 DBR-PRINT-DATE        PIC 9(08).
001840 01 DBR-COUNT-LINE.
001850     05 FILLER                PIC X(14) VALUE "REPORTS     : ".
001860     05 DBR-REPORTS           PIC ZZ9.
001870     05 FILLER                PIC X(19) VALUE
001880         "      BUNDLE PAGES ".
001890     05 DBR-PAGES             PIC ZZ,ZZ9.
001900 01 DBR-CONTENTS-HEAD.
001910     05 FILLER                PIC X(20) VALUE
001920         "CONTENTS - BUNDLE".
001930     05 DBR-CONTENTS-ID       PIC X(08).
001940     05 FILLER                PIC X(02) VALUE SPACES.
001950     05 DBR-CONTENTS-NAME     PIC X(30).
001960 01 DBR-CONTENTS-COLUMNS.
001970     05 FILLER                PIC X(44) VALUE
001980         "REPORT     PAGES  COPIES  STARTS ON PAGE".
001990 01 DBR-CONTENTS-LINE.
002000     05 DBR-REPORT-NAME       PIC X(08).
002010     05 FILLER                PIC X(02) VALUE SPACES.
002020     05 DBR-REPORT-PAGES      PIC ZZ,ZZ9.
002030     05 FILLER                PIC X(04) VALUE SPACES.
002040     05 DBR-REPORT-COPIES     PIC Z9.
002050     05 FILLER                PIC X(05) VALUE SPACES.
002060     05 DBR-START-PAGE        PIC ZZ,ZZ9.
002070     05 FILLER                PIC X(02) VALUE SPACES.
002080     05 DBR-REPORT-NOTE       PIC X(24).

002090 procedure division.
002100 PRG-BEGIN.
002110     move "RPTDIST" to IOC-PROGRAM
002120     accept WS-RUN-START-TIME from TIME
002130     perform ZB-GET-BUSINESS-DATE
002140     accept WS-REPORT-DATE-IN
002150     if WS-REPORT-DATE-IN numeric
002160         move WS-REPORT-DATE-IN to WS-REPORT-DATE
002170     else
002180         move BDT-BUSINESS-DATE to WS-REPORT-DATE
002190     end-if
002200     perform LOAD-DISTRIBUTION-LIST
002210     sort SORT-WORK-FILE
002220         on ascending key SW-RECIPIENT-ID
002230         on ascending key SW-REPORT-SEQ
002240         on ascending key SW-COPY-NO
002250         on ascending key SW-ARCHIVE-SEQ
002260         input procedure is RELEASE-BUNDLE-LINES
002270             thru RELEASE-BUNDLE-LINES-EXIT
002280         giving SORTED-BUNDLE-FILE
002290     open output BUNDLE-PRINT
002300     open extend DIST-LOG-FILE
002310     if not DISTLOG-OK
002320         open output DIST-LOG-FILE
002330     end-if
002340     open input SORTED-BUNDLE-FILE
002350     perform READ-SORTED-BUNDLE
002360     perform PRINT-ONE-BUNDLE-LINE until SORTED-EOF
002370     close SORTED-BUNDLE-FILE
002380     perform LIST-UNDELIVERABLE
002390     close BUNDLE-PRINT
002400     close DIST-LOG-FILE
002410     display "-----------------------------------"
002420     display "Reports of          : " WS-REPORT-DATE
002430     display "Archive lines read  : " WS-ARCHIVE-READ
002440     display "Reports archived    : " WS-RPT-COUNT
002450     display "Bundles printed     : " WS-BUNDLE-COUNT
002460     display "Reports sent        : " WS-SENT-COUNT
002470     display "Undeliverable       : " WS-UNDELIVERABLE-COUNT
002480     if WS-LINES-PRINTED not = WS-LINES-RELEASED
002490         display "*** BUNDLE LINES DO NOT TIE TO THE ARCHIVE "
002500             "LINES RELEASED ***"
002510         move 8 to RETURN-CODE
002520     else
002530         display "Control total       : TIES OUT"
002540         if WS-RPT-COUNT = 0
002550             display "*** NO ARCHIVED REPORTS FOR "
002560                 WS-REPORT-DATE " ***"
002570             move 4 to RETURN-CODE
002580         end-if
002590         if WS-UNDELIVERABLE-COUNT > 0
002600             move 4 to RETURN-CODE
002610         end-if
002620     end-if
002630     perform WRITE-RUN-SUMMARY
002640     stop run.

002650 LOAD-DISTRIBUTION-LIST.
002660     move "N" to WS-EOF-SWITCH
002670     open input DIST-LIST-FILE
002680     if not RPTDIST-OK
002690         display "No RPTDIST list - every report is "
002700             "undeliverable"
002710     else
002720         perform READ-DIST-LIST
002730         perform STORE-ONE-DIST-ENTRY until FILE-EOF
002740         close DIST-LIST-FILE
002750     end-if.

002760 READ-DIST-LIST.
002770     read DIST-LIST-FILE
002780         at end set FILE-EOF to true
002790     end-read.

002800* an entry with no copy count sends one copy.
002810 STORE-ONE-DIST-ENTRY.
002820     if WS-DST-COUNT not < WS-DST-MAX
002830         display "*** MORE THAN " WS-DST-MAX
002840             " RPTDIST ENTRIES - job ABORTED ***"
002850         move 8 to RETURN-CODE
002860         stop run
002870     end-if
002880     add 1 to WS-DST-COUNT
002890     move RD-REPORT-NAME to WS-DST-REPORT (WS-DST-COUNT)
002900     move RD-RECIPIENT-ID to WS-DST-RECIPIENT (WS-DST-COUNT)
002910     move RD-RECIPIENT-NAME to WS-DST-NAME (WS-DST-COUNT)
002920     move RD-DELIVERY-POINT to WS-DST-POINT (WS-DST-COUNT)
002930     if RD-COPIES not numeric or RD-COPIES = zeroes
002940         move 1 to WS-DST-COPIES (WS-DST-COUNT)
002950     else
002960         move RD-COPIES to WS-DST-COPIES (WS-DST-COUNT)
002970     end-if
002980     perform READ-DIST-LIST.

002990* one pass of the archive: every line of the night's reports is
003000* counted against its report and released once for each copy
003010* of each recipient the report goes to.  A bundle holds its
003020* reports in the order they first printed in the night, and
003030* the archive sequence keeps each report's lines in order.
003040 RELEASE-BUNDLE-LINES.
003050     move "N" to WS-EOF-SWITCH
003060     open input REPORT-ARCHIVE
003070     if not RPTARCH-OK
003080         display "No report archive on file"
003090         go to RELEASE-BUNDLE-LINES-EXIT
003100     end-if
003110     perform READ-ARCHIVE-LINE
003120     perform RELEASE-ONE-ARCHIVE-LINE until FILE-EOF
003130     close REPORT-ARCHIVE
003140     go to RELEASE-BUNDLE-LINES-EXIT.

003150 READ-ARCHIVE-LINE.
003160     read REPORT-ARCHIVE
003170         at end set FILE-EOF to true
003180     end-read.

003190 RELEASE-ONE-ARCHIVE-LINE.
003200     add 1 to WS-ARCHIVE-READ
003210     if RP-RUN-DATE = WS-REPORT-DATE
003220         add 1 to WS-ARCHIVE-SEQ
003230         perform COUNT-REPORT-LINE
003240         perform RELEASE-FOR-ONE-ENTRY
003250             varying WS-DST-SUB from 1 by 1
003260             until WS-DST-SUB > WS-DST-COUNT
003270     end-if
003280     perform READ-ARCHIVE-LINE.

003290* a report whose page number changes has started a new page --
003300* a second run of the same report the same night counts its
003310* pages on top of the first.
003320 COUNT-REPORT-LINE.
003330     move "N" to WS-FOUND-SWITCH
003340     perform TEST-ONE-REPORT
003350         varying WS-RPT-SUB from 1 by 1
003360         until WS-RPT-SUB > WS-RPT-COUNT
003370             or ENTRY-FOUND
003380     if ENTRY-FOUND
003390         subtract 1 from WS-RPT-SUB
003400     else
003410         if WS-RPT-COUNT not < WS-RPT-MAX
003420             display "*** MORE THAN " WS-RPT-MAX
003430                 " ARCHIVED REPORTS - job ABORTED ***"
003440             move 8 to RETURN-CODE
003450             stop run
003460         end-if
003470         add 1 to WS-RPT-COUNT
003480         move WS-RPT-COUNT to WS-RPT-SUB
003490         move RP-REPORT-NAME to WS-RPT-NAME (WS-RPT-SUB)
003500         move zeroes to WS-RPT-PAGES (WS-RPT-SUB)
003510         move zeroes to WS-RPT-LINES (WS-RPT-SUB)
003520         move zeroes to WS-RPT-LAST-PAGE (WS-RPT-SUB)
003530         move "N" to WS-RPT-CLAIMED (WS-RPT-SUB)
003540     end-if
003550     add 1 to WS-RPT-LINES (WS-RPT-SUB)
003560     if WS-RPT-LINES (WS-RPT-SUB) = 1
003570         or RP-PAGE not = WS-RPT-LAST-PAGE (WS-RPT-SUB)
003580         add 1 to WS-RPT-PAGES (WS-RPT-SUB)
003590         move RP-PAGE to WS-RPT-LAST-PAGE (WS-RPT-SUB)
003600     end-if.

003610 TEST-ONE-REPORT.
003620     if WS-RPT-NAME (WS-RPT-SUB) = RP-REPORT-NAME
003630         set ENTRY-FOUND to true
003640     end-if.

003650 RELEASE-FOR-ONE-ENTRY.
003660     if WS-DST-REPORT (WS-DST-SUB) = RP-REPORT-NAME
003670         move "Y" to WS-RPT-CLAIMED (WS-RPT-SUB)
003680         perform RELEASE-ONE-COPY
003690             varying WS-COPY-SUB from 1 by 1
003700             until WS-COPY-SUB > WS-DST-COPIES (WS-DST-SUB)
003710     end-if.

003720 RELEASE-ONE-COPY.
003730     move WS-DST-RECIPIENT (WS-DST-SUB) to SW-RECIPIENT-ID
003740     move WS-RPT-SUB to SW-REPORT-SEQ
003750     move RP-REPORT-NAME to SW-REPORT-NAME
003760     move WS-COPY-SUB to SW-COPY-NO
003770     move WS-ARCHIVE-SEQ to SW-ARCHIVE-SEQ
003780     move WS-RPT-PAGES (WS-RPT-SUB) to SW-PAGE
003790     move RP-PRINT-LINE to SW-PRINT-LINE
003800     release SORT-WORK-RECORD
003810     add 1 to WS-LINES-RELEASED.

003820 RELEASE-BUNDLE-LINES-EXIT.
003830     exit.

003840 READ-SORTED-BUNDLE.
003850     read SORTED-BUNDLE-FILE
003860         at end set SORTED-EOF to true
003870     end-read.

003880* a new recipient opens a bundle; a new report, copy or page
003890* within it starts a new printed page.
003900 PRINT-ONE-BUNDLE-LINE.
003910     if not BUNDLE-OPEN
003920         or SB-RECIPIENT-ID not = WS-CURRENT-RECIPIENT
003930         perform OPEN-BUNDLE
003940     end-if
003950     move SB-PRINT-LINE to PRINT-LINE
003960     if SB-REPORT-NAME not = WS-CURRENT-REPORT
003970         or SB-COPY-NO not = WS-CURRENT-COPY
003980         or SB-PAGE not = WS-CURRENT-PAGE
003990         move SB-REPORT-NAME to WS-CURRENT-REPORT
004000         move SB-COPY-NO to WS-CURRENT-COPY
004010         move SB-PAGE to WS-CURRENT-PAGE
004020         write PRINT-LINE after advancing page
004030     else
004040         write PRINT-LINE after advancing 1 line
004050     end-if
004060     add 1 to WS-LINES-PRINTED
004070     perform READ-SORTED-BUNDLE.

004080 OPEN-BUNDLE.
004090     set BUNDLE-OPEN to true
004100     add 1 to WS-BUNDLE-COUNT
004110     move SB-RECIPIENT-ID to WS-CURRENT-RECIPIENT
004120     move spaces to WS-CURRENT-REPORT
004130     move zeroes to WS-CURRENT-COPY
004140     move zeroes to WS-CURRENT-PAGE
004150     move spaces to WS-RECIPIENT-NAME
004160     move spaces to WS-DELIVERY-POINT
004170     move zeroes to WS-BUNDLE-REPORTS
004180     move 2 to WS-BUNDLE-PAGES
004190     perform SIZE-ONE-BUNDLE-ENTRY
004200         varying WS-DST-SUB from 1 by 1
004210         until WS-DST-SUB > WS-DST-COUNT
004220     perform PRINT-BANNER-PAGE
004230     perform PRINT-CONTENTS-PAGE.

004240* the recipient's name and delivery point come from its first
004250* RPTDIST entry; pages are counted for the banner.
004260 SIZE-ONE-BUNDLE-ENTRY.
004270     if WS-DST-RECIPIENT (WS-DST-SUB) = WS-CURRENT-RECIPIENT
004280         if WS-RECIPIENT-NAME = spaces
004290             move WS-DST-NAME (WS-DST-SUB) to WS-RECIPIENT-NAME
004300             move WS-DST-POINT (WS-DST-SUB) to WS-DELIVERY-POINT
004310         end-if
004320         perform FIND-DIST-REPORT
004330         if ENTRY-FOUND
004340             add 1 to WS-BUNDLE-REPORTS
004350             compute WS-BUNDLE-PAGES = WS-BUNDLE-PAGES
004360                 + WS-RPT-PAGES (WS-RPT-SUB)
004370                 * WS-DST-COPIES (WS-DST-SUB)
004380         end-if
004390     end-if.

004400 FIND-DIST-REPORT.
004410     move "N" to WS-FOUND-SWITCH
004420     perform TEST-DIST-REPORT
004430         varying WS-RPT-SUB from 1 by 1
004440         until WS-RPT-SUB > WS-RPT-COUNT
004450             or ENTRY-FOUND
004460     if ENTRY-FOUND
004470         subtract 1 from WS-RPT-SUB
004480     end-if.

004490 TEST-DIST-REPORT.
004500     if WS-RPT-NAME (WS-RPT-SUB) = WS-DST-REPORT (WS-DST-SUB)
004510         set ENTRY-FOUND to true
004520     end-if.

004530 PRINT-BANNER-PAGE.
004540     move DBR-STAR-LINE to PRINT-LINE
004550     write PRINT-LINE after advancing page
004560     write PRINT-LINE from DBR-TITLE-LINE
004570         after advancing 2 lines
004580     move WS-CURRENT-RECIPIENT to DBR-RECIPIENT-ID
004590     move WS-RECIPIENT-NAME to DBR-RECIPIENT-NAME
004600     write PRINT-LINE from DBR-RECIPIENT-LINE
004610         after advancing 3 lines
004620     move WS-DELIVERY-POINT to DBR-DELIVERY-POINT
004630     write PRINT-LINE from DBR-POINT-LINE
004640         after advancing 2 lines
004650     move WS-REPORT-DATE to DBR-REPORT-DATE
004660     move BDT-BUSINESS-DATE to DBR-PRINT-DATE
004670     write PRINT-LINE from DBR-DATE-LINE
004680         after advancing 2 lines
004690     move WS-BUNDLE-REPORTS to DBR-REPORTS
004700     move WS-BUNDLE-PAGES to DBR-PAGES
004710     write PRINT-LINE from DBR-COUNT-LINE
004720         after advancing 2 lines
004730     move DBR-STAR-LINE to PRINT-LINE
004740     write PRINT-LINE after advancing 3 lines.

004750* the contents page lists every report the recipient is on the
004760* list for, in bundle order, with the page each starts on; a
004770* listed report not archived for the date is shown as such.
004780 PRINT-CONTENTS-PAGE.
004790     move WS-CURRENT-RECIPIENT to DBR-CONTENTS-ID
004800     move WS-RECIPIENT-NAME to DBR-CONTENTS-NAME
004810     write PRINT-LINE from DBR-CONTENTS-HEAD
004820         after advancing page
004830     write PRINT-LINE from DBR-CONTENTS-COLUMNS
004840         after advancing 2 lines
004850     move 3 to WS-BUNDLE-PAGE
004860     perform LIST-ONE-CONTENTS-REPORT
004870         varying WS-RPT-SUB from 1 by 1
004880         until WS-RPT-SUB > WS-RPT-COUNT
004890     perform LIST-ONE-MISSING-REPORT
004900         varying WS-DST-SUB from 1 by 1
004910         until WS-DST-SUB > WS-DST-COUNT.

004920* the report table is in the order the reports first printed,
004930* which is the order the sort laid them into the bundle.
004940 LIST-ONE-CONTENTS-REPORT.
004950     perform FIND-RECIPIENT-ENTRY
004960     if ENTRY-FOUND
004970         move WS-RPT-NAME (WS-RPT-SUB) to DBR-REPORT-NAME
004980         move WS-RPT-PAGES (WS-RPT-SUB) to DBR-REPORT-PAGES
004990         move WS-DST-COPIES (WS-DST-SUB) to DBR-REPORT-COPIES
005000         move WS-BUNDLE-PAGE to DBR-START-PAGE
005010         move spaces to DBR-REPORT-NOTE
005020         write PRINT-LINE from DBR-CONTENTS-LINE
005030             after advancing 1 line
005040         compute WS-BUNDLE-PAGE = WS-BUNDLE-PAGE
005050             + WS-RPT-PAGES (WS-RPT-SUB)
005060             * WS-DST-COPIES (WS-DST-SUB)
005070         perform LOG-ONE-SENT-REPORT
005080     end-if.

005090 FIND-RECIPIENT-ENTRY.
005100     move "N" to WS-FOUND-SWITCH
005110     perform TEST-RECIPIENT-ENTRY
005120         varying WS-DST-SUB from 1 by 1
005130         until WS-DST-SUB > WS-DST-COUNT
005140             or ENTRY-FOUND
005150     if ENTRY-FOUND
005160         subtract 1 from WS-DST-SUB
005170     end-if.

005180 TEST-RECIPIENT-ENTRY.
005190     if WS-DST-RECIPIENT (WS-DST-SUB) = WS-CURRENT-RECIPIENT
005200         and WS-DST-REPORT (WS-DST-SUB) = WS-RPT-NAME (WS-RPT-SUB)
005210         set ENTRY-FOUND to true
005220     end-if.

005230 LIST-ONE-MISSING-REPORT.
005240     if WS-DST-RECIPIENT (WS-DST-SUB) = WS-CURRENT-RECIPIENT
005250         perform FIND-DIST-REPORT
005260         if not ENTRY-FOUND
005270             move WS-DST-REPORT (WS-DST-SUB) to DBR-REPORT-NAME
005280             move zeroes to DBR-REPORT-PAGES
005290             move WS-DST-COPIES (WS-DST-SUB) to DBR-REPORT-COPIES
005300             move zeroes to DBR-START-PAGE
005310             move "NOT ARCHIVED FOR DATE" to DBR-REPORT-NOTE
005320             write PRINT-LINE from DBR-CONTENTS-LINE
005330                 after advancing 1 line
005340         end-if
005350     end-if.

005360 LOG-ONE-SENT-REPORT.
005370     move spaces to DIST-LOG-RECORD
005380     move WS-CURRENT-RECIPIENT to DG-RECIPIENT-ID
005390     move WS-RPT-NAME (WS-RPT-SUB) to DG-REPORT-NAME
005400     move WS-RPT-PAGES (WS-RPT-SUB) to DG-PAGES
005410     move WS-DST-COPIES (WS-DST-SUB) to DG-COPIES
005420     move "S" to DG-STATUS
005430     perform WRITE-DIST-LOG
005440     add 1 to WS-SENT-COUNT.

005450* the reports nobody is on the list for -- printed after the
005460* last bundle for the operator to route by hand, and logged.
005470 LIST-UNDELIVERABLE.
005480     perform TEST-ONE-UNCLAIMED
005490         varying WS-RPT-SUB from 1 by 1
005500         until WS-RPT-SUB > WS-RPT-COUNT.

005510 TEST-ONE-UNCLAIMED.
005520     if not RPT-CLAIMED (WS-RPT-SUB)
005530         if WS-UNDELIVERABLE-COUNT = 0
005540             move "UNDELIVERABLE REPORTS - NO RPTDIST ENTRY"
005550                 to PRINT-LINE
005560             write PRINT-LINE after advancing page
005570             move DBR-STAR-LINE to PRINT-LINE
005580             write PRINT-LINE after advancing 1 line
005590         end-if
005600         add 1 to WS-UNDELIVERABLE-COUNT
005610         move WS-RPT-NAME (WS-RPT-SUB) to DBR-REPORT-NAME
005620         move WS-RPT-PAGES (WS-RPT-SUB) to DBR-REPORT-PAGES
005630         move zeroes to DBR-REPORT-COPIES
005640         move zeroes to DBR-START-PAGE
005650         move "UNDELIVERABLE" to DBR-REPORT-NOTE
005660         write PRINT-LINE from DBR-CONTENTS-LINE
005670             after advancing 1 line
005680         display "*** REPORT " WS-RPT-NAME (WS-RPT-SUB)
005690             " HAS NO RPTDIST ENTRY - UNDELIVERABLE ***"
005700         move spaces to DIST-LOG-RECORD
005710         move "*NONE*" to DG-RECIPIENT-ID
005720         move WS-RPT-NAME (WS-RPT-SUB) to DG-REPORT-NAME
005730         move WS-RPT-PAGES (WS-RPT-SUB) to DG-PAGES
005740         move zeroes to DG-COPIES
005750         move "U" to DG-STATUS
005760         perform WRITE-DIST-LOG
005770     end-if.

005780 WRITE-DIST-LOG.
005790     move BDT-BUSINESS-DATE to DG-RUN-DATE
005800     accept DG-RUN-TIME from TIME
005810     move WS-REPORT-DATE to DG-REPORT-DATE
005820     write DIST-LOG-RECORD
005830     move WS-DISTLOG-STATUS to IOC-STATUS
005840     move "DISTLOG" to IOC-FILE-NAME
005850     perform ZZ-CHECK-WRITE.

005860* one standard record per run to the shared RUNLOG operations
005870* file, for the night-end opsReport.
005880 WRITE-RUN-SUMMARY.
005890     open extend RUN-LOG-FILE
005900     if not RUNLOG-OK
005910         open output RUN-LOG-FILE
005920     end-if
005930     move "RPTDIST" to RS-PROGRAM
005940     move BDT-BUSINESS-DATE to RS-RUN-DATE
005950     accept RS-RUN-TIME from TIME
005960     move WS-RUN-START-TIME to RS-START-TIME
005970     move WS-ARCHIVE-READ to RS-RECORDS-READ
005980     move WS-SENT-COUNT to RS-RECORDS-POSTED
005990     move WS-UNDELIVERABLE-COUNT to RS-RECORDS-REJECTED
006000     if WS-LINES-PRINTED = WS-LINES-RELEASED
006010         move "BALANCED" to RS-CONTROL-STATUS
006020     else
006030         move "OUTOFBAL" to RS-CONTROL-STATUS
006040     end-if
006050     write RUN-SUMMARY-RECORD
006060     close RUN-LOG-FILE.

006070*****************************************************************
006080* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006090*****************************************************************
006100     copy IOCHKPRC.

006110*****************************************************************
006120* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006130*****************************************************************
006140     copy BIZDTPRC.
