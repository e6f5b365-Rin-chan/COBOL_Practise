000010 identification division.
000020 program-id. standGen.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- standing-entry generation run
000130*                   ahead of the nightly addTwoNum batch.  Copies
000140*                   the night's ADDTRAN header and details to
000150*                   ADDTNEW, adds a detail for every ADDSTND
000160*                   standing entry falling due on or before the
000170*                   business date (catching up occurrences a
000180*                   skipped night missed, up to the catch-up
000190*                   limit), and closes ADDTNEW with a trailer
000200*                   carrying the new record count and hash
000210*                   total.  Each generated entry's next-due date
000220*                   is advanced by its frequency; an entry past
000230*                   its end date is marked ended.  An incoming
000240*                   ADDTRAN out of balance, or one already posted
000250*                   per FEEDREG, is refused with RC 8 before any
000260*                   entry is touched; with no ADDTRAN on hand a
000270*                   new feed is started under the business date.
000280*                   Prints the STNDRPT register of what was
000290*                   generated, captured to RPTARCH.  RC 4 = an
000300*                   entry stopped at the catch-up limit.
000310*****************************************************************

000320 environment division.
000330 input-output section.
000340 file-control.
000350     select ADD-TRANSACTION-FILE assign to "ADDTRAN"
000360         organization is sequential
000370         file status is WS-TRAN-STATUS.
000380     select NEW-TRANSACTION-FILE assign to "ADDTNEW"
000390         organization is sequential
000400         file status is WS-NEWTRAN-STATUS.
000410     select STANDING-ENTRY-FILE assign to "ADDSTND"
000420         organization is indexed
000430         access mode is dynamic
000440         record key is SE-ENTRY-ID
000450         file status is WS-STND-STATUS.
000460     select STANDING-PRINT assign to "STNDRPT"
000470         organization is sequential
000480         file status is WS-PRINT-STATUS.
000490     select REPORT-ARCHIVE assign to "RPTARCH"
000500         organization is sequential
000510         file status is WS-RPTARCH-STATUS.
000520     select FEED-REGISTRY assign to "FEEDREG"
000530         organization is sequential
000540         file status is WS-FEEDREG-STATUS.
000550     select RUN-LOG-FILE assign to "RUNLOG"
000560         organization is sequential
000570         file status is WS-RUNLOG-STATUS.
000580     select OPS-ERROR-LOG assign to "OPSLOG"
000590         organization is sequential
000600         file status is WS-OPSLOG-STATUS.
000610     select BUSINESS-DATE-FILE assign to "BIZDATE"
000620         organization is sequential
000630         file status is WS-BIZDT-STATUS.

000640 data division.
000650 file section.
000660 fd  ADD-TRANSACTION-FILE.
000670 01  ADD-TRAN-RECORD.
000680     05 AT-RECORD-TYPE       PIC X(01).
000690         88 AT-HEADER-REC    VALUE "H".
000700         88 AT-DETAIL-REC    VALUE "D".
000710         88 AT-TRAILER-REC   VALUE "T".
000720     05 AT-DETAIL-DATA.
000730         10 AT-FIRST-AMT     PIC S9(06)V9(02).
000740         10 AT-SECOND-AMT    PIC S9(06)V9(02).
000750     05 AT-HEADER-DATA REDEFINES AT-DETAIL-DATA.
000760         10 AT-RUN-DATE      PIC 9(08).
000770         10 FILLER           PIC X(08).
000780     05 AT-TRAILER-DATA REDEFINES AT-DETAIL-DATA.
000790         10 AT-RECORD-COUNT  PIC 9(06).
000800         10 AT-HASH-TOTAL    PIC S9(08)V9(02).

000810 fd  NEW-TRANSACTION-FILE.
000820 01  NEW-TRAN-RECORD.
000830     05 NT-RECORD-TYPE       PIC X(01).
000840     05 NT-DETAIL-DATA.
000850         10 NT-FIRST-AMT     PIC S9(06)V9(02).
000860         10 NT-SECOND-AMT    PIC S9(06)V9(02).
000870     05 NT-HEADER-DATA REDEFINES NT-DETAIL-DATA.
000880         10 NT-RUN-DATE      PIC 9(08).
000890         10 FILLER           PIC X(08).
000900     05 NT-TRAILER-DATA REDEFINES NT-DETAIL-DATA.
000910         10 NT-RECORD-COUNT  PIC 9(06).
000920         10 NT-HASH-TOTAL    PIC S9(08)V9(02).

000930 fd  STANDING-ENTRY-FILE.
000940     copy STNDENT.

000950 fd  STANDING-PRINT.
000960 01  PRINT-LINE               PIC X(132).

000970 fd  REPORT-ARCHIVE.
000980     copy RPTARCH.

000990 fd  FEED-REGISTRY.
001000     copy FEEDREG.

001010 fd  RUN-LOG-FILE.
001020     copy RUNSUM.

001030 fd  OPS-ERROR-LOG.
001040     copy OPSERR.

001050 fd  BUSINESS-DATE-FILE.
001060     copy BIZDATE.

001070 working-storage section.
001080 copy BIZDTWS.
001090 copy IOCHKWS.
001100 copy FREGWS.
001110 copy DATEVAL.
001120 01 WS-TRAN-STATUS           PIC X(02).
001130     88 TRAN-OK               VALUE "00".
001140 01 WS-NEWTRAN-STATUS        PIC X(02).
001150     88 NEWTRAN-OK            VALUE "00".
001160 01 WS-STND-STATUS           PIC X(02).
001170     88 STND-OK               VALUE "00".
001180 01 WS-PRINT-STATUS          PIC X(02).
001190     88 PRINT-OK              VALUE "00".
001200 01 WS-RPTARCH-STATUS        PIC X(02).
001210     88 RPTARCH-OK            VALUE "00".
001220 01 WS-RUNLOG-STATUS         PIC X(02).
001230     88 RUNLOG-OK             VALUE "00".
001240 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
001250 01 WS-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
001260     88 TRAN-EOF              VALUE "Y".
001270 01 WS-STND-EOF-SWITCH       PIC X(01) VALUE "N".
001280     88 STND-EOF              VALUE "Y".
001290 01 WS-FEED-SWITCH           PIC X(01) VALUE "Y".
001300     88 FEED-IN-BALANCE       VALUE "Y".
001310     88 FEED-OUT-OF-BALANCE   VALUE "N".
001320 01 WS-HEADER-SWITCH         PIC X(01) VALUE "N".
001330     88 HEADER-WRITTEN        VALUE "Y".
001340 01 WS-ENTRY-CHANGED-SWITCH  PIC X(01) VALUE "N".
001350     88 ENTRY-CHANGED         VALUE "Y".
001360*
001370* the incoming feed, as read and as its trailer claims.
001380 01 WS-IN-HEADER-DATE        PIC X(10) VALUE SPACES.
001390 01 WS-IN-COUNT              PIC 9(06) VALUE ZEROES.
001400 01 WS-IN-HASH               PIC S9(09)V9(02) VALUE ZEROES.
001410 01 WS-TRAILER-COUNT         PIC 9(06) VALUE ZEROES.
001420 01 WS-TRAILER-HASH          PIC S9(08)V9(02) VALUE ZEROES.
001430*
001440* the feed as written to ADDTNEW.
001450 01 WS-NEW-COUNT             PIC 9(06) VALUE ZEROES.
001460 01 WS-NEW-HASH              PIC S9(09)V9(02) VALUE ZEROES.
001470*
001480* what the standing entries added.
001490 01 WS-ENTRIES-READ          PIC 9(06) VALUE ZEROES.
001500 01 WS-ENTRIES-DUE           PIC 9(06) VALUE ZEROES.
001510 01 WS-ENTRIES-ENDED         PIC 9(06) VALUE ZEROES.
001520 01 WS-ENTRIES-HELD          PIC 9(06) VALUE ZEROES.
001530 01 WS-GEN-COUNT             PIC 9(06) VALUE ZEROES.
001540 01 WS-GEN-HASH              PIC S9(09)V9(02) VALUE ZEROES.
001550 01 WS-GEN-NET               PIC S9(09)V9(02) VALUE ZEROES.
001560*
001570* a standing entry's occurrences this run; a long-idle entry
001580* generates no more than WS-CATCHUP-MAX in one night, the rest
001590* follow on the nights after.
001600 01 WS-CATCHUP-MAX           PIC 9(03) VALUE 31.
001610 01 WS-ENTRY-GEN-COUNT       PIC 9(03) VALUE ZEROES.
001620 01 WS-OCCURRENCE-DATE       PIC 9(08) VALUE ZEROES.
001630 01 WS-GEN-SECOND-AMT        PIC S9(06)V9(02) VALUE ZEROES.
001640 01 WS-GEN-RESULT            PIC S9(07)V9(02) VALUE ZEROES.
001650*
001660* next-due date arithmetic.
001670 01 WS-DUE-DATE              PIC 9(08) VALUE ZEROES.
001680 01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
001690     05 WS-DUE-YYYY           PIC 9(04).
001700     05 WS-DUE-MM             PIC 9(02).
001710     05 WS-DUE-DD             PIC 9(02).
001720 01 WS-MONTHS-TO-ADD         PIC 9(02) VALUE ZEROES.
001730 01 WS-DAYS-TO-ADD           PIC 9(02) VALUE ZEROES.
001740 01 WS-DAY-SUB               PIC 9(02) VALUE ZEROES.
001750*
001760 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001770 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
001780 01 WS-LINE-COUNT            PIC 9(03) VALUE 99.
001790 01 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.
001800*
001810* report lines.
001820 01 SGR-HEADING-LINE.
001830     05 FILLER                PIC X(30) VALUE
001840         "GENERAL ACCOUNTING".
001850     05 FILLER                PIC X(40) VALUE
001860         "STANDING ENTRY GENERATION REGISTER".
001870     05 FILLER                PIC X(15) VALUE "BUSINESS DATE ".
001880     05 SGR-HEADING-DATE      PIC 9(08).
001890     05 FILLER                PIC X(08) VALUE "   PAGE ".
001900     05 SGR-HEADING-PAGE      PIC ZZZ9.
001910 01 SGR-COLUMN-LINE.
001920     05 FILLER                PIC X(44) VALUE
001930         "ENTRY ID  DESCRIPTION                    OP ".
001940     05 FILLER                PIC X(44) VALUE
001950         " FREQ  DUE DATE   FIRST AMT    SECOND AMT   ".
001960     05 FILLER                PIC X(44) VALUE
001970         "      RESULT   NEXT DUE".
001980 01 SGR-DETAIL-LINE.
001990     05 SGR-ENTRY-ID          PIC X(08).
002000     05 FILLER                PIC X(02) VALUE SPACES.
002010     05 SGR-DESCRIPTION       PIC X(30).
002020     05 FILLER                PIC X(02) VALUE SPACES.
002030     05 SGR-OPERATION         PIC X(01).
002040     05 FILLER                PIC X(04) VALUE SPACES.
002050     05 SGR-FREQUENCY         PIC X(01).
002060     05 FILLER                PIC X(03) VALUE SPACES.
002070     05 SGR-DUE-DATE          PIC 9(08).
002080     05 FILLER                PIC X(02) VALUE SPACES.
002090     05 SGR-FIRST-AMT         PIC ZZZ,ZZ9.99-.
002100     05 FILLER                PIC X(03) VALUE SPACES.
002110     05 SGR-SECOND-AMT        PIC ZZZ,ZZ9.99-.
002120     05 FILLER                PIC X(02) VALUE SPACES.
002130     05 SGR-RESULT            PIC Z,ZZZ,ZZ9.99-.
002140     05 FILLER                PIC X(02) VALUE SPACES.
002150     05 SGR-NEXT-DUE          PIC 9(08).
002160     05 FILLER                PIC X(02) VALUE SPACES.
002170     05 SGR-FLAG              PIC X(16).
002180 01 SGR-TOTAL-LINE.
002190     05 SGR-TOTAL-LABEL       PIC X(30).
002200     05 SGR-TOTAL-COUNT       PIC ZZZ,ZZ9.
002210     05 FILLER                PIC X(10) VALUE "   HASH  ".
002220     05 SGR-TOTAL-HASH        PIC ZZZ,ZZZ,ZZ9.99-.
002230 01 WS-AMT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.

002240 procedure division.
002250 PRG-BEGIN.
002260     move "STANDGEN" to IOC-PROGRAM
002270     accept WS-RUN-START-TIME from TIME
002280     perform ZB-GET-BUSINESS-DATE
002290     perform COPY-INCOMING-FEED
002300     if FEED-OUT-OF-BALANCE
002310         display "*** ADDTRAN IS OUT OF BALANCE - nothing "
002315             "generated, ADDTNEW is not to replace it ***"
002320         close NEW-TRANSACTION-FILE
002330         move 8 to RETURN-CODE
002340         stop run
002350     end-if
002360     perform CHECK-FEED-REGISTRY
002370     if FRG-FEED-REFUSED
002380         display "*** nothing generated, ADDTNEW is not to "
002385             "replace ADDTRAN ***"
002390         close NEW-TRANSACTION-FILE
002400         stop run
002410     end-if
002420     open extend REPORT-ARCHIVE
002430     if not RPTARCH-OK
002440         open output REPORT-ARCHIVE
002450     end-if
002460     open output STANDING-PRINT
002470     perform PRINT-REGISTER-HEADING
002480     open i-o STANDING-ENTRY-FILE
002490     if STND-OK
002500         move low-values to SE-ENTRY-ID
002510         start STANDING-ENTRY-FILE
002520             key is not less than SE-ENTRY-ID
002530             invalid key
002540                 set STND-EOF to true
002550         end-start
002560         perform READ-NEXT-STANDING-ENTRY
002570         perform GENERATE-FOR-ENTRY until STND-EOF
002580         close STANDING-ENTRY-FILE
002590     else
002600         display "No ADDSTND standing entries on file - "
002610             "feed copied unchanged"
002620     end-if
002630     perform WRITE-NEW-TRAILER
002640     close NEW-TRANSACTION-FILE
002650     perform PRINT-REGISTER-TOTALS
002660     close STANDING-PRINT
002670     close REPORT-ARCHIVE
002680     display "-----------------------------------"
002690     display "Business date          : " BDT-BUSINESS-DATE
002700     display "Incoming details       : " WS-IN-COUNT
002710     display "Standing entries read  : " WS-ENTRIES-READ
002720     display "Entries due            : " WS-ENTRIES-DUE
002730     display "Details generated      : " WS-GEN-COUNT
002740     display "Entries ended          : " WS-ENTRIES-ENDED
002750     display "Entries at catch-up    : " WS-ENTRIES-HELD
002760     display "ADDTNEW details        : " WS-NEW-COUNT
002770     move WS-NEW-HASH to WS-AMT-DISPLAY
002780     display "ADDTNEW hash total     : " WS-AMT-DISPLAY
002790     if WS-ENTRIES-HELD > 0
002800         move 4 to RETURN-CODE
002810     end-if
002820     perform WRITE-RUN-SUMMARY
002830     stop run.

002840* the night's feed goes to ADDTNEW as it stands, less its
002850* trailer, which is checked against the details read.  No
002860* ADDTRAN (or an empty one) starts a new feed under the
002870* business date.
002880 COPY-INCOMING-FEED.
002890     open output NEW-TRANSACTION-FILE
002900     move WS-NEWTRAN-STATUS to IOC-STATUS
002910     move "ADDTNEW" to IOC-FILE-NAME
002920     perform ZZ-CHECK-WRITE
002930     open input ADD-TRANSACTION-FILE
002940     if TRAN-OK
002950         perform READ-ADD-TRANSACTION
002960         if TRAN-EOF
002970             display "ADDTRAN is empty - starting a new feed"
002980         else
002990             perform COPY-ONE-ADD-RECORD
003000                 until TRAN-EOF or AT-TRAILER-REC
003010             perform CHECK-INCOMING-TRAILER
003020         end-if
003030         close ADD-TRANSACTION-FILE
003040     else
003050         display "No ADDTRAN on hand - starting a new feed"
003060     end-if
003070     if not HEADER-WRITTEN
003080         perform WRITE-NEW-HEADER
003090     end-if.

003100 READ-ADD-TRANSACTION.
003110     read ADD-TRANSACTION-FILE
003120         at end set TRAN-EOF to true
003130     end-read.

003140* a feed without a header record gets one under the business
003150* date ahead of its first detail.
003160 COPY-ONE-ADD-RECORD.
003170     if AT-HEADER-REC
003180         if not HEADER-WRITTEN
003190             move AT-RUN-DATE to WS-IN-HEADER-DATE
003200             move ADD-TRAN-RECORD to NEW-TRAN-RECORD
003210             perform WRITE-NEW-RECORD
003220             set HEADER-WRITTEN to true
003230         end-if
003240     else
003250         if not HEADER-WRITTEN
003260             perform WRITE-NEW-HEADER
003270         end-if
003280         add 1 to WS-IN-COUNT
003290         add AT-FIRST-AMT to WS-IN-HASH
003300         add AT-SECOND-AMT to WS-IN-HASH
003310         move ADD-TRAN-RECORD to NEW-TRAN-RECORD
003320         perform WRITE-NEW-RECORD
003330         add 1 to WS-NEW-COUNT
003340         add AT-FIRST-AMT to WS-NEW-HASH
003350         add AT-SECOND-AMT to WS-NEW-HASH
003360     end-if
003370     perform READ-ADD-TRANSACTION.

003380 CHECK-INCOMING-TRAILER.
003390     if AT-TRAILER-REC
003400         move AT-RECORD-COUNT to WS-TRAILER-COUNT
003410         move AT-HASH-TOTAL to WS-TRAILER-HASH
003420         if WS-TRAILER-COUNT not = WS-IN-COUNT
003430             display "*** ADDTRAN TRAILER COUNT " WS-TRAILER-COUNT
003440                 " BUT " WS-IN-COUNT " DETAILS READ ***"
003450             set FEED-OUT-OF-BALANCE to true
003460         end-if
003470         if WS-TRAILER-HASH not = WS-IN-HASH
003480             display "*** ADDTRAN HASH TOTAL MISMATCH - file is "
003490                 "not the file that was sent ***"
003500             set FEED-OUT-OF-BALANCE to true
003510         end-if
003520     else
003530         display "*** ADDTRAN TRAILER RECORD MISSING ***"
003540         set FEED-OUT-OF-BALANCE to true
003550     end-if.

003560 WRITE-NEW-HEADER.
003570     move spaces to NEW-TRAN-RECORD
003580     move "H" to NT-RECORD-TYPE
003590     move BDT-BUSINESS-DATE to NT-RUN-DATE
003600     perform WRITE-NEW-RECORD
003610     set HEADER-WRITTEN to true.

003620 WRITE-NEW-RECORD.
003630     write NEW-TRAN-RECORD
003640     move WS-NEWTRAN-STATUS to IOC-STATUS
003650     move "ADDTNEW" to IOC-FILE-NAME
003660     perform ZZ-CHECK-WRITE.

003670* a feed that has already posted (last night's ADDTRAN still
003680* mounted) must not go forward with tonight's standing entries
003690* added -- its new totals would let it past addTwoNum's own
003700* registry check and post the old details a second time.
003710 CHECK-FEED-REGISTRY.
003720     move "STANDGEN" to FRG-PROGRAM
003730     move "ADDTRAN" to FRG-SOURCE
003740     move WS-IN-HEADER-DATE to FRG-HEADER-DATE
003750     move WS-IN-COUNT to FRG-RECORD-COUNT
003760     move WS-IN-HASH to FRG-HASH-TOTAL
003770     move "N" to FRG-REPOST-FLAG
003780     perform ZF-CHECK-FEED-REGISTRY.

003790 READ-NEXT-STANDING-ENTRY.
003800     read STANDING-ENTRY-FILE next record
003810         at end set STND-EOF to true
003820     end-read.

003830* every occurrence due on or before the business date and not
003840* past the end date is generated; an entry whose next-due date
003850* has gone past its end date is marked ended.
003860 GENERATE-FOR-ENTRY.
003870     add 1 to WS-ENTRIES-READ
003880     move "N" to WS-ENTRY-CHANGED-SWITCH
003890     move zeroes to WS-ENTRY-GEN-COUNT
003900     if SE-ACTIVE
003910         if SE-NEXT-DUE-DATE not > BDT-BUSINESS-DATE
003920             and (SE-END-DATE = 0
003930                  or SE-NEXT-DUE-DATE not > SE-END-DATE)
003940             add 1 to WS-ENTRIES-DUE
003950         end-if
003960         perform GENERATE-ONE-OCCURRENCE
003970             until SE-NEXT-DUE-DATE > BDT-BUSINESS-DATE
003980                 or (SE-END-DATE > 0
003990                     and SE-NEXT-DUE-DATE > SE-END-DATE)
004000                 or WS-ENTRY-GEN-COUNT = WS-CATCHUP-MAX
004010         if WS-ENTRY-GEN-COUNT = WS-CATCHUP-MAX
004020             and SE-NEXT-DUE-DATE not > BDT-BUSINESS-DATE
004030             and (SE-END-DATE = 0
004040                  or SE-NEXT-DUE-DATE not > SE-END-DATE)
004050             perform PRINT-CATCHUP-LIMIT
004060         end-if
004070         if SE-END-DATE > 0
004080             and SE-NEXT-DUE-DATE > SE-END-DATE
004090             move "E" to SE-STATUS
004100             set ENTRY-CHANGED to true
004110             add 1 to WS-ENTRIES-ENDED
004120             perform PRINT-ENTRY-ENDED
004130         end-if
004140     end-if
004150     if ENTRY-CHANGED
004160         rewrite STANDING-ENTRY-RECORD
004170         move WS-STND-STATUS to IOC-STATUS
004180         move "ADDSTND" to IOC-FILE-NAME
004190         perform ZZ-CHECK-WRITE
004200     end-if
004210     perform READ-NEXT-STANDING-ENTRY.

004220* an S entry's second amount goes onto the feed negated, so the
004230* pair posts as first less second.
004240 GENERATE-ONE-OCCURRENCE.
004250     move SE-NEXT-DUE-DATE to WS-OCCURRENCE-DATE
004260     if SE-OPERATION-SUB
004270         compute WS-GEN-SECOND-AMT = 0 - SE-SECOND-AMT
004280     else
004290         move SE-SECOND-AMT to WS-GEN-SECOND-AMT
004300     end-if
004310     move spaces to NEW-TRAN-RECORD
004320     move "D" to NT-RECORD-TYPE
004330     move SE-FIRST-AMT to NT-FIRST-AMT
004340     move WS-GEN-SECOND-AMT to NT-SECOND-AMT
004350     perform WRITE-NEW-RECORD
004360     compute WS-GEN-RESULT = SE-FIRST-AMT + WS-GEN-SECOND-AMT
004370     add 1 to WS-NEW-COUNT
004380     add SE-FIRST-AMT to WS-NEW-HASH
004390     add WS-GEN-SECOND-AMT to WS-NEW-HASH
004400     add 1 to WS-GEN-COUNT
004410     add SE-FIRST-AMT to WS-GEN-HASH
004420     add WS-GEN-SECOND-AMT to WS-GEN-HASH
004430     add WS-GEN-RESULT to WS-GEN-NET
004440     add 1 to WS-ENTRY-GEN-COUNT
004450     perform ADVANCE-NEXT-DUE
004460     move BDT-BUSINESS-DATE to SE-LAST-GEN-DATE
004470     add 1 to SE-GEN-COUNT
004480     set ENTRY-CHANGED to true
004490     perform PRINT-GENERATED-LINE.

004500* daily entries fall due once a business date, the day after
004510* tonight's; weekly ones seven days on.  Monthly, quarterly and
004520* annual entries keep the start date's day, held back to the
004530* last day of a shorter month.
004540 ADVANCE-NEXT-DUE.
004550     evaluate true
004560         when SE-DAILY
004570             move BDT-BUSINESS-DATE to WS-DUE-DATE
004580             move 1 to WS-DAYS-TO-ADD
004590             perform ADD-DAYS-TO-DUE-DATE
004600         when SE-WEEKLY
004610             move SE-NEXT-DUE-DATE to WS-DUE-DATE
004620             move 7 to WS-DAYS-TO-ADD
004630             perform ADD-DAYS-TO-DUE-DATE
004640         when SE-MONTHLY
004650             move 1 to WS-MONTHS-TO-ADD
004660             perform ADD-MONTHS-TO-DUE-DATE
004670         when SE-QUARTERLY
004680             move 3 to WS-MONTHS-TO-ADD
004690             perform ADD-MONTHS-TO-DUE-DATE
004700         when other
004710             move 12 to WS-MONTHS-TO-ADD
004720             perform ADD-MONTHS-TO-DUE-DATE
004730     end-evaluate
004740     move WS-DUE-DATE to SE-NEXT-DUE-DATE.

004750 ADD-DAYS-TO-DUE-DATE.
004760     perform ADD-ONE-DAY
004770         varying WS-DAY-SUB from 1 by 1
004780         until WS-DAY-SUB > WS-DAYS-TO-ADD.

004790 ADD-ONE-DAY.
004800     perform SET-DUE-MONTH-LENGTH
004810     if WS-DUE-DD < DTV-MAX-DAY
004820         add 1 to WS-DUE-DD
004830     else
004840         move 1 to WS-DUE-DD
004850         if WS-DUE-MM = 12
004860             move 1 to WS-DUE-MM
004870             add 1 to WS-DUE-YYYY
004880         else
004890             add 1 to WS-DUE-MM
004900         end-if
004910     end-if.

004920 ADD-MONTHS-TO-DUE-DATE.
004930     move SE-NEXT-DUE-DATE to WS-DUE-DATE
004940     add WS-MONTHS-TO-ADD to WS-DUE-MM
004950     if WS-DUE-MM > 12
004960         subtract 12 from WS-DUE-MM
004970         add 1 to WS-DUE-YYYY
004980     end-if
004990     perform SET-DUE-MONTH-LENGTH
005000     if SE-START-DD > DTV-MAX-DAY
005010         move DTV-MAX-DAY to WS-DUE-DD
005020     else
005030         move SE-START-DD to WS-DUE-DD
005040     end-if.

005050* the length of the due date's month, leap years included, from
005060* the shared date check run against the first of the month.
005070 SET-DUE-MONTH-LENGTH.
005080     move WS-DUE-YYYY to DTV-RAW-YYYY
005090     move WS-DUE-MM to DTV-RAW-MM
005100     move 1 to DTV-RAW-DD
005110     perform DTV-VALIDATE-DATE.

005120 WRITE-NEW-TRAILER.
005130     move spaces to NEW-TRAN-RECORD
005140     move "T" to NT-RECORD-TYPE
005150     move WS-NEW-COUNT to NT-RECORD-COUNT
005160     compute NT-HASH-TOTAL = WS-NEW-HASH
005170         on size error
005180             display "*** ADDTNEW HASH TOTAL OVERFLOWS THE "
005190                 "TRAILER - feed must be split ***"
005200             move 12 to RETURN-CODE
005210             stop run
005220     end-compute
005230     perform WRITE-NEW-RECORD.

005240 PRINT-GENERATED-LINE.
005250     if WS-LINE-COUNT > WS-LINES-PER-PAGE
005260         perform PRINT-REGISTER-HEADING
005270     end-if
005280     move spaces to SGR-DETAIL-LINE
005290     move SE-ENTRY-ID to SGR-ENTRY-ID
005300     move SE-DESCRIPTION to SGR-DESCRIPTION
005310     move SE-OPERATION to SGR-OPERATION
005320     move SE-FREQUENCY to SGR-FREQUENCY
005330     move WS-OCCURRENCE-DATE to SGR-DUE-DATE
005340     move SE-FIRST-AMT to SGR-FIRST-AMT
005350     move WS-GEN-SECOND-AMT to SGR-SECOND-AMT
005360     move WS-GEN-RESULT to SGR-RESULT
005370     move SE-NEXT-DUE-DATE to SGR-NEXT-DUE
005380     if WS-OCCURRENCE-DATE < BDT-BUSINESS-DATE
005390         move "CAUGHT UP" to SGR-FLAG
005400     end-if
005410     write PRINT-LINE from SGR-DETAIL-LINE
005420         after advancing 1 line
005430     perform ARCHIVE-PRINT-LINE
005440     add 1 to WS-LINE-COUNT.

005450 PRINT-CATCHUP-LIMIT.
005460     add 1 to WS-ENTRIES-HELD
005470     move spaces to PRINT-LINE
005480     string "*** ENTRY " SE-ENTRY-ID " STOPPED AT THE "
005490         "CATCH-UP LIMIT - STILL DUE FROM " SE-NEXT-DUE-DATE
005500         " ***" delimited by size into PRINT-LINE
005510     write PRINT-LINE after advancing 1 line
005520     perform ARCHIVE-PRINT-LINE
005530     add 1 to WS-LINE-COUNT
005540     display "*** ENTRY " SE-ENTRY-ID " STOPPED AT THE CATCH-UP "
005550         "LIMIT - still due from " SE-NEXT-DUE-DATE " ***".

005560 PRINT-ENTRY-ENDED.
005570     move spaces to PRINT-LINE
005580     string "    ENTRY " SE-ENTRY-ID " PAST ITS END DATE "
005590         SE-END-DATE " - MARKED ENDED" delimited by size
005600         into PRINT-LINE
005610     write PRINT-LINE after advancing 1 line
005620     perform ARCHIVE-PRINT-LINE
005630     add 1 to WS-LINE-COUNT.

005640* the register closes with the feed's totals: what came in,
005650* what the standing entries added, and the trailer written.
005660 PRINT-REGISTER-TOTALS.
005670     move "INCOMING ADDTRAN DETAILS" to SGR-TOTAL-LABEL
005680     move WS-IN-COUNT to SGR-TOTAL-COUNT
005690     move WS-IN-HASH to SGR-TOTAL-HASH
005700     write PRINT-LINE from SGR-TOTAL-LINE
005710         after advancing 3 lines
005720     perform ARCHIVE-PRINT-LINE
005730     move "STANDING ENTRIES GENERATED" to SGR-TOTAL-LABEL
005740     move WS-GEN-COUNT to SGR-TOTAL-COUNT
005750     move WS-GEN-HASH to SGR-TOTAL-HASH
005760     write PRINT-LINE from SGR-TOTAL-LINE
005770         after advancing 1 line
005780     perform ARCHIVE-PRINT-LINE
005790     move "ADDTNEW TRAILER" to SGR-TOTAL-LABEL
005800     move WS-NEW-COUNT to SGR-TOTAL-COUNT
005810     move WS-NEW-HASH to SGR-TOTAL-HASH
005820     write PRINT-LINE from SGR-TOTAL-LINE
005830         after advancing 1 line
005840     perform ARCHIVE-PRINT-LINE
005850     move spaces to PRINT-LINE
005860     move WS-GEN-NET to WS-AMT-DISPLAY
005870     string "NET OF GENERATED ENTRIES      " WS-AMT-DISPLAY
005880         "   ENTRIES READ " WS-ENTRIES-READ
005890         "   ENDED " WS-ENTRIES-ENDED
005900         delimited by size into PRINT-LINE
005910     write PRINT-LINE after advancing 2 lines
005920     perform ARCHIVE-PRINT-LINE.

005930 PRINT-REGISTER-HEADING.
005940     add 1 to WS-PAGE-COUNT
005950     move BDT-BUSINESS-DATE to SGR-HEADING-DATE
005960     move WS-PAGE-COUNT to SGR-HEADING-PAGE
005970     write PRINT-LINE from SGR-HEADING-LINE
005980         after advancing page
005990     perform ARCHIVE-PRINT-LINE
006000     write PRINT-LINE from SGR-COLUMN-LINE
006010         after advancing 2 lines
006020     perform ARCHIVE-PRINT-LINE
006030     move 4 to WS-LINE-COUNT.

006040* every report line also lands on the report archive by page,
006050* so rptReprint can reproduce a lost register.
006060 ARCHIVE-PRINT-LINE.
006070     move "STANDGEN" to RP-REPORT-NAME
006080     move BDT-BUSINESS-DATE to RP-RUN-DATE
006090     move WS-PAGE-COUNT to RP-PAGE
006100     add 1 to WS-ARCH-LINE-SEQ
006110     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
006120     move PRINT-LINE to RP-PRINT-LINE
006130     write REPORT-ARCHIVE-RECORD
006140     move WS-RPTARCH-STATUS to IOC-STATUS
006150     move "RPTARCH" to IOC-FILE-NAME
006160     perform ZZ-CHECK-WRITE.

006170* one standard record per run to the shared RUNLOG operations
006180* file, for the night-end opsReport.
006190 WRITE-RUN-SUMMARY.
006200     open extend RUN-LOG-FILE
006210     if not RUNLOG-OK
006220         open output RUN-LOG-FILE
006230     end-if
006240     move "STANDGEN" to RS-PROGRAM
006250     move BDT-BUSINESS-DATE to RS-RUN-DATE
006260     accept RS-RUN-TIME from TIME
006270     move WS-RUN-START-TIME to RS-START-TIME
006280     move WS-ENTRIES-READ to RS-RECORDS-READ
006290     move WS-GEN-COUNT to RS-RECORDS-POSTED
006300     move WS-ENTRIES-HELD to RS-RECORDS-REJECTED
006310     if WS-NEW-COUNT = WS-IN-COUNT + WS-GEN-COUNT
006320         move "BALANCED" to RS-CONTROL-STATUS
006330     else
006340         move "OUTOFBAL" to RS-CONTROL-STATUS
006350     end-if
006360     write RUN-SUMMARY-RECORD
006370     close RUN-LOG-FILE.

006380*****************************************************************
006390* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006400*****************************************************************
006410     copy IOCHKPRC.

006420*****************************************************************
006430* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006440*****************************************************************
006450     copy BIZDTPRC.

006460*****************************************************************
006470* ZF-CHECK-FEED-REGISTRY (from the shared FREGPRC copybook)
006480*****************************************************************
006490     copy FREGPRC.

006500*****************************************************************
006510* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
006520*****************************************************************
006530     copy DATEPRC.
