000010 identification division.
000020 program-id. glTrial.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- month-end trial balance.  Totals
000130*                   the period's GLTRAN journal lines by account
000140*                   against the GLACCT chart, prints each
000150*                   account's debits, credits and balance on its
000160*                   normal side, and proves total debits equal
000170*                   total credits for the period.  The GLTRIAL
000180*                   report is captured to RPTARCH.
000190*****************************************************************

000200 environment division.
000210 input-output section.
000220 file-control.
000230     select GL-ACCOUNT-FILE assign to "GLACCT"
000240         organization is sequential
000250         file status is WS-GLACCT-STATUS.
000260     select GL-TRANSACTION-FILE assign to "GLTRAN"
000270         organization is sequential
000280         file status is WS-GLTRAN-STATUS.
000290     select TRIAL-PRINT assign to "GLTRIAL"
000300         organization is sequential
000310         file status is WS-PRINT-STATUS.
000320     select REPORT-ARCHIVE assign to "RPTARCH"
000330         organization is sequential
000340         file status is WS-RPTARCH-STATUS.
000350     select RUN-LOG-FILE assign to "RUNLOG"
000360         organization is sequential
000370         file status is WS-RUNLOG-STATUS.
000380     select OPS-ERROR-LOG assign to "OPSLOG"
000390         organization is sequential
000400         file status is WS-OPSLOG-STATUS.
000410     select BUSINESS-DATE-FILE assign to "BIZDATE"
000420         organization is sequential
000430         file status is WS-BIZDT-STATUS.

000440 data division.
000450 file section.
000460 fd  GL-ACCOUNT-FILE.
000470     copy GLACCT.

000480 fd  GL-TRANSACTION-FILE.
000490     copy GLTRAN.

000500 fd  TRIAL-PRINT.
000510 01  PRINT-LINE               PIC X(132).

000520 fd  REPORT-ARCHIVE.
000530     copy RPTARCH.

000540 fd  RUN-LOG-FILE.
000550     copy RUNSUM.

000560 fd  OPS-ERROR-LOG.
000570     copy OPSERR.

000580 fd  BUSINESS-DATE-FILE.
000590     copy BIZDATE.

000600 working-storage section.
000610 copy BIZDTWS.
000620 copy IOCHKWS.
000630 01 WS-GLACCT-STATUS          PIC X(02).
000640     88 GLACCT-OK             VALUE "00".
000650 01 WS-GLTRAN-STATUS          PIC X(02).
000660     88 GLTRAN-OK             VALUE "00".
000670 01 WS-PRINT-STATUS           PIC X(02).
000680     88 PRINT-OK              VALUE "00".
000690 01 WS-RPTARCH-STATUS         PIC X(02).
000700     88 RPTARCH-OK            VALUE "00".
000710 01 WS-RUNLOG-STATUS          PIC X(02).
000720     88 RUNLOG-OK             VALUE "00".
000730 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
000740 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000750     88 FILE-EOF              VALUE "Y".
000760 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000770     88 ENTRY-FOUND           VALUE "Y".
000780 01 WS-PERIOD-IN              PIC X(06) VALUE SPACES.
000790 01 WS-PERIOD                 PIC 9(06) VALUE ZEROES.
000800 01 WS-LINES-READ             PIC 9(07) VALUE ZEROES.
000810 01 WS-LINES-IN-PERIOD        PIC 9(07) VALUE ZEROES.
000820 01 WS-OFF-CHART-COUNT        PIC 9(03) VALUE ZEROES.
000830 01 WS-DEBIT-TOTAL            PIC 9(11)V99 VALUE ZEROES.
000840 01 WS-CREDIT-TOTAL           PIC 9(11)V99 VALUE ZEROES.
000850 01 WS-BALANCE                PIC S9(11)V99 VALUE ZEROES.
000860 01 WS-ARCH-LINE-SEQ          PIC 9(06) VALUE ZEROES.
000870 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
000880 01 WS-LINE-COUNT             PIC 9(03) VALUE 99.
000890 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 55.
000900 01 WS-MESSAGE                PIC X(80) VALUE SPACES.
000910*
000920* the chart of accounts, loaded whole from GLACCT, with the
000930* period's debits and credits gathered against each account.
000940* A journal line for an account not on the chart takes a slot
000950* of its own so the report still balances and shows it.
000960 01 WS-ACCT-MAX               PIC 9(03) VALUE 300.
000970 01 WS-ACCT-COUNT             PIC 9(03) VALUE ZEROES.
000980 01 WS-ACCT-TABLE.
000990     05 WS-ACCT-ENTRY         OCCURS 300 TIMES.
001000         10 WS-ACCT-NUMBER    PIC X(06).
001010         10 WS-ACCT-NAME      PIC X(30).
001020         10 WS-ACCT-TYPE      PIC X(01).
001030             88 ACCT-DEBIT-NORMAL VALUE "A" "E".
001040         10 WS-ACCT-DEBITS    PIC 9(11)V99.
001050         10 WS-ACCT-CREDITS   PIC 9(11)V99.
001060 01 WS-ACCT-SUB               PIC 9(03) VALUE ZEROES.
001070 01 WS-LOOKUP-ACCOUNT         PIC X(06) VALUE SPACES.
001080*
001090* report lines.
001100 01 TB-HEADING-LINE.
001110     05 FILLER                PIC X(30) VALUE
001120         "GENERAL ACCOUNTING".
001130     05 FILLER                PIC X(34) VALUE
001140         "GENERAL LEDGER TRIAL BALANCE".
001150     05 FILLER                PIC X(08) VALUE "PERIOD ".
001160     05 TB-HEADING-PERIOD     PIC 9(06).
001170     05 FILLER                PIC X(09) VALUE "   AS OF ".
001180     05 TB-HEADING-DATE       PIC 9(08).
001190     05 FILLER                PIC X(08) VALUE "   PAGE ".
001200     05 TB-HEADING-PAGE       PIC ZZZ9.
001210 01 TB-COLUMN-LINE.
001220     05 FILLER                PIC X(40) VALUE
001230         "ACCOUNT NAME                           T".
001240     05 FILLER                PIC X(40) VALUE
001250         "             DEBITS           CREDITS".
001260     05 FILLER                PIC X(40) VALUE
001270         "        BALANCE".
001280 01 TB-DETAIL-LINE.
001290     05 TB-ACCOUNT            PIC X(06).
001300     05 FILLER                PIC X(02) VALUE SPACES.
001310     05 TB-ACCOUNT-NAME       PIC X(30).
001320     05 FILLER                PIC X(01) VALUE SPACE.
001330     05 TB-ACCOUNT-TYPE       PIC X(01).
001340     05 FILLER                PIC X(02) VALUE SPACES.
001350     05 TB-DEBITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001360     05 FILLER                PIC X(01) VALUE SPACE.
001370     05 TB-CREDITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001380     05 FILLER                PIC X(01) VALUE SPACE.
001390     05 TB-BALANCE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001400 01 TB-TOTAL-LINE.
001410     05 FILLER                PIC X(08) VALUE SPACES.
001420     05 TB-TOTAL-LABEL        PIC X(34).
001430     05 TB-TOTAL-DEBITS       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001440     05 FILLER                PIC X(01) VALUE SPACE.
001450     05 TB-TOTAL-CREDITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001460 procedure division.
001470 PRG-BEGIN.
001480     move "GLTRIAL" to IOC-PROGRAM
001490     accept WS-RUN-START-TIME from TIME
001500     perform ZB-GET-BUSINESS-DATE
001510     accept WS-PERIOD-IN
001520     if WS-PERIOD-IN is numeric
001530         move WS-PERIOD-IN to WS-PERIOD
001540     else
001550         move BDT-BUSINESS-DATE (1:6) to WS-PERIOD
001560     end-if
001570     perform LOAD-CHART-OF-ACCOUNTS
001580     perform GATHER-PERIOD-LINES
001590     open output TRIAL-PRINT
001600     open extend REPORT-ARCHIVE
001610     if not RPTARCH-OK
001620         open output REPORT-ARCHIVE
001630     end-if
001640     perform PRINT-ONE-ACCOUNT
001650         varying WS-ACCT-SUB from 1 by 1
001660         until WS-ACCT-SUB > WS-ACCT-COUNT
001670     perform PRINT-TRIAL-TOTALS
001680     close TRIAL-PRINT
001690     close REPORT-ARCHIVE
001700     display "-----------------------------------"
001710     display "Ledger period      : " WS-PERIOD
001720     display "Journal lines read : " WS-LINES-READ
001730     display "Lines in period    : " WS-LINES-IN-PERIOD
001740     display "Accounts off chart : " WS-OFF-CHART-COUNT
001750     if WS-DEBIT-TOTAL not = WS-CREDIT-TOTAL
001760         display "*** DEBITS DO NOT EQUAL CREDITS ***"
001770         move 8 to RETURN-CODE
001780     else
001790         if WS-OFF-CHART-COUNT > 0
001800             move 4 to RETURN-CODE
001810         end-if
001820     end-if
001830     perform WRITE-RUN-SUMMARY
001840     stop run.

001850 LOAD-CHART-OF-ACCOUNTS.
001860     move "N" to WS-EOF-SWITCH
001870     open input GL-ACCOUNT-FILE
001880     if not GLACCT-OK
001890         display "*** NO GLACCT CHART OF ACCOUNTS - "
001900             "job ABORTED ***"
001910         move 8 to RETURN-CODE
001920         stop run
001930     end-if
001940     perform READ-ACCOUNT-RECORD
001950     perform LOAD-ONE-ACCOUNT until FILE-EOF
001960     close GL-ACCOUNT-FILE.

001970 READ-ACCOUNT-RECORD.
001980     read GL-ACCOUNT-FILE
001990         at end set FILE-EOF to true
002000     end-read.

002010 LOAD-ONE-ACCOUNT.
002020     if WS-ACCT-COUNT < WS-ACCT-MAX
002030         add 1 to WS-ACCT-COUNT
002040         move GA-ACCOUNT-NUMBER to WS-ACCT-NUMBER (WS-ACCT-COUNT)
002050         move GA-ACCOUNT-NAME to WS-ACCT-NAME (WS-ACCT-COUNT)
002060         move GA-ACCOUNT-TYPE to WS-ACCT-TYPE (WS-ACCT-COUNT)
002070         move zeroes to WS-ACCT-DEBITS (WS-ACCT-COUNT)
002080         move zeroes to WS-ACCT-CREDITS (WS-ACCT-COUNT)
002090     else
002100         display "*** MORE THAN " WS-ACCT-MAX
002110             " ACCOUNTS ON GLACCT - job ABORTED ***"
002120         move 8 to RETURN-CODE
002130         stop run
002140     end-if
002150     perform READ-ACCOUNT-RECORD.

002160 GATHER-PERIOD-LINES.
002170     move "N" to WS-EOF-SWITCH
002180     open input GL-TRANSACTION-FILE
002190     if not GLTRAN-OK
002200         display "No GLTRAN journal lines - nothing to total"
002210     else
002220         perform READ-JOURNAL-LINE
002230         perform TALLY-ONE-LINE until FILE-EOF
002240         close GL-TRANSACTION-FILE
002250     end-if.

002260 READ-JOURNAL-LINE.
002270     read GL-TRANSACTION-FILE
002280         at end set FILE-EOF to true
002290     end-read.

002300 TALLY-ONE-LINE.
002310     add 1 to WS-LINES-READ
002320     if GT-PERIOD = WS-PERIOD
002330         add 1 to WS-LINES-IN-PERIOD
002340         move GT-ACCOUNT-NUMBER to WS-LOOKUP-ACCOUNT
002350         perform FIND-ACCOUNT
002360         if not ENTRY-FOUND
002370             perform ADD-OFF-CHART-ACCOUNT
002380         end-if
002390         if GT-DEBIT
002400             add GT-AMOUNT to WS-ACCT-DEBITS (WS-ACCT-SUB)
002410             add GT-AMOUNT to WS-DEBIT-TOTAL
002420         else
002430             add GT-AMOUNT to WS-ACCT-CREDITS (WS-ACCT-SUB)
002440             add GT-AMOUNT to WS-CREDIT-TOTAL
002450         end-if
002460     end-if
002470     perform READ-JOURNAL-LINE.

002480 FIND-ACCOUNT.
002490     move "N" to WS-FOUND-SWITCH
002500     perform TEST-ONE-ACCOUNT
002510         varying WS-ACCT-SUB from 1 by 1
002520         until WS-ACCT-SUB > WS-ACCT-COUNT
002530             or ENTRY-FOUND
002540     if ENTRY-FOUND
002550         subtract 1 from WS-ACCT-SUB
002560     end-if.

002570 TEST-ONE-ACCOUNT.
002580     if WS-ACCT-NUMBER (WS-ACCT-SUB) = WS-LOOKUP-ACCOUNT
002590         set ENTRY-FOUND to true
002600     end-if.

002610 ADD-OFF-CHART-ACCOUNT.
002620     if WS-ACCT-COUNT not < WS-ACCT-MAX
002630         display "*** MORE THAN " WS-ACCT-MAX
002640             " ACCOUNTS IN THE PERIOD - job ABORTED ***"
002650         move 8 to RETURN-CODE
002660         stop run
002670     end-if
002680     add 1 to WS-ACCT-COUNT
002690     add 1 to WS-OFF-CHART-COUNT
002700     move WS-ACCT-COUNT to WS-ACCT-SUB
002710     move WS-LOOKUP-ACCOUNT to WS-ACCT-NUMBER (WS-ACCT-SUB)
002720     move "*** NOT ON THE CHART ***" to WS-ACCT-NAME (WS-ACCT-SUB)
002730     move "A" to WS-ACCT-TYPE (WS-ACCT-SUB)
002740     move zeroes to WS-ACCT-DEBITS (WS-ACCT-SUB)
002750     move zeroes to WS-ACCT-CREDITS (WS-ACCT-SUB)
002760     display "*** ACCOUNT " WS-LOOKUP-ACCOUNT
002770         " HAS LINES BUT IS NOT ON GLACCT".

002780* the balance is shown on the account's normal side -- debit
002790* less credit for assets and expenses, credit less debit for
002800* the rest -- and goes negative when the account runs the
002810* other way.
002820 PRINT-ONE-ACCOUNT.
002830     if WS-LINE-COUNT > WS-LINES-PER-PAGE
002840         perform PRINT-TRIAL-HEADING
002850     end-if
002860     move WS-ACCT-NUMBER (WS-ACCT-SUB) to TB-ACCOUNT
002870     move WS-ACCT-NAME (WS-ACCT-SUB) to TB-ACCOUNT-NAME
002880     move WS-ACCT-TYPE (WS-ACCT-SUB) to TB-ACCOUNT-TYPE
002890     move WS-ACCT-DEBITS (WS-ACCT-SUB) to TB-DEBITS
002900     move WS-ACCT-CREDITS (WS-ACCT-SUB) to TB-CREDITS
002910     if ACCT-DEBIT-NORMAL (WS-ACCT-SUB)
002920         compute WS-BALANCE = WS-ACCT-DEBITS (WS-ACCT-SUB)
002930             - WS-ACCT-CREDITS (WS-ACCT-SUB)
002940     else
002950         compute WS-BALANCE = WS-ACCT-CREDITS (WS-ACCT-SUB)
002960             - WS-ACCT-DEBITS (WS-ACCT-SUB)
002970     end-if
002980     move WS-BALANCE to TB-BALANCE
002990     write PRINT-LINE from TB-DETAIL-LINE
003000         after advancing 1 line
003010     add 1 to WS-LINE-COUNT
003020     perform ARCHIVE-PRINT-LINE.

003030 PRINT-TRIAL-HEADING.
003040     add 1 to WS-PAGE-COUNT
003050     move WS-PERIOD to TB-HEADING-PERIOD
003060     move BDT-BUSINESS-DATE to TB-HEADING-DATE
003070     move WS-PAGE-COUNT to TB-HEADING-PAGE
003080     write PRINT-LINE from TB-HEADING-LINE
003090         after advancing page
003100     perform ARCHIVE-PRINT-LINE
003110     write PRINT-LINE from TB-COLUMN-LINE
003120         after advancing 2 lines
003130     perform ARCHIVE-PRINT-LINE
003140     move 3 to WS-LINE-COUNT.

003150 PRINT-TRIAL-TOTALS.
003160     if WS-PAGE-COUNT = 0
003170         perform PRINT-TRIAL-HEADING
003180     end-if
003190     move "TOTAL DEBITS AND CREDITS" to TB-TOTAL-LABEL
003200     move WS-DEBIT-TOTAL to TB-TOTAL-DEBITS
003210     move WS-CREDIT-TOTAL to TB-TOTAL-CREDITS
003220     write PRINT-LINE from TB-TOTAL-LINE
003230         after advancing 2 lines
003240     perform ARCHIVE-PRINT-LINE
003250     if WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
003260         move "Debits equal credits - ledger in balance"
003270             to WS-MESSAGE
003280     else
003290         move spaces to WS-MESSAGE
003295         string "*** DEBITS DO NOT EQUAL CREDITS - ledger OUT OF "
003300             "BALANCE ***" delimited by size into WS-MESSAGE
003310     end-if
003320     move WS-MESSAGE to PRINT-LINE
003330     write PRINT-LINE after advancing 2 lines
003340     perform ARCHIVE-PRINT-LINE.

003350* every report line also lands on the report archive by page,
003360* so rptReprint can reproduce a lost trial balance.
003370 ARCHIVE-PRINT-LINE.
003380     move "GLTRIAL " to RP-REPORT-NAME
003390     move BDT-BUSINESS-DATE to RP-RUN-DATE
003400     move WS-PAGE-COUNT to RP-PAGE
003410     add 1 to WS-ARCH-LINE-SEQ
003420     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
003430     move PRINT-LINE to RP-PRINT-LINE
003440     write REPORT-ARCHIVE-RECORD
003450     move WS-RPTARCH-STATUS to IOC-STATUS
003460     move "RPTARCH" to IOC-FILE-NAME
003470     perform ZZ-CHECK-WRITE.

003480* one standard record per run to the shared RUNLOG operations
003490* file, for the night-end opsReport.
003500 WRITE-RUN-SUMMARY.
003510     open extend RUN-LOG-FILE
003520     if not RUNLOG-OK
003530         open output RUN-LOG-FILE
003540     end-if
003550     move "GLTRIAL" to RS-PROGRAM
003560     move BDT-BUSINESS-DATE to RS-RUN-DATE
003570     accept RS-RUN-TIME from TIME
003580     move WS-RUN-START-TIME to RS-START-TIME
003590     move WS-LINES-READ to RS-RECORDS-READ
003600     move WS-LINES-IN-PERIOD to RS-RECORDS-POSTED
003610     move WS-OFF-CHART-COUNT to RS-RECORDS-REJECTED
003620     if WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
003630         move "BALANCED" to RS-CONTROL-STATUS
003640     else
003650         move "OUTOFBAL" to RS-CONTROL-STATUS
003660     end-if
003670     write RUN-SUMMARY-RECORD
003680     close RUN-LOG-FILE.

003690*****************************************************************
003700* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003710*****************************************************************
003720     copy IOCHKPRC.

003730*****************************************************************
003740* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003750*****************************************************************
003760     copy BIZDTPRC.
