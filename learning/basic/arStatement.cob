000010 identification division.
000020 program-id. arStatement.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- month-end customer statements and
000130*                   receivables aging over the CUSTAR open-item
000140*                   file.  Every CUSTMAST account with open items
000150*                   or an open balance gets an ARSTMT statement:
000160*                   bill-to block, each open invoice with what has
000170*                   been paid on it and its age, unapplied cash as
000180*                   a credit, and the balance aged into current,
000190*                   30, 60 and 90-plus day buckets by days since
000200*                   the invoice date.  The ARAGING summary lists
000210*                   each account's buckets and proves the total to
000220*                   an independent pass of the whole CUSTAR file
000230*                   and to the CUSTMAST open balances.  The
000240*                   statement date comes from SYSIN (YYYYMMDD) or
000250*                   defaults to the business date.  Both reports
000260*                   are captured to RPTARCH.
000270*****************************************************************

000280 environment division.
000290 input-output section.
000300 file-control.
000310     select CUSTOMER-MASTER assign to "CUSTMAST"
000320         organization is indexed
000330         access mode is sequential
000340         record key is CM-ACCOUNT
000350         file status is WS-CUST-STATUS.
000360     select CUSTOMER-ITEMS assign to "CUSTAR"
000370         organization is indexed
000380         access mode is dynamic
000390         record key is CI-KEY
000400         file status is WS-CUSTAR-STATUS.
000410     select STATEMENT-PRINT assign to "ARSTMT"
000420         organization is sequential
000430         file status is WS-STMT-STATUS.
000440     select AGING-PRINT assign to "ARAGING"
000450         organization is sequential
000460         file status is WS-AGING-STATUS.
000470     select REPORT-ARCHIVE assign to "RPTARCH"
000480         organization is sequential
000490         file status is WS-RPTARCH-STATUS.
000500     select RUN-LOG-FILE assign to "RUNLOG"
000510         organization is sequential
000520         file status is WS-RUNLOG-STATUS.
000530     select OPS-ERROR-LOG assign to "OPSLOG"
000540         organization is sequential
000550         file status is WS-OPSLOG-STATUS.
000560     select BUSINESS-DATE-FILE assign to "BIZDATE"
000570         organization is sequential
000580         file status is WS-BIZDT-STATUS.

000590 data division.
000600 file section.
000610 fd  CUSTOMER-MASTER.
000620     copy CUSTMAST.

000630 fd  CUSTOMER-ITEMS.
000640     copy CUSTAR.

000650 fd  STATEMENT-PRINT.
000660 01  STMT-PRINT-LINE          PIC X(132).

000670 fd  AGING-PRINT.
000680 01  AGING-PRINT-LINE         PIC X(132).

000690 fd  REPORT-ARCHIVE.
000700     copy RPTARCH.

000710 fd  RUN-LOG-FILE.
000720     copy RUNSUM.

000730 fd  OPS-ERROR-LOG.
000740     copy OPSERR.

000750 fd  BUSINESS-DATE-FILE.
000760     copy BIZDATE.

000770 working-storage section.
000780 copy BIZDTWS.
000790 copy IOCHKWS.
000800 copy DSERVAL.
000810 01 WS-CUST-STATUS           PIC X(02).
000820     88 CUST-OK              VALUE "00".
000830 01 WS-CUSTAR-STATUS         PIC X(02).
000840     88 CUSTAR-OK            VALUE "00".
000850 01 WS-STMT-STATUS           PIC X(02).
000860     88 STMT-OK              VALUE "00".
000870 01 WS-AGING-STATUS          PIC X(02).
000880     88 AGING-OK             VALUE "00".
000890 01 WS-RPTARCH-STATUS        PIC X(02).
000900     88 RPTARCH-OK           VALUE "00".
000910 01 WS-RUNLOG-STATUS         PIC X(02).
000920     88 RUNLOG-OK            VALUE "00".
000930 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
000940 01 WS-CUST-EOF-SWITCH       PIC X(01) VALUE "N".
000950     88 CUST-EOF             VALUE "Y".
000960 01 WS-ITEMS-EOF-SWITCH      PIC X(01) VALUE "N".
000970     88 ITEMS-EOF            VALUE "Y".
000980 01 WS-STMT-OPEN-SWITCH      PIC X(01) VALUE "N".
000990     88 STATEMENT-OPEN       VALUE "Y".
001000 01 WS-STATEMENT-DATE-IN     PIC X(08) VALUE SPACES.
001010 01 WS-STATEMENT-DATE        PIC 9(08) VALUE ZEROES.
001020 01 WS-TODAY-SERIAL          PIC 9(07) VALUE ZEROES.
001030 01 WS-ITEM-AGE              PIC 9(07) VALUE ZEROES.
001040 01 WS-CUSTOMERS-READ        PIC 9(06) VALUE ZEROES.
001050 01 WS-STATEMENTS-PRINTED    PIC 9(06) VALUE ZEROES.
001060 01 WS-ACCOUNTS-DISAGREE     PIC 9(06) VALUE ZEROES.
001070 01 WS-STMT-PAGE             PIC 9(04) VALUE ZEROES.
001080 01 WS-STMT-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001090 01 WS-AGING-PAGE            PIC 9(04) VALUE ZEROES.
001100 01 WS-AGING-LINE-SEQ        PIC 9(06) VALUE ZEROES.
001110 01 WS-AGING-LINES           PIC 9(02) VALUE ZEROES.
001120 01 WS-AGING-PAGE-MAX        PIC 9(02) VALUE 50.
001130*
001140* one account's open items, aged.
001150 01 WS-ACCT-CURRENT          PIC 9(09)V99 VALUE ZEROES.
001160 01 WS-ACCT-30               PIC 9(09)V99 VALUE ZEROES.
001170 01 WS-ACCT-60               PIC 9(09)V99 VALUE ZEROES.
001180 01 WS-ACCT-90               PIC 9(09)V99 VALUE ZEROES.
001190 01 WS-ACCT-UNAPPLIED        PIC 9(09)V99 VALUE ZEROES.
001200 01 WS-ACCT-NET              PIC S9(09)V99 VALUE ZEROES.
001210*
001220* the aging summary totals, and the same money counted a second
001230* way -- straight off CUSTAR and off the CUSTMAST balances.
001240 01 WS-TOT-CURRENT           PIC 9(11)V99 VALUE ZEROES.
001250 01 WS-TOT-30                PIC 9(11)V99 VALUE ZEROES.
001260 01 WS-TOT-60                PIC 9(11)V99 VALUE ZEROES.
001270 01 WS-TOT-90                PIC 9(11)V99 VALUE ZEROES.
001280 01 WS-TOT-UNAPPLIED         PIC 9(11)V99 VALUE ZEROES.
001290 01 WS-TOT-NET               PIC S9(11)V99 VALUE ZEROES.
001300 01 WS-TOT-CM-BALANCE        PIC S9(11)V99 VALUE ZEROES.
001310 01 WS-FILE-INVOICES         PIC 9(11)V99 VALUE ZEROES.
001320 01 WS-FILE-UNAPPLIED        PIC 9(11)V99 VALUE ZEROES.
001330 01 WS-FILE-NET              PIC S9(11)V99 VALUE ZEROES.
001340 01 WS-FILE-OPEN-ITEMS       PIC 9(07) VALUE ZEROES.
001350 01 WS-AMOUNT-EDIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001360*
001370* statement lines.
001380 01 STMT-HEADING-LINE.
001390     05 FILLER                PIC X(30) VALUE
001400         "GENERAL ACCOUNTING".
001410     05 FILLER                PIC X(20) VALUE
001420         "CUSTOMER STATEMENT".
001430     05 FILLER                PIC X(08) VALUE "ACCOUNT ".
001440     05 STMT-HEADING-ACCOUNT  PIC X(06).
001450     05 FILLER                PIC X(18) VALUE
001460         "   STATEMENT DATE ".
001470     05 STMT-HEADING-DATE     PIC 9(08).
001480     05 FILLER                PIC X(08) VALUE "   PAGE ".
001490     05 STMT-HEADING-PAGE     PIC ZZZ9.
001500 01 STMT-TEXT-LINE.
001510     05 FILLER                PIC X(04) VALUE SPACES.
001520     05 STMT-TEXT             PIC X(128).
001530 01 STMT-COLUMN-LINE.
001540     05 FILLER                PIC X(40) VALUE
001550         "ITEM NO.  DATE      DESCRIPTION".
001560     05 FILLER                PIC X(40) VALUE
001570         "      ORIGINAL     PAID/APPLIED".
001580     05 FILLER                PIC X(40) VALUE
001590         "  OPEN   DAYS".
001600 01 STMT-DETAIL-LINE.
001610     05 STMT-ITEM-NUMBER      PIC 9(08).
001620     05 FILLER                PIC X(02) VALUE SPACES.
001630     05 STMT-ITEM-DATE        PIC 9(08).
001640     05 FILLER                PIC X(02) VALUE SPACES.
001650     05 STMT-DESCRIPTION      PIC X(20).
001660     05 FILLER                PIC X(02) VALUE SPACES.
001670     05 STMT-ORIGINAL         PIC Z,ZZZ,ZZ9.99.
001680     05 FILLER                PIC X(05) VALUE SPACES.
001690     05 STMT-APPLIED          PIC Z,ZZZ,ZZ9.99.
001700     05 FILLER                PIC X(03) VALUE SPACES.
001710     05 STMT-OPEN             PIC Z,ZZZ,ZZ9.99-.
001720     05 FILLER                PIC X(02) VALUE SPACES.
001730     05 STMT-DAYS             PIC ZZZ9.
001740 01 STMT-BUCKET-HEADING.
001750     05 FILLER                PIC X(28) VALUE
001760         "      CURRENT        30 DAYS".
001770     05 FILLER                PIC X(30) VALUE
001780         "        60 DAYS       90+ DAYS".
001790     05 FILLER                PIC X(30) VALUE
001800         "      UNAPPLIED    BALANCE DUE".
001810 01 STMT-BUCKET-LINE.
001820     05 STMT-CURRENT          PIC ZZ,ZZZ,ZZ9.99.
001830     05 FILLER                PIC X(02) VALUE SPACES.
001840     05 STMT-30               PIC ZZ,ZZZ,ZZ9.99.
001850     05 FILLER                PIC X(02) VALUE SPACES.
001860     05 STMT-60               PIC ZZ,ZZZ,ZZ9.99.
001870     05 FILLER                PIC X(02) VALUE SPACES.
001880     05 STMT-90               PIC ZZ,ZZZ,ZZ9.99.
001890     05 FILLER                PIC X(02) VALUE SPACES.
001900     05 STMT-UNAPPLIED        PIC ZZ,ZZZ,ZZ9.99.
001910     05 FILLER                PIC X(02) VALUE SPACES.
001920     05 STMT-BALANCE-DUE      PIC ZZ,ZZZ,ZZ9.99-.
001930*
001940* aging summary lines.
001950 01 AGE-HEADING-LINE.
001960     05 FILLER                PIC X(30) VALUE
001970         "GENERAL ACCOUNTING".
001980     05 FILLER                PIC X(34) VALUE
001990         "RECEIVABLES AGING SUMMARY".
002000     05 FILLER                PIC X(09) VALUE "   AS OF ".
002010     05 AGE-HEADING-DATE      PIC 9(08).
002020     05 FILLER                PIC X(08) VALUE "   PAGE ".
002030     05 AGE-HEADING-PAGE      PIC ZZZ9.
002040 01 AGE-COLUMN-LINE.
002050     05 FILLER                PIC X(40) VALUE
002060         "ACCT    NAME".
002070     05 FILLER                PIC X(40) VALUE
002080         " CURRENT       30 DAYS       60 DAYS".
002090     05 FILLER                PIC X(40) VALUE
002100         "  90+ DAYS     UNAPPLIED       BALANCE".
002110 01 AGE-DETAIL-LINE.
002120     05 AGE-ACCOUNT           PIC X(06).
002130     05 FILLER                PIC X(02) VALUE SPACES.
002140     05 AGE-NAME              PIC X(26).
002150     05 AGE-CURRENT           PIC ZZZ,ZZZ,ZZ9.99.
002160     05 AGE-30                PIC ZZZ,ZZZ,ZZ9.99.
002170     05 AGE-60                PIC ZZZ,ZZZ,ZZ9.99.
002180     05 AGE-90                PIC ZZZ,ZZZ,ZZ9.99.
002190     05 AGE-UNAPPLIED         PIC ZZZ,ZZZ,ZZ9.99.
002200     05 AGE-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
002210     05 FILLER                PIC X(01) VALUE SPACES.
002220     05 AGE-FLAG              PIC X(12).
002230 01 AGE-PROOF-LINE.
002240     05 FILLER                PIC X(08) VALUE SPACES.
002250     05 AGE-PROOF-LABEL       PIC X(40).
002260     05 AGE-PROOF-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002270 01 AGE-MESSAGE-LINE.
002280     05 FILLER                PIC X(08) VALUE SPACES.
002290     05 AGE-MESSAGE           PIC X(80).

002300 procedure division.
002310 PRG-BEGIN.
002320     move "ARSTMT" to IOC-PROGRAM
002330     accept WS-RUN-START-TIME from TIME
002340     perform ZB-GET-BUSINESS-DATE
002350     accept WS-STATEMENT-DATE-IN
002360     if WS-STATEMENT-DATE-IN is numeric
002370         move WS-STATEMENT-DATE-IN to WS-STATEMENT-DATE
002380     else
002390         move BDT-BUSINESS-DATE to WS-STATEMENT-DATE
002400     end-if
002410     move WS-STATEMENT-DATE to DSR-DATE
002420     perform DSR-CONVERT-DATE
002430     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
002440     open input CUSTOMER-MASTER
002450     if not CUST-OK
002460         display "*** CANNOT OPEN CUSTMAST - status "
002470             WS-CUST-STATUS " - job ABORTED ***"
002480         move 8 to RETURN-CODE
002490         stop run
002500     end-if
002510     open input CUSTOMER-ITEMS
002520     if not CUSTAR-OK
002530         display "*** CANNOT OPEN CUSTAR - status "
002540             WS-CUSTAR-STATUS " - job ABORTED ***"
002550         move 8 to RETURN-CODE
002560         stop run
002570     end-if
002580     open output STATEMENT-PRINT
002590     open output AGING-PRINT
002600     open extend REPORT-ARCHIVE
002610     if not RPTARCH-OK
002620         open output REPORT-ARCHIVE
002630     end-if
002640     perform PRINT-AGING-HEADING
002650     perform READ-CUSTOMER
002660     perform STATE-ONE-CUSTOMER until CUST-EOF
002670     perform PROVE-OPEN-ITEM-FILE
002680     perform PRINT-AGING-TOTALS
002690     close CUSTOMER-MASTER
002700     close CUSTOMER-ITEMS
002710     close STATEMENT-PRINT
002720     close AGING-PRINT
002730     close REPORT-ARCHIVE
002740     display "-----------------------------------"
002750     display "Statement date     : " WS-STATEMENT-DATE
002760     display "Customers read     : " WS-CUSTOMERS-READ
002770     display "Statements printed : " WS-STATEMENTS-PRINTED
002780     display "Open items on file : " WS-FILE-OPEN-ITEMS
002790     display "Accounts disagree  : " WS-ACCOUNTS-DISAGREE
002800     if WS-TOT-NET not = WS-FILE-NET
002810         or WS-TOT-NET not = WS-TOT-CM-BALANCE
002820         display "*** AGING DOES NOT TIE TO THE OPEN-ITEM FILE "
002830             "AND CUSTMAST BALANCES ***"
002840         move 8 to RETURN-CODE
002850     end-if
002860     perform WRITE-RUN-SUMMARY
002870     stop run.

002880 READ-CUSTOMER.
002890     read CUSTOMER-MASTER
002900         at end set CUST-EOF to true
002910     end-read.

002920* each account's open items are read in item order; the statement
002930* page opens on the first one, or at the end for an account that
002940* carries a balance with nothing open behind it.
002950 STATE-ONE-CUSTOMER.
002960     add 1 to WS-CUSTOMERS-READ
002970     add CM-OPEN-BALANCE to WS-TOT-CM-BALANCE
002980     move zeroes to WS-ACCT-CURRENT
002990     move zeroes to WS-ACCT-30
003000     move zeroes to WS-ACCT-60
003010     move zeroes to WS-ACCT-90
003020     move zeroes to WS-ACCT-UNAPPLIED
003030     move "N" to WS-STMT-OPEN-SWITCH
003040     move "N" to WS-ITEMS-EOF-SWITCH
003050     move CM-ACCOUNT to CI-ACCOUNT
003060     move zeroes to CI-ITEM-NUMBER
003070     start CUSTOMER-ITEMS key is not less than CI-KEY
003080         invalid key set ITEMS-EOF to true
003090     end-start
003100     if not ITEMS-EOF
003110         perform READ-NEXT-ITEM
003120     end-if
003130     perform STATE-ONE-ITEM
003140         until ITEMS-EOF or CI-ACCOUNT not = CM-ACCOUNT
003150     if not STATEMENT-OPEN and CM-OPEN-BALANCE not = 0
003160         perform OPEN-STATEMENT
003170     end-if
003180     if STATEMENT-OPEN
003190         perform CLOSE-STATEMENT
003200     end-if
003210     perform READ-CUSTOMER.

003220 READ-NEXT-ITEM.
003230     read CUSTOMER-ITEMS next record
003240         at end set ITEMS-EOF to true
003250     end-read.

003260* open invoices age by days since the invoice date; unapplied
003270* cash is not aged and shows as a credit.
003280 STATE-ONE-ITEM.
003290     if CI-OPEN and CI-OPEN-AMOUNT > 0
003300         if not STATEMENT-OPEN
003310             perform OPEN-STATEMENT
003320         end-if
003330         move CI-ITEM-NUMBER to STMT-ITEM-NUMBER
003340         move CI-ITEM-DATE to STMT-ITEM-DATE
003350         move CI-ORIGINAL-AMOUNT to STMT-ORIGINAL
003360         move CI-APPLIED-AMOUNT to STMT-APPLIED
003370         if CI-UNAPPLIED-CASH
003380             move "UNAPPLIED PAYMENT" to STMT-DESCRIPTION
003390             compute STMT-OPEN = 0 - CI-OPEN-AMOUNT
003400             move zeroes to STMT-DAYS
003410             add CI-OPEN-AMOUNT to WS-ACCT-UNAPPLIED
003420         else
003430             move "INVOICE" to STMT-DESCRIPTION
003440             move CI-OPEN-AMOUNT to STMT-OPEN
003450             perform AGE-ONE-INVOICE
003460             move WS-ITEM-AGE to STMT-DAYS
003470         end-if
003480         write STMT-PRINT-LINE from STMT-DETAIL-LINE
003490             after advancing 1 line
003500         perform ARCHIVE-STATEMENT-LINE
003510     end-if
003520     perform READ-NEXT-ITEM.

003530 AGE-ONE-INVOICE.
003540     move CI-ITEM-DATE to DSR-DATE
003550     perform DSR-CONVERT-DATE
003560     if WS-TODAY-SERIAL > DSR-SERIAL-DAYS
003570         compute WS-ITEM-AGE = WS-TODAY-SERIAL - DSR-SERIAL-DAYS
003580     else
003590         move zeroes to WS-ITEM-AGE
003600     end-if
003610     evaluate true
003620         when WS-ITEM-AGE < 30
003630             add CI-OPEN-AMOUNT to WS-ACCT-CURRENT
003640         when WS-ITEM-AGE < 60
003650             add CI-OPEN-AMOUNT to WS-ACCT-30
003660         when WS-ITEM-AGE < 90
003670             add CI-OPEN-AMOUNT to WS-ACCT-60
003680         when other
003690             add CI-OPEN-AMOUNT to WS-ACCT-90
003700     end-evaluate.

003710 OPEN-STATEMENT.
003720     move "Y" to WS-STMT-OPEN-SWITCH
003730     add 1 to WS-STMT-PAGE
003740     add 1 to WS-STATEMENTS-PRINTED
003750     move CM-ACCOUNT to STMT-HEADING-ACCOUNT
003760     move WS-STATEMENT-DATE to STMT-HEADING-DATE
003770     move WS-STMT-PAGE to STMT-HEADING-PAGE
003780     write STMT-PRINT-LINE from STMT-HEADING-LINE
003790         after advancing page
003800     perform ARCHIVE-STATEMENT-LINE
003810     move spaces to STMT-PRINT-LINE
003820     write STMT-PRINT-LINE after advancing 1 line
003830     perform ARCHIVE-STATEMENT-LINE
003840     move CM-BILL-TO-NAME to STMT-TEXT
003850     perform WRITE-STATEMENT-TEXT
003860     move CM-ADDRESS-1 to STMT-TEXT
003870     perform WRITE-STATEMENT-TEXT
003880     if CM-ADDRESS-2 not = spaces
003890         move CM-ADDRESS-2 to STMT-TEXT
003900         perform WRITE-STATEMENT-TEXT
003910     end-if
003920     move spaces to STMT-TEXT
003930     string CM-CITY delimited by "  "
003940         ", " delimited by size
003950         CM-STATE delimited by size
003960         "  " delimited by size
003970         CM-POSTAL-CODE delimited by size
003980         into STMT-TEXT
003990     end-string
004000     perform WRITE-STATEMENT-TEXT
004010     write STMT-PRINT-LINE from STMT-COLUMN-LINE
004020         after advancing 2 lines
004030     perform ARCHIVE-STATEMENT-LINE.

004040* the aged buckets close the statement; the account's CUSTMAST
004050* balance must agree with what its open items add up to.
004060 CLOSE-STATEMENT.
004070     compute WS-ACCT-NET = WS-ACCT-CURRENT + WS-ACCT-30
004080         + WS-ACCT-60 + WS-ACCT-90 - WS-ACCT-UNAPPLIED
004090     write STMT-PRINT-LINE from STMT-BUCKET-HEADING
004100         after advancing 2 lines
004110     perform ARCHIVE-STATEMENT-LINE
004120     move WS-ACCT-CURRENT to STMT-CURRENT
004130     move WS-ACCT-30 to STMT-30
004140     move WS-ACCT-60 to STMT-60
004150     move WS-ACCT-90 to STMT-90
004160     move WS-ACCT-UNAPPLIED to STMT-UNAPPLIED
004170     move WS-ACCT-NET to STMT-BALANCE-DUE
004180     write STMT-PRINT-LINE from STMT-BUCKET-LINE
004190         after advancing 1 line
004200     perform ARCHIVE-STATEMENT-LINE
004210     move spaces to AGE-FLAG
004220     if CM-OPEN-BALANCE not = WS-ACCT-NET
004230         add 1 to WS-ACCOUNTS-DISAGREE
004240         move "*DISAGREES*" to AGE-FLAG
004250         move CM-OPEN-BALANCE to WS-AMOUNT-EDIT
004260         display "Account " CM-ACCOUNT " CUSTMAST balance "
004270             WS-AMOUNT-EDIT " does not agree with its open items"
004280     end-if
004290     if CM-CREDIT-HOLD
004300         move "ACCOUNT ON CREDIT HOLD - please contact us"
004310             to STMT-TEXT
004320         write STMT-PRINT-LINE from STMT-TEXT-LINE
004330             after advancing 2 lines
004340         perform ARCHIVE-STATEMENT-LINE
004350     end-if
004360     add WS-ACCT-CURRENT to WS-TOT-CURRENT
004370     add WS-ACCT-30 to WS-TOT-30
004380     add WS-ACCT-60 to WS-TOT-60
004390     add WS-ACCT-90 to WS-TOT-90
004400     add WS-ACCT-UNAPPLIED to WS-TOT-UNAPPLIED
004410     add WS-ACCT-NET to WS-TOT-NET
004420     perform PRINT-AGING-DETAIL.

004430 WRITE-STATEMENT-TEXT.
004440     write STMT-PRINT-LINE from STMT-TEXT-LINE
004450         after advancing 1 line
004460     perform ARCHIVE-STATEMENT-LINE.

004470 PRINT-AGING-HEADING.
004480     add 1 to WS-AGING-PAGE
004490     move WS-STATEMENT-DATE to AGE-HEADING-DATE
004500     move WS-AGING-PAGE to AGE-HEADING-PAGE
004510     write AGING-PRINT-LINE from AGE-HEADING-LINE
004520         after advancing page
004530     perform ARCHIVE-AGING-LINE
004540     write AGING-PRINT-LINE from AGE-COLUMN-LINE
004550         after advancing 2 lines
004560     perform ARCHIVE-AGING-LINE
004570     move zeroes to WS-AGING-LINES.

004580 PRINT-AGING-DETAIL.
004590     if WS-AGING-LINES not < WS-AGING-PAGE-MAX
004600         perform PRINT-AGING-HEADING
004610     end-if
004620     move CM-ACCOUNT to AGE-ACCOUNT
004630     move CM-BILL-TO-NAME to AGE-NAME
004640     move WS-ACCT-CURRENT to AGE-CURRENT
004650     move WS-ACCT-30 to AGE-30
004660     move WS-ACCT-60 to AGE-60
004670     move WS-ACCT-90 to AGE-90
004680     move WS-ACCT-UNAPPLIED to AGE-UNAPPLIED
004690     move WS-ACCT-NET to AGE-BALANCE
004700     write AGING-PRINT-LINE from AGE-DETAIL-LINE
004710         after advancing 1 line
004720     perform ARCHIVE-AGING-LINE
004730     add 1 to WS-AGING-LINES.

004740* a second, independent pass adds up every open item on CUSTAR,
004750* whoever it belongs to, for the aging summary to tie against.
004760 PROVE-OPEN-ITEM-FILE.
004770     move "N" to WS-ITEMS-EOF-SWITCH
004780     move low-values to CI-KEY
004790     start CUSTOMER-ITEMS key is not less than CI-KEY
004800         invalid key set ITEMS-EOF to true
004810     end-start
004820     if not ITEMS-EOF
004830         perform READ-NEXT-ITEM
004840     end-if
004850     perform PROVE-ONE-ITEM until ITEMS-EOF
004860     compute WS-FILE-NET = WS-FILE-INVOICES - WS-FILE-UNAPPLIED.

004870 PROVE-ONE-ITEM.
004880     if CI-OPEN and CI-OPEN-AMOUNT > 0
004890         add 1 to WS-FILE-OPEN-ITEMS
004900         if CI-UNAPPLIED-CASH
004910             add CI-OPEN-AMOUNT to WS-FILE-UNAPPLIED
004920         else
004930             add CI-OPEN-AMOUNT to WS-FILE-INVOICES
004940         end-if
004950     end-if
004960     perform READ-NEXT-ITEM.

004970 PRINT-AGING-TOTALS.
004980     move "TOTALS" to AGE-ACCOUNT
004990     move spaces to AGE-NAME
005000     move WS-TOT-CURRENT to AGE-CURRENT
005010     move WS-TOT-30 to AGE-30
005020     move WS-TOT-60 to AGE-60
005030     move WS-TOT-90 to AGE-90
005040     move WS-TOT-UNAPPLIED to AGE-UNAPPLIED
005050     move WS-TOT-NET to AGE-BALANCE
005060     move spaces to AGE-FLAG
005070     write AGING-PRINT-LINE from AGE-DETAIL-LINE
005080         after advancing 2 lines
005090     perform ARCHIVE-AGING-LINE
005100     move "AGED RECEIVABLES, NET OF UNAPPLIED CASH" to
005110         AGE-PROOF-LABEL
005120     move WS-TOT-NET to AGE-PROOF-AMOUNT
005130     write AGING-PRINT-LINE from AGE-PROOF-LINE
005140         after advancing 2 lines
005150     perform ARCHIVE-AGING-LINE
005160     move "OPEN ITEMS ON CUSTAR, NET" to AGE-PROOF-LABEL
005170     move WS-FILE-NET to AGE-PROOF-AMOUNT
005180     perform WRITE-AGING-PROOF
005190     move "CUSTMAST OPEN BALANCES" to AGE-PROOF-LABEL
005200     move WS-TOT-CM-BALANCE to AGE-PROOF-AMOUNT
005210     perform WRITE-AGING-PROOF
005220     if WS-TOT-NET = WS-FILE-NET
005230         and WS-TOT-NET = WS-TOT-CM-BALANCE
005240         move "Aging ties to the open-item file and CUSTMAST"
005250             to AGE-MESSAGE
005260     else
005270         move spaces to AGE-MESSAGE
005275         string "*** AGING DOES NOT TIE - receivables OUT OF "
005280             "BALANCE ***" delimited by size into AGE-MESSAGE
005290     end-if
005300     write AGING-PRINT-LINE from AGE-MESSAGE-LINE
005310         after advancing 2 lines
005320     perform ARCHIVE-AGING-LINE.

005330 WRITE-AGING-PROOF.
005340     write AGING-PRINT-LINE from AGE-PROOF-LINE
005350         after advancing 1 line
005360     perform ARCHIVE-AGING-LINE.

005370* every statement and summary line also lands on the report
005380* archive by page, so rptReprint can reproduce either report.
005390 ARCHIVE-STATEMENT-LINE.
005400     move "ARSTMT  " to RP-REPORT-NAME
005410     move WS-STATEMENT-DATE to RP-RUN-DATE
005420     move WS-STMT-PAGE to RP-PAGE
005430     add 1 to WS-STMT-LINE-SEQ
005440     move WS-STMT-LINE-SEQ to RP-LINE-SEQ
005450     move STMT-PRINT-LINE to RP-PRINT-LINE
005460     perform WRITE-ARCHIVE-RECORD.

005470 ARCHIVE-AGING-LINE.
005480     move "ARAGING " to RP-REPORT-NAME
005490     move WS-STATEMENT-DATE to RP-RUN-DATE
005500     move WS-AGING-PAGE to RP-PAGE
005510     add 1 to WS-AGING-LINE-SEQ
005520     move WS-AGING-LINE-SEQ to RP-LINE-SEQ
005530     move AGING-PRINT-LINE to RP-PRINT-LINE
005540     perform WRITE-ARCHIVE-RECORD.

005550 WRITE-ARCHIVE-RECORD.
005560     write REPORT-ARCHIVE-RECORD
005570     move WS-RPTARCH-STATUS to IOC-STATUS
005580     move "RPTARCH" to IOC-FILE-NAME
005590     perform ZZ-CHECK-WRITE.

005600* one standard record per run to the shared RUNLOG operations
005610* file, for the night-end opsReport.
005620 WRITE-RUN-SUMMARY.
005630     open extend RUN-LOG-FILE
005640     if not RUNLOG-OK
005650         open output RUN-LOG-FILE
005660     end-if
005670     move "ARSTMT" to RS-PROGRAM
005680     move BDT-BUSINESS-DATE to RS-RUN-DATE
005690     accept RS-RUN-TIME from TIME
005700     move WS-RUN-START-TIME to RS-START-TIME
005710     move WS-CUSTOMERS-READ to RS-RECORDS-READ
005720     move WS-STATEMENTS-PRINTED to RS-RECORDS-POSTED
005730     move WS-ACCOUNTS-DISAGREE to RS-RECORDS-REJECTED
005740     if RETURN-CODE < 8
005750         move "BALANCED" to RS-CONTROL-STATUS
005760     else
005770         move "OUTOFBAL" to RS-CONTROL-STATUS
005780     end-if
005790     write RUN-SUMMARY-RECORD
005800     close RUN-LOG-FILE.

005810*****************************************************************
005820* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
005830*****************************************************************
005840     copy DSERPRC.

005850*****************************************************************
005860* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005870*****************************************************************
005880     copy IOCHKPRC.

005890*****************************************************************
005900* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005910*****************************************************************
005920     copy BIZDTPRC.
