000214*                   the RPTARCH report archive by page and
000216*                   line, so a lost invoice reprints through
000218*                   rptReprint instead of rerunning the job.
00218A* 2026-10-15   mfc  each invoice prints the bill-to block and
00218B*                   terms from the new CUSTMAST customer master,
00218C*                   and is flagged for credit review when the
00218D*                   account is on credit hold or the invoice
00218E*                   would carry its open balance past its credit
00218F*                   limit.  Flagged invoices end the run with
00218G*                   return code 4.
00218H* 2026-10-15   mfc  each invoice is numbered and posted as an
00218I*                   open item to CUSTAR and to the CUSTMAST open
00218J*                   balance; a rerun of the same MULTOUT reprints.
00218K* 2026-10-15   mfc  MULTOUT now carries the item, description,
00218L*                   quantity, unit price and priced extension; the
00218M*                   invoice prints them under column headings and
00218N*                   every total is in dollars and cents.
00218O* 2026-10-15   mfc  sales tax -- each invoice prints a subtotal,
00218P*                   the tax for the customer's TAXRATE
00218Q*                   jurisdiction and the invoice total; the
00218R*                   MULTOUT trailer's tax total joins the proof;
00218S*                   receivables post the total with tax, and every
00218T*                   posted invoice is written to TAXHIST for
00218U*                   taxLiab.
000220*****************************************************************

000230 environment division.
000270         organization is sequential
000280         file status is WS-OUT-STATUS.
000290     select SORT-WORK-FILE assign to "MINVSWK".
000291     select CUSTOMER-ITEMS assign to "CUSTAR"
000292         organization is indexed
000293         access mode is random
000294         record key is CI-KEY
000295         file status is WS-CUSTAR-STATUS.
000296     select AR-CONTROL-FILE assign to "ARCTL"
000297         organization is sequential
000298         file status is WS-ARCTL-STATUS.
000300     select SORTED-INVOICE-FILE assign to "MINVSRT"
000310         organization is sequential
000320         file status is WS-SORT-STATUS.
000321     select CUSTOMER-MASTER assign to "CUSTMAST"
000322         organization is indexed
000323         access mode is random
000324         record key is CM-ACCOUNT
000325         file status is WS-CUST-STATUS.
000330     select INVOICE-PRINT assign to "MULTINV"
000340         organization is sequential
000350         file status is WS-PRINT-STATUS.
000352     select REPORT-ARCHIVE assign to "RPTARCH"
000354         organization is sequential
000356         file status is WS-RPTARCH-STATUS.
00356A     select TAX-RATE-FILE assign to "TAXRATE"
00356B         organization is sequential
00356C         file status is WS-TAXRATE-STATUS.
00356D     select TAX-HISTORY-FILE assign to "TAXHIST"
00356E         organization is sequential
00356F         file status is WS-TAXHIST-STATUS.

000360 data division.
000370 file section.
000420         88 MO-TRAILER-REC    VALUE "T".
000430     05 MO-DETAIL-DATA.
000440         10 MO-ACCOUNT        PIC X(06).
000450         10 MO-ITEM-CODE      PIC X(08).
000460         10 MO-DESCRIPTION    PIC X(30).
000470         10 MO-UNIT-OF-MEASURE PIC X(04).
000471         10 MO-QUANTITY       PIC 9(05).
000472         10 MO-UNIT-PRICE     PIC 9(05)V9(02).
000473         10 MO-EXTENSION      PIC 9(07)V9(02).
000474         10 MO-TAX-JURISDICTION PIC X(04).
000475         10 MO-TAX-STATUS     PIC X(01).
000476         10 MO-TAX-AMOUNT     PIC 9(07)V9(02).
000480     05 MO-TRAILER-DATA REDEFINES MO-DETAIL-DATA.
000490         10 MO-RECORD-COUNT   PIC 9(05).
000500         10 MO-GRAND-TOTAL    PIC 9(09)V9(02).
000510         10 MO-TAX-TOTAL      PIC 9(09)V9(02).
000515         10 FILLER            PIC X(56).

000520 sd  SORT-WORK-FILE.
000530 01  SORT-WORK-RECORD.
000540     05 SW-ACCOUNT            PIC X(06).
000550     05 SW-ITEM-CODE          PIC X(08).
000560     05 SW-DESCRIPTION        PIC X(30).
000570     05 SW-UNIT-OF-MEASURE    PIC X(04).
000571     05 SW-QUANTITY           PIC 9(05).
000572     05 SW-UNIT-PRICE         PIC 9(05)V9(02).
000573     05 SW-EXTENSION          PIC 9(07)V9(02).
000574     05 SW-TAX-JURISDICTION   PIC X(04).
000575     05 SW-TAX-STATUS         PIC X(01).
000576     05 SW-TAX-AMOUNT         PIC 9(07)V9(02).

000580 fd  SORTED-INVOICE-FILE.
000590 01  SORTED-INVOICE-RECORD.
000600     05 SI-ACCOUNT            PIC X(06).
000610     05 SI-ITEM-CODE          PIC X(08).
000620     05 SI-DESCRIPTION        PIC X(30).
000630     05 SI-UNIT-OF-MEASURE    PIC X(04).
00630A     05 SI-QUANTITY           PIC 9(05).
00630B     05 SI-UNIT-PRICE         PIC 9(05)V9(02).
00630C     05 SI-EXTENSION          PIC 9(07)V9(02).
00630D     05 SI-TAX-JURISDICTION   PIC X(04).
00630E     05 SI-TAX-STATUS         PIC X(01).
00630F         88 SI-TAXED          VALUE "T".
00630G         88 SI-TAX-EXEMPT     VALUE "X".
00630H     05 SI-TAX-AMOUNT         PIC 9(07)V9(02).

00630I fd  CUSTOMER-ITEMS.
00630J     copy CUSTAR.

00630K fd  AR-CONTROL-FILE.
00630L     copy ARCTL.

000640 fd  INVOICE-PRINT.
000650 01  PRINT-LINE               PIC X(132).
000652 fd  REPORT-ARCHIVE.
000654     copy RPTARCH.

00654A fd  CUSTOMER-MASTER.
00654B     copy CUSTMAST.

00654C fd  TAX-RATE-FILE.
00654D     copy TAXRATE.

00654E fd  TAX-HISTORY-FILE.
00654F     copy TAXHIST.

000660 working-storage section.
000670 01 WS-OUT-STATUS             PIC X(02).
000680     88 OUT-OK                VALUE "00".
000700     88 SORT-OK               VALUE "00".
000710 01 WS-PRINT-STATUS           PIC X(02).
000720     88 PRINT-OK              VALUE "00".
00720A 01 WS-CUST-STATUS            PIC X(02).
00720B     88 CUST-OK               VALUE "00".
00720C 01 WS-CUSTAR-STATUS          PIC X(02).
00720D     88 CUSTAR-OK             VALUE "00".
00720E 01 WS-ARCTL-STATUS           PIC X(02).
00720F     88 ARCTL-OK              VALUE "00".
00720G 01 WS-TAXRATE-STATUS         PIC X(02).
00720H     88 TAXRATE-OK            VALUE "00".
00720I 01 WS-TAXHIST-STATUS         PIC X(02).
00720J     88 TAXHIST-OK            VALUE "00".
000730 01 WS-RELEASE-EOF-SWITCH     PIC X(01) VALUE "N".
000740     88 RELEASE-EOF           VALUE "Y".
000750 01 WS-SORTED-EOF-SWITCH      PIC X(01) VALUE "N".
000760     88 SORTED-EOF            VALUE "Y".
000761 01 WS-CUST-FOUND-SWITCH      PIC X(01) VALUE "N".
000762     88 CUST-FOUND            VALUE "Y".
000763 01 WS-POST-SWITCH            PIC X(01) VALUE "N".
000764     88 POST-TO-RECEIVABLES   VALUE "Y".
000765 01 WS-INVOICE-NUMBER         PIC 9(08) VALUE ZEROES.
000766 01 WS-POSTED-COUNT           PIC 9(04) VALUE ZEROES.
000770 01 WS-CURRENT-ACCOUNT        PIC X(06) VALUE SPACES.
000780 01 WS-SECTION-OPEN-SWITCH    PIC X(01) VALUE "N".
000790     88 SECTION-OPEN          VALUE "Y".
000800 01 WS-ACCOUNT-TOTAL          PIC 9(07)V99 VALUE ZEROES.
000810 01 WS-GRAND-TOTAL            PIC 9(09)V99 VALUE ZEROES.
000812 01 WS-BALANCE-AFTER          PIC S9(09)V99 VALUE ZEROES.
000814 01 WS-FLAGGED-COUNT          PIC 9(04) VALUE ZEROES.
000820 01 WS-RUN-TOTAL              PIC 9(09)V99 VALUE ZEROES.
00820A 01 WS-RUN-COUNT              PIC 9(05) VALUE ZEROES.
00820B 01 WS-RELEASED-COUNT         PIC 9(05) VALUE ZEROES.
00820C 01 WS-RELEASED-TOTAL         PIC 9(09)V99 VALUE ZEROES.
00820D 01 WS-RELEASED-TAX           PIC 9(09)V99 VALUE ZEROES.
00820E 01 WS-RUN-TAX                PIC 9(09)V99 VALUE ZEROES.
00820F 01 WS-GRAND-TAX              PIC 9(09)V99 VALUE ZEROES.
00820G*
00820H* one invoice's sales split the way the tax return reports them.
00820I 01 WS-ACCOUNT-JURISDICTION   PIC X(04) VALUE SPACES.
00820J 01 WS-ACCOUNT-TAXABLE        PIC 9(07)V99 VALUE ZEROES.
00820K 01 WS-ACCOUNT-EXEMPT         PIC 9(07)V99 VALUE ZEROES.
00820L 01 WS-ACCOUNT-NONTAXABLE     PIC 9(07)V99 VALUE ZEROES.
00820M 01 WS-ACCOUNT-TAX            PIC 9(07)V99 VALUE ZEROES.
00820N 01 WS-ACCOUNT-DUE            PIC 9(07)V99 VALUE ZEROES.
000830 01 WS-TRAILER-SWITCH         PIC X(01) VALUE "N".
000840     88 TRAILER-SEEN          VALUE "Y".
000850 01 WS-LINE-COUNT             PIC 9(06) VALUE ZEROES.
00850A*
00850B* TAXRATE jurisdictions, for the name and rate on the tax line.
00850C 01 WS-TAXRATE-EOF-SWITCH     PIC X(01) VALUE "N".
00850D     88 TAXRATE-EOF           VALUE "Y".
00850E 01 WS-TAX-FOUND-SWITCH       PIC X(01) VALUE "N".
00850F     88 TAX-RATE-FOUND        VALUE "Y".
00850G 01 WS-TAX-MAX                PIC 9(02) VALUE 50.
00850H 01 WS-TAX-COUNT              PIC 9(02) VALUE ZEROES.
00850I 01 WS-TAX-TABLE.
00850J     05 WS-TAX-ENTRY          OCCURS 50 TIMES.
00850K         10 WS-TAX-JURISDICTION PIC X(04).
00850L         10 WS-TAX-NAME       PIC X(30).
00850M         10 WS-TAX-RATE       PIC 9(01)V9(05).
00850N 01 WS-TAX-SUB                PIC 9(02) VALUE ZEROES.
000860 01 WS-ACCOUNT-COUNT          PIC 9(04) VALUE ZEROES.
000862 01 WS-RPTARCH-STATUS          PIC X(02).
000864     88 RPTARCH-OK            VALUE "00".
000880     05 filler                PIC X(32) VALUE
000890         "GENERAL ACCOUNTING -- INVOICE".
000900     05 INV-HEADING-ACCOUNT   PIC X(06).
000910     05 filler                PIC X(10) VALUE "  INVOICE ".
000912     05 INV-HEADING-NUMBER    PIC X(08).
000914     05 filler                PIC X(76) VALUE SPACES.
000920 01 INV-DETAIL-LINE.
000930     05 filler                PIC X(04) VALUE SPACES.
000940     05 INV-ITEM-CODE         PIC X(08).
000950     05 filler                PIC X(02) VALUE SPACES.
000960     05 INV-DESCRIPTION       PIC X(30).
000970     05 filler                PIC X(02) VALUE SPACES.
000980     05 INV-QUANTITY          PIC ZZ,ZZ9.
000990     05 filler                PIC X(01) VALUE SPACES.
00990A     05 INV-UNIT-OF-MEASURE   PIC X(04).
00990B     05 filler                PIC X(03) VALUE " @ ".
00990C     05 INV-UNIT-PRICE        PIC ZZ,ZZ9.99.
00990D     05 filler                PIC X(03) VALUE SPACES.
00990E     05 INV-EXTENSION         PIC Z,ZZZ,ZZ9.99.
00990F     05 filler                PIC X(48) VALUE SPACES.
00990G 01 INV-COLUMN-LINE.
00990H     05 filler                PIC X(44) VALUE
00990I         "    ITEM      DESCRIPTION".
00990J     05 filler                PIC X(40) VALUE
00990K         "     QTY UOM        PRICE      EXTENSION".
00990L     05 filler                PIC X(48) VALUE SPACES.
001000 01 INV-TOTAL-LINE.
001010     05 INV-TOTAL-LABEL       PIC X(20).
001020     05 filler                PIC X(50) VALUE SPACES.
001030     05 INV-TOTAL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
01030A     05 filler                PIC X(48) VALUE SPACES.
01030B 01 INV-TAX-LINE.
01030C     05 filler                PIC X(12) VALUE "  SALES TAX ".
01030D     05 INV-TAX-JURISDICTION  PIC X(04).
01030E     05 filler                PIC X(02) VALUE SPACES.
01030F     05 INV-TAX-NAME          PIC X(30).
01030G     05 filler                PIC X(02) VALUE SPACES.
01030H     05 INV-TAX-RATE          PIC ZZ9.999.
01030I     05 filler                PIC X(01) VALUE "%".
01030J     05 filler                PIC X(12) VALUE SPACES.
01030K     05 INV-TAX-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
01030L     05 filler                PIC X(48) VALUE SPACES.
01030M 01 INV-TEXT-LINE.
01030N     05 filler                PIC X(04) VALUE SPACES.
01030O     05 INV-TEXT              PIC X(128).
01030P 01 WS-TERMS-EDIT             PIC ZZ9.
01030Q 01 WS-LIMIT-EDIT             PIC Z,ZZZ,ZZ9.99.
01030R 01 WS-BALANCE-EDIT           PIC ZZZ,ZZZ,ZZ9.99-.

001040 procedure division.
001050 PRG-BEGIN.
001080         input procedure is RELEASE-EXTENSIONS
001090             thru RELEASE-EXTENSIONS-EXIT
001100         giving SORTED-INVOICE-FILE
001101     open i-o CUSTOMER-MASTER
001102     if not CUST-OK
001103         display "*** CANNOT OPEN CUSTMAST - status "
001104             WS-CUST-STATUS " - job ABORTED ***"
001105         move 8 to RETURN-CODE
001106         stop run
001107     end-if
001108     perform LOAD-TAX-RATES
001110     open input SORTED-INVOICE-FILE
001115     perform OPEN-RECEIVABLES
001120     open output INVOICE-PRINT
001122     open extend REPORT-ARCHIVE
001124     if not RPTARCH-OK
001200     write PRINT-LINE from INV-TOTAL-LINE
001210         after advancing 2 lines
001212     perform ARCHIVE-INVOICE-LINE
001213     move "RUN SALES TAX     : " to INV-TOTAL-LABEL
001214     move WS-GRAND-TAX to INV-TOTAL-AMOUNT
001215     write PRINT-LINE from INV-TOTAL-LINE
001216         after advancing 1 line
001217     perform ARCHIVE-INVOICE-LINE
001220     display "-----------------------------------"
001230     display "Line items printed : " WS-LINE-COUNT
001240     display "Accounts invoiced  : " WS-ACCOUNT-COUNT
001250     move WS-GRAND-TOTAL to WS-BALANCE-EDIT
001251     display "Invoice total      : " WS-BALANCE-EDIT
001252     move WS-GRAND-TAX to WS-BALANCE-EDIT
001253     display "Sales tax total    : " WS-BALANCE-EDIT
001254     display "Credit review      : " WS-FLAGGED-COUNT
001255     if WS-FLAGGED-COUNT > 0
001256         display "*** Flagged invoices need credit review "
001257             "before mailing ***"
001258     end-if
001260     if TRAILER-SEEN
001270         move WS-RUN-TOTAL to WS-BALANCE-EDIT
001272         display "Run trailer total  : " WS-BALANCE-EDIT
001274         move WS-RUN-TAX to WS-BALANCE-EDIT
001276         display "Run trailer tax    : " WS-BALANCE-EDIT
001280         if WS-GRAND-TOTAL = WS-RUN-TOTAL
001285             and WS-GRAND-TAX = WS-RUN-TAX
001290             display "Balance            : TIES OUT"
001300         else
001310             display "Balance            : *** OUT OF "
001370             "not proven against the run ***"
001380         move 8 to RETURN-CODE
001390     end-if
001392     if POST-TO-RECEIVABLES
001394         perform CLOSE-RECEIVABLES
001396     end-if
001400     close SORTED-INVOICE-FILE
001410     close INVOICE-PRINT
001415     close REPORT-ARCHIVE
001416     close CUSTOMER-MASTER
001417     if WS-FLAGGED-COUNT > 0 and RETURN-CODE < 4
001418         move 4 to RETURN-CODE
001419     end-if
001420     stop run.

001430* details release into the sort; the trailer's balanced
001570     if MO-TRAILER-REC
001580         set TRAILER-SEEN to true
001590         move MO-GRAND-TOTAL to WS-RUN-TOTAL
001592         move MO-RECORD-COUNT to WS-RUN-COUNT
001594         move MO-TAX-TOTAL to WS-RUN-TAX
001600     else
001610         move MO-ACCOUNT to SW-ACCOUNT
001620         move MO-ITEM-CODE to SW-ITEM-CODE
001630         move MO-DESCRIPTION to SW-DESCRIPTION
001640         move MO-UNIT-OF-MEASURE to SW-UNIT-OF-MEASURE
001641         move MO-QUANTITY to SW-QUANTITY
001642         move MO-UNIT-PRICE to SW-UNIT-PRICE
001643         move MO-EXTENSION to SW-EXTENSION
001644         move MO-TAX-JURISDICTION to SW-TAX-JURISDICTION
001645         move MO-TAX-STATUS to SW-TAX-STATUS
001646         move MO-TAX-AMOUNT to SW-TAX-AMOUNT
001650         release SORT-WORK-RECORD
001652         add 1 to WS-RELEASED-COUNT
001654         add MO-EXTENSION to WS-RELEASED-TOTAL
001656         add MO-TAX-AMOUNT to WS-RELEASED-TAX
001660     end-if
001670     perform READ-EXTENSION.

001800         end-if
001810         move SI-ACCOUNT to WS-CURRENT-ACCOUNT
001820         move zeroes to WS-ACCOUNT-TOTAL
001821         move zeroes to WS-ACCOUNT-TAXABLE
001822         move zeroes to WS-ACCOUNT-EXEMPT
001823         move zeroes to WS-ACCOUNT-NONTAXABLE
001824         move zeroes to WS-ACCOUNT-TAX
001825         move SI-TAX-JURISDICTION to WS-ACCOUNT-JURISDICTION
001830         move "Y" to WS-SECTION-OPEN-SWITCH
001840         move SI-ACCOUNT to INV-HEADING-ACCOUNT
001841         if POST-TO-RECEIVABLES
001842             move AC-NEXT-ITEM to WS-INVOICE-NUMBER
001843             add 1 to AC-NEXT-ITEM
001844             move WS-INVOICE-NUMBER to INV-HEADING-NUMBER
001845         else
001846             move "REPRINT" to INV-HEADING-NUMBER
001847         end-if
001850         write PRINT-LINE from INV-HEADING-LINE
001860             after advancing page
001862         add 1 to WS-PAGE-COUNT
001864         perform ARCHIVE-INVOICE-LINE
001865         perform PRINT-BILL-TO-BLOCK
001866         write PRINT-LINE from INV-COLUMN-LINE
001867             after advancing 2 lines
001868         perform ARCHIVE-INVOICE-LINE
001870     end-if
001880     move SI-ITEM-CODE to INV-ITEM-CODE
001890     move SI-DESCRIPTION to INV-DESCRIPTION
001900     move SI-QUANTITY to INV-QUANTITY
001902     move SI-UNIT-OF-MEASURE to INV-UNIT-OF-MEASURE
001904     move SI-UNIT-PRICE to INV-UNIT-PRICE
001906     move SI-EXTENSION to INV-EXTENSION
001910     write PRINT-LINE from INV-DETAIL-LINE
001920         after advancing 1 line
001925     perform ARCHIVE-INVOICE-LINE
001930     add SI-EXTENSION to WS-ACCOUNT-TOTAL
001940     add SI-EXTENSION to WS-GRAND-TOTAL
01940A     evaluate true
01940B         when SI-TAXED
01940C             add SI-EXTENSION to WS-ACCOUNT-TAXABLE
01940D         when SI-TAX-EXEMPT
01940E             add SI-EXTENSION to WS-ACCOUNT-EXEMPT
01940F         when other
01940G             add SI-EXTENSION to WS-ACCOUNT-NONTAXABLE
01940H     end-evaluate
01940I     add SI-TAX-AMOUNT to WS-ACCOUNT-TAX
01940J     add SI-TAX-AMOUNT to WS-GRAND-TAX
001950     add 1 to WS-LINE-COUNT
001960     perform READ-SORTED-RECORD.

001970 CLOSE-ACCOUNT-INVOICE.
001980     add 1 to WS-ACCOUNT-COUNT
001990     compute WS-ACCOUNT-DUE = WS-ACCOUNT-TOTAL + WS-ACCOUNT-TAX
001995     move "  SUBTOTAL        : " to INV-TOTAL-LABEL
002000     move WS-ACCOUNT-TOTAL to INV-TOTAL-AMOUNT
002010     write PRINT-LINE from INV-TOTAL-LINE
002020         after advancing 2 lines
002025     perform ARCHIVE-INVOICE-LINE
02025A     perform PRINT-TAX-LINE
02025B     move "  INVOICE TOTAL   : " to INV-TOTAL-LABEL
02025C     move WS-ACCOUNT-DUE to INV-TOTAL-AMOUNT
02025D     write PRINT-LINE from INV-TOTAL-LINE
02025E         after advancing 1 line
02025F     perform ARCHIVE-INVOICE-LINE
02025G     perform CHECK-ACCOUNT-CREDIT
02025H     perform POST-OPEN-ITEM
002030     move "N" to WS-SECTION-OPEN-SWITCH.

002040* every printed line also lands on the report archive with
002120     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
002130     move PRINT-LINE to RP-PRINT-LINE
002140     write REPORT-ARCHIVE-RECORD.

002150* the bill-to block comes from the customer master; an
002160* account missing from it prints flagged rather than blank.
002170 PRINT-BILL-TO-BLOCK.
002180     move SI-ACCOUNT to CM-ACCOUNT
002190     read CUSTOMER-MASTER
002200         invalid key
002210             move "N" to WS-CUST-FOUND-SWITCH
002220         not invalid key
002230             move "Y" to WS-CUST-FOUND-SWITCH
002240     end-read
002250     if CUST-FOUND
002260         move CM-BILL-TO-NAME to INV-TEXT
002270         perform WRITE-TEXT-LINE
002280         move CM-ADDRESS-1 to INV-TEXT
002290         perform WRITE-TEXT-LINE
002300         if CM-ADDRESS-2 not = spaces
002310             move CM-ADDRESS-2 to INV-TEXT
002320             perform WRITE-TEXT-LINE
002330         end-if
002340         move spaces to INV-TEXT
002350         string CM-CITY delimited by "  "
002360             ", " delimited by size
002370             CM-STATE delimited by size
002380             "  " delimited by size
002390             CM-POSTAL-CODE delimited by size
002400             into INV-TEXT
002410         end-string
002420         perform WRITE-TEXT-LINE
002430         if CM-TERMS-DAYS = 0
002440             move "TERMS: DUE ON RECEIPT" to INV-TEXT
002450         else
002460             move CM-TERMS-DAYS to WS-TERMS-EDIT
002470             move spaces to INV-TEXT
002480             string "TERMS: NET " delimited by size
002490                 WS-TERMS-EDIT delimited by size
002500                 " DAYS" delimited by size
002510                 into INV-TEXT
002520             end-string
002530         end-if
002540     else
002550         move "*** ACCOUNT NOT ON CUSTMAST - no bill-to ***"
002560             to INV-TEXT
002570     end-if
002580     perform WRITE-TEXT-LINE.

002590* an invoice is flagged when the account is on credit hold,
002600* is unknown, or when its open balance plus this invoice
002610* passes the credit limit.
002620 CHECK-ACCOUNT-CREDIT.
002630     move spaces to INV-TEXT
002640     if not CUST-FOUND
002650         move "*** NO CUSTOMER RECORD - hold for review ***"
002660             to INV-TEXT
002670     else
002680         compute WS-BALANCE-AFTER =
002690             CM-OPEN-BALANCE + WS-ACCOUNT-DUE
002700         if CM-CREDIT-HOLD
002710             move spaces to INV-TEXT
002720             string "*** ACCOUNT ON CREDIT HOLD - "
002730                 "hold for credit review ***" delimited by size
002740                 into INV-TEXT
002750         else
002760             if WS-BALANCE-AFTER > CM-CREDIT-LIMIT
002770                 move CM-CREDIT-LIMIT to WS-LIMIT-EDIT
002780                 move WS-BALANCE-AFTER to WS-BALANCE-EDIT
002790                 string "*** OVER CREDIT LIMIT - limit "
002800                     delimited by size
002810                     WS-LIMIT-EDIT delimited by size
002820                     ", balance with invoice " delimited by size
002830                     WS-BALANCE-EDIT delimited by size
002840                     " ***" delimited by size
002850                     into INV-TEXT
002860                 end-string
002870             end-if
002880         end-if
002890     end-if
002900     if INV-TEXT not = spaces
002910         add 1 to WS-FLAGGED-COUNT
002920         display "Account " WS-CURRENT-ACCOUNT " " INV-TEXT
002930         write PRINT-LINE from INV-TEXT-LINE
002940             after advancing 2 lines
002950         perform ARCHIVE-INVOICE-LINE
002960     end-if.

002970 WRITE-TEXT-LINE.
002980     write PRINT-LINE from INV-TEXT-LINE
002990         after advancing 1 line
003000     perform ARCHIVE-INVOICE-LINE.

003010* the run posts to receivables only when its details prove to
003020* the MULTOUT trailer and the run is not the one ARCTL says
003030* was posted last -- a rerun reprints without posting twice.
003040 OPEN-RECEIVABLES.
003050     move "N" to WS-POST-SWITCH
003060     open input AR-CONTROL-FILE
003070     if ARCTL-OK
003080         read AR-CONTROL-FILE
003090             at end initialize AR-CONTROL-RECORD
003100         end-read
003110         close AR-CONTROL-FILE
003120     else
003130         initialize AR-CONTROL-RECORD
003140     end-if
003150     if AC-NEXT-ITEM = 0
003160         move 1 to AC-NEXT-ITEM
003170     end-if
003180     if not TRAILER-SEEN
003190         or WS-RELEASED-COUNT not = WS-RUN-COUNT
003200         or WS-RELEASED-TOTAL not = WS-RUN-TOTAL
003210         or WS-RELEASED-TAX not = WS-RUN-TAX
003220         display "*** MULTOUT does not prove - invoices print "
003230             "but are NOT posted to receivables ***"
003240     else
003250         if WS-RUN-COUNT = AC-LAST-INV-COUNT
003260             and WS-RUN-TOTAL = AC-LAST-INV-TOTAL
003270             display "*** MULTOUT run already posted to "
003280                 "receivables - REPRINT only ***"
003290         else
003300             open i-o CUSTOMER-ITEMS
003310             if not CUSTAR-OK
003320                 close CUSTOMER-ITEMS
003330                 open output CUSTOMER-ITEMS
003340                 close CUSTOMER-ITEMS
003350                 open i-o CUSTOMER-ITEMS
003360             end-if
003370             if CUSTAR-OK
003380                 set POST-TO-RECEIVABLES to true
003390                 open extend TAX-HISTORY-FILE
003400                 if not TAXHIST-OK
003410                     open output TAX-HISTORY-FILE
003420                 end-if
003430             else
003440                 display "*** CANNOT OPEN CUSTAR - status "
003450                     WS-CUSTAR-STATUS " - not posted ***"
003460                 move 8 to RETURN-CODE
003470             end-if
003480         end-if
003490     end-if.

003500* each invoice becomes an open item under the number printed
003510* on its heading and is added to the account's open balance.
003520* an account missing from CUSTMAST was already flagged for
003530* review and is not posted.
003540 POST-OPEN-ITEM.
003550     if POST-TO-RECEIVABLES
003560         if CUST-FOUND
003570             initialize CUSTOMER-ITEM-RECORD
003580             move WS-CURRENT-ACCOUNT to CI-ACCOUNT
003590             move WS-INVOICE-NUMBER to CI-ITEM-NUMBER
003600             set CI-INVOICE to true
003610             move WS-ARCH-RUN-DATE to CI-ITEM-DATE
003620             move WS-ARCH-RUN-DATE to CI-LAST-ACTIVITY-DATE
003630             move CM-TERMS-DAYS to CI-TERMS-DAYS
003640             move WS-ACCOUNT-DUE to CI-ORIGINAL-AMOUNT
003650             move WS-ACCOUNT-DUE to CI-OPEN-AMOUNT
003660             set CI-OPEN to true
003670             move "MULTINV" to CI-REFERENCE
003680             write CUSTOMER-ITEM-RECORD
003690                 invalid key
003700                     display "*** INVOICE " WS-INVOICE-NUMBER
003710                         " ALREADY ON CUSTAR - status "
003720                         WS-CUSTAR-STATUS " ***"
003730                     move 8 to RETURN-CODE
003740                 not invalid key
003750                     add WS-ACCOUNT-DUE to CM-OPEN-BALANCE
003760                     rewrite CUSTOMER-MASTER-RECORD
003770                     add 1 to WS-POSTED-COUNT
003780                     perform WRITE-TAX-HISTORY
003790             end-write
003800         else
003810             display "Account " WS-CURRENT-ACCOUNT " invoice "
003820                 WS-INVOICE-NUMBER " NOT posted to receivables"
003830         end-if
003840     end-if.

003850* ARCTL keeps the next item number and the run just posted.
003860 CLOSE-RECEIVABLES.
003870     close CUSTOMER-ITEMS
003880     close TAX-HISTORY-FILE
003890     move WS-RUN-COUNT to AC-LAST-INV-COUNT
003900     move WS-RUN-TOTAL to AC-LAST-INV-TOTAL
003910     move WS-ARCH-RUN-DATE to AC-LAST-INV-DATE
003920     open output AR-CONTROL-FILE
003930     write AR-CONTROL-RECORD
003940     close AR-CONTROL-FILE
003950     display "Receivable items   : " WS-POSTED-COUNT.

003960* the tax line names the jurisdiction the lines were taxed in.
003970* an exempt customer or an invoice with nothing taxable says so
003980* in place of the jurisdiction name.
003990 PRINT-TAX-LINE.
004000     move WS-ACCOUNT-JURISDICTION to INV-TAX-JURISDICTION
004010     move zeroes to INV-TAX-RATE
004020     evaluate true
004030         when WS-ACCOUNT-EXEMPT > 0
004040             move "EXEMPT CUSTOMER - NO TAX" to INV-TAX-NAME
004050         when WS-ACCOUNT-TAXABLE = 0
004060             move "NO TAXABLE ITEMS" to INV-TAX-NAME
004070         when other
004080             perform FIND-TAX-RATE
004090             if TAX-RATE-FOUND
004100                 move WS-TAX-NAME (WS-TAX-SUB) to INV-TAX-NAME
004110                 compute INV-TAX-RATE =
004120                     WS-TAX-RATE (WS-TAX-SUB) * 100
004130             else
004140                 move "JURISDICTION NOT ON TAXRATE"
004150                     to INV-TAX-NAME
004160             end-if
004170     end-evaluate
004180     move WS-ACCOUNT-TAX to INV-TAX-AMOUNT
004190     write PRINT-LINE from INV-TAX-LINE
004200         after advancing 1 line
004210     perform ARCHIVE-INVOICE-LINE.

004220* one TAXHIST record per posted invoice, for the monthly return.
004230 WRITE-TAX-HISTORY.
004240     move WS-ARCH-RUN-DATE to TH-INVOICE-DATE
004250     move WS-INVOICE-NUMBER to TH-INVOICE-NUMBER
004260     move WS-CURRENT-ACCOUNT to TH-ACCOUNT
004270     move WS-ACCOUNT-JURISDICTION to TH-JURISDICTION
004280     move WS-ACCOUNT-TAXABLE to TH-TAXABLE-SALES
004290     move WS-ACCOUNT-EXEMPT to TH-EXEMPT-SALES
004300     move WS-ACCOUNT-NONTAXABLE to TH-NONTAXABLE-SALES
004310     move WS-ACCOUNT-TAX to TH-TAX-AMOUNT
004320     move WS-ACCOUNT-DUE to TH-INVOICE-TOTAL
004330     write TAX-HISTORY-RECORD
004340     if not TAXHIST-OK
004350         display "*** TAXHIST WRITE FAILED - status "
004360             WS-TAXHIST-STATUS " invoice " WS-INVOICE-NUMBER
004370             " ***"
004380         move 8 to RETURN-CODE
004390     end-if.

004400* the rate table is only for printing here -- the tax itself was
004410* figured by the multiplication run -- so a missing TAXRATE is a
004420* warning, not a stop.
004430 LOAD-TAX-RATES.
004440     move zeroes to WS-TAX-COUNT
004450     open input TAX-RATE-FILE
004460     if TAXRATE-OK
004470         perform READ-TAX-RATE
004480         perform LOAD-ONE-TAX-RATE until TAXRATE-EOF
004490         close TAX-RATE-FILE
004500     else
004510         display "*** TAXRATE not available - status "
004520             WS-TAXRATE-STATUS " - tax lines print unnamed ***"
004530     end-if.

004540 READ-TAX-RATE.
004550     read TAX-RATE-FILE
004560         at end set TAXRATE-EOF to true
004570     end-read.

004580 LOAD-ONE-TAX-RATE.
004590     if WS-TAX-COUNT < WS-TAX-MAX
004600         add 1 to WS-TAX-COUNT
004610         move TX-JURISDICTION
004620             to WS-TAX-JURISDICTION (WS-TAX-COUNT)
004630         move TX-NAME to WS-TAX-NAME (WS-TAX-COUNT)
004640         move TX-RATE to WS-TAX-RATE (WS-TAX-COUNT)
004650     end-if
004660     perform READ-TAX-RATE.

004670 FIND-TAX-RATE.
004680     move "N" to WS-TAX-FOUND-SWITCH
004690     perform TEST-TAX-RATE
004700         varying WS-TAX-SUB from 1 by 1
004710         until WS-TAX-SUB > WS-TAX-COUNT
004720             or TAX-RATE-FOUND
004730     if TAX-RATE-FOUND
004740         subtract 1 from WS-TAX-SUB
004750     end-if.

004760 TEST-TAX-RATE.
004770     if WS-TAX-JURISDICTION (WS-TAX-SUB) = WS-ACCOUNT-JURISDICTION
004780         set TAX-RATE-FOUND to true
004790     end-if.
