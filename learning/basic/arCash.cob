000010 identification division.
000020 program-id. arCash.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- customer cash application against
000130*                   the CUSTAR open-item receivables file.  Reads
000140*                   the ARCASH deposit of customer payments, each
000150*                   naming the account and the invoice it pays,
000160*                   and proves the deposit against its trailer
000170*                   before anything is applied.  A payment reduces
000180*                   the named invoice's open amount, closing it
000190*                   when paid in full; a partial payment leaves
000200*                   the rest open.  Cash that pays more than the
000210*                   invoice, names no invoice, or names one not
000220*                   open for the account is held on CUSTAR as
000230*                   an unapplied-cash credit.  Every receipt
000240*                   comes off the CUSTMAST open balance.
000250*                   Payments from accounts not on CUSTMAST go to
000260*                   the ARREJ suspense file in the REJCOM layout.
000270*                   ARCTL keeps the last deposit applied so none
000280*                   applies twice; the ARJRNL journal proves
000290*                   applied, unapplied and rejected cash to the
000300*                   deposit and is captured to RPTARCH.
000310*****************************************************************

000320 environment division.
000330 input-output section.
000340 file-control.
000350     select CASH-DEPOSIT-FILE assign to "ARCASH"
000360         organization is sequential
000370         file status is WS-DEPOSIT-STATUS.
000380     select CUSTOMER-MASTER assign to "CUSTMAST"
000390         organization is indexed
000400         access mode is random
000410         record key is CM-ACCOUNT
000420         file status is WS-CUST-STATUS.
000430     select CUSTOMER-ITEMS assign to "CUSTAR"
000440         organization is indexed
000450         access mode is random
000460         record key is CI-KEY
000470         file status is WS-CUSTAR-STATUS.
000480     select AR-CONTROL-FILE assign to "ARCTL"
000490         organization is sequential
000500         file status is WS-ARCTL-STATUS.
000510     select CASH-REJECT-FILE assign to "ARREJ"
000520         organization is sequential
000530         file status is WS-REJECT-STATUS.
000540     select JOURNAL-PRINT assign to "ARJRNL"
000550         organization is sequential
000560         file status is WS-PRINT-STATUS.
000570     select REPORT-ARCHIVE assign to "RPTARCH"
000580         organization is sequential
000590         file status is WS-RPTARCH-STATUS.
000600     select RUN-LOG-FILE assign to "RUNLOG"
000610         organization is sequential
000620         file status is WS-RUNLOG-STATUS.
000630     select OPS-ERROR-LOG assign to "OPSLOG"
000640         organization is sequential
000650         file status is WS-OPSLOG-STATUS.
000660     select BUSINESS-DATE-FILE assign to "BIZDATE"
000670         organization is sequential
000680         file status is WS-BIZDT-STATUS.

000690 data division.
000700 file section.
000710 fd  CASH-DEPOSIT-FILE.
000720 01  CASH-DEPOSIT-RECORD.
000730     05 CD-RECORD-TYPE          PIC X(01).
000740         88 CD-HEADER-REC       VALUE "H".
000750         88 CD-DETAIL-REC       VALUE "D".
000760         88 CD-TRAILER-REC      VALUE "T".
000770     05 CD-DETAIL-DATA.
000780         10 CD-ACCOUNT          PIC X(06).
000790         10 CD-INVOICE-NUMBER   PIC 9(08).
000800         10 CD-AMOUNT           PIC 9(07)V9(02).
000810         10 CD-PAY-METHOD       PIC X(02).
000820             88 CD-METHOD-LEGAL VALUE "CA" "CK" "CC" "EF".
000830         10 CD-RECEIPT-NUMBER   PIC X(10).
000840     05 CD-HEADER-DATA REDEFINES CD-DETAIL-DATA.
000850         10 CD-DEPOSIT-DATE     PIC 9(08).
000860         10 CD-DEPOSIT-NUMBER   PIC X(10).
000870         10 FILLER              PIC X(17).
000880     05 CD-TRAILER-DATA REDEFINES CD-DETAIL-DATA.
000890         10 CD-RECORD-COUNT     PIC 9(06).
000900         10 CD-DEPOSIT-TOTAL    PIC 9(09)V9(02).
000910         10 FILLER              PIC X(18).

000920 fd  CUSTOMER-MASTER.
000930     copy CUSTMAST.

000940 fd  CUSTOMER-ITEMS.
000950     copy CUSTAR.

000960 fd  AR-CONTROL-FILE.
000970     copy ARCTL.

000980 fd  CASH-REJECT-FILE.
000990     copy REJCOM.

001000 fd  JOURNAL-PRINT.
001010 01  PRINT-LINE               PIC X(132).

001020 fd  REPORT-ARCHIVE.
001030     copy RPTARCH.

001040 fd  RUN-LOG-FILE.
001050     copy RUNSUM.

001060 fd  OPS-ERROR-LOG.
001070     copy OPSERR.

001080 fd  BUSINESS-DATE-FILE.
001090     copy BIZDATE.

001100 working-storage section.
001110 copy BIZDTWS.
001120 copy IOCHKWS.
001130 01 WS-DEPOSIT-STATUS        PIC X(02).
001140     88 DEPOSIT-OK           VALUE "00".
001150 01 WS-CUST-STATUS           PIC X(02).
001160     88 CUST-OK              VALUE "00".
001170 01 WS-CUSTAR-STATUS         PIC X(02).
001180     88 CUSTAR-OK            VALUE "00".
001190 01 WS-ARCTL-STATUS          PIC X(02).
001200     88 ARCTL-OK             VALUE "00".
001210 01 WS-REJECT-STATUS         PIC X(02).
001220     88 REJECT-OK            VALUE "00".
001230 01 WS-PRINT-STATUS          PIC X(02).
001240     88 PRINT-OK             VALUE "00".
001250 01 WS-RPTARCH-STATUS        PIC X(02).
001260     88 RPTARCH-OK           VALUE "00".
001270 01 WS-RUNLOG-STATUS         PIC X(02).
001280     88 RUNLOG-OK            VALUE "00".
001290 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
001300 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
001310     88 FILE-EOF             VALUE "Y".
001320 01 WS-HEADER-SWITCH         PIC X(01) VALUE "N".
001330     88 HEADER-SEEN          VALUE "Y".
001340 01 WS-TRAILER-SWITCH        PIC X(01) VALUE "N".
001350     88 TRAILER-SEEN         VALUE "Y".
001360 01 WS-ITEM-FOUND-SWITCH     PIC X(01) VALUE "N".
001370     88 ITEM-FOUND           VALUE "Y".
001380 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
001390 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
001400*
001410* the deposit as proved before anything is applied.
001420 01 WS-DEPOSIT-DATE          PIC 9(08) VALUE ZEROES.
001430 01 WS-DEPOSIT-NUMBER        PIC X(10) VALUE SPACES.
001440 01 WS-DEPOSIT-COUNT         PIC 9(06) VALUE ZEROES.
001450 01 WS-DEPOSIT-TOTAL         PIC 9(09)V99 VALUE ZEROES.
001460 01 WS-PROOF-COUNT           PIC 9(06) VALUE ZEROES.
001470 01 WS-PROOF-TOTAL           PIC 9(09)V99 VALUE ZEROES.
001480*
001490* run totals; applied, unapplied and rejected cash must add back
001500* to the deposit.
001510 01 WS-RECEIPTS-READ         PIC 9(06) VALUE ZEROES.
001520 01 WS-RECEIPTS-POSTED       PIC 9(06) VALUE ZEROES.
001530 01 WS-RECEIPTS-REJECTED     PIC 9(06) VALUE ZEROES.
001540 01 WS-INVOICES-CLOSED       PIC 9(06) VALUE ZEROES.
001550 01 WS-AMOUNT-READ           PIC 9(09)V99 VALUE ZEROES.
001560 01 WS-AMOUNT-APPLIED        PIC 9(09)V99 VALUE ZEROES.
001570 01 WS-AMOUNT-UNAPPLIED      PIC 9(09)V99 VALUE ZEROES.
001580 01 WS-AMOUNT-REJECTED       PIC 9(09)V99 VALUE ZEROES.
001590 01 WS-AMOUNT-ACCOUNTED      PIC 9(09)V99 VALUE ZEROES.
001600*
001610* one receipt being applied.
001620 01 WS-APPLIED               PIC 9(07)V99 VALUE ZEROES.
001630 01 WS-REMAINING             PIC 9(07)V99 VALUE ZEROES.
001640 01 WS-REJECT-REASON-CODE    PIC X(04) VALUE SPACES.
001650 01 WS-REJECT-REASON-TEXT    PIC X(30) VALUE SPACES.
001660*
001670* journal lines.
001680 01 JRN-HEADING-LINE.
001690     05 FILLER                PIC X(30) VALUE
001700         "GENERAL ACCOUNTING".
001710     05 FILLER                PIC X(34) VALUE
001720         "RECEIVABLES CASH APPLICATION".
001730     05 FILLER                PIC X(08) VALUE "DEPOSIT ".
001740     05 JRN-HEADING-DEPOSIT   PIC X(10).
001750     05 FILLER                PIC X(09) VALUE "   AS OF ".
001760     05 JRN-HEADING-DATE      PIC 9(08).
001770     05 FILLER                PIC X(08) VALUE "   PAGE ".
001780     05 JRN-HEADING-PAGE      PIC ZZZ9.
001790 01 JRN-COLUMN-LINE.
001800     05 FILLER                PIC X(40) VALUE
001810         "RECEIPT     ACCOUNT INVOICE  MTH".
001820     05 FILLER                PIC X(38) VALUE
001830         "AMOUNT        APPLIED      UNAPPLIED".
001840     05 FILLER                PIC X(42) VALUE
001850         "NOTE".
001860 01 JRN-DETAIL-LINE.
001870     05 JRN-RECEIPT-NUMBER    PIC X(10).
001880     05 FILLER                PIC X(02) VALUE SPACES.
001890     05 JRN-ACCOUNT           PIC X(06).
001900     05 FILLER                PIC X(02) VALUE SPACES.
001910     05 JRN-INVOICE           PIC X(08).
001920     05 FILLER                PIC X(02) VALUE SPACES.
001930     05 JRN-PAY-METHOD        PIC X(02).
001940     05 FILLER                PIC X(02) VALUE SPACES.
001950     05 JRN-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001960     05 FILLER                PIC X(03) VALUE SPACES.
001970     05 JRN-APPLIED           PIC Z,ZZZ,ZZ9.99.
001980     05 FILLER                PIC X(03) VALUE SPACES.
001990     05 JRN-UNAPPLIED         PIC Z,ZZZ,ZZ9.99.
002000     05 FILLER                PIC X(02) VALUE SPACES.
002010     05 JRN-NOTE              PIC X(40).
002020 01 JRN-TOTAL-LINE.
002030     05 FILLER                PIC X(20) VALUE SPACES.
002040     05 JRN-TOTAL-LABEL       PIC X(30).
002050     05 JRN-TOTAL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
002060     05 FILLER                PIC X(03) VALUE SPACES.
002070     05 JRN-TOTAL-COUNT       PIC ZZZ,ZZ9.
002080 01 JRN-MESSAGE-LINE.
002090     05 FILLER                PIC X(20) VALUE SPACES.
002100     05 JRN-MESSAGE           PIC X(80).

002110 procedure division.
002120 PRG-BEGIN.
002130     move "ARCASH" to IOC-PROGRAM
002140     accept WS-RUN-START-TIME from TIME
002150     perform ZB-GET-BUSINESS-DATE
002160     perform PROVE-DEPOSIT
002170     perform READ-AR-CONTROL
002180     if WS-DEPOSIT-NUMBER = AC-LAST-DEPOSIT
002185         and WS-DEPOSIT-NUMBER not = spaces
002190         display "*** DEPOSIT " WS-DEPOSIT-NUMBER
002195             " ALREADY APPLIED - nothing applied ***"
002210         move 4 to RETURN-CODE
002220         perform WRITE-RUN-SUMMARY
002230         stop run
002240     end-if
002250     perform OPEN-RECEIVABLES-FILES
002260     open output JOURNAL-PRINT
002270     open extend REPORT-ARCHIVE
002280     if not RPTARCH-OK
002290         open output REPORT-ARCHIVE
002300     end-if
002310     perform PRINT-JOURNAL-HEADING
002320     move "N" to WS-EOF-SWITCH
002330     open input CASH-DEPOSIT-FILE
002340     perform READ-DEPOSIT-RECORD
002350     perform READ-DEPOSIT-RECORD
002360     perform APPLY-ONE-RECEIPT
002370         until FILE-EOF or CD-TRAILER-REC
002380     close CASH-DEPOSIT-FILE
002390     perform PRINT-JOURNAL-TOTALS
002400     close CUSTOMER-MASTER
002410     close CUSTOMER-ITEMS
002420     close CASH-REJECT-FILE
002430     close JOURNAL-PRINT
002440     close REPORT-ARCHIVE
002450     perform WRITE-AR-CONTROL
002460     display "-----------------------------------"
002470     display "Deposit            : " WS-DEPOSIT-NUMBER
002480     display "Receipts read      : " WS-RECEIPTS-READ
002490     display "Receipts applied   : " WS-RECEIPTS-POSTED
002500     display "Receipts rejected  : " WS-RECEIPTS-REJECTED
002510     display "Invoices paid off  : " WS-INVOICES-CLOSED
002520     if WS-AMOUNT-ACCOUNTED not = WS-DEPOSIT-TOTAL
002530         display "*** CASH APPLIED DOES NOT TIE TO THE "
002535             "DEPOSIT ***"
002540         move 8 to RETURN-CODE
002550     else
002560         if WS-RECEIPTS-REJECTED > 0
002570             move 4 to RETURN-CODE
002580         end-if
002590     end-if
002600     perform WRITE-RUN-SUMMARY
002610     stop run.

002620* the whole deposit is counted against its trailer first; one that
002630* does not prove is sent back without a receipt applied.
002640 PROVE-DEPOSIT.
002650     move "N" to WS-EOF-SWITCH
002660     open input CASH-DEPOSIT-FILE
002670     if not DEPOSIT-OK
002680         display "No ARCASH deposit tonight - no payments applied"
002690         perform WRITE-RUN-SUMMARY
002700         stop run
002710     end-if
002720     perform READ-DEPOSIT-RECORD
002730     if not FILE-EOF and CD-HEADER-REC
002740         set HEADER-SEEN to true
002750         move CD-DEPOSIT-DATE to WS-DEPOSIT-DATE
002760         move CD-DEPOSIT-NUMBER to WS-DEPOSIT-NUMBER
002770         perform READ-DEPOSIT-RECORD
002780     end-if
002790     perform PROVE-ONE-RECEIPT
002800         until FILE-EOF or CD-TRAILER-REC
002810     if not FILE-EOF and CD-TRAILER-REC
002820         set TRAILER-SEEN to true
002830         move CD-RECORD-COUNT to WS-DEPOSIT-COUNT
002840         move CD-DEPOSIT-TOTAL to WS-DEPOSIT-TOTAL
002850     end-if
002860     close CASH-DEPOSIT-FILE
002870     if not HEADER-SEEN or not TRAILER-SEEN
002880         or WS-PROOF-COUNT not = WS-DEPOSIT-COUNT
002890         or WS-PROOF-TOTAL not = WS-DEPOSIT-TOTAL
002900         display "*** ARCASH DEPOSIT DOES NOT PROVE TO ITS "
002905             "TRAILER "
002910             "- nothing applied, job ABORTED ***"
002920         display "Receipts counted   : " WS-PROOF-COUNT
002930             "  trailer " WS-DEPOSIT-COUNT
002940         display "Amount counted     : " WS-PROOF-TOTAL
002950             "  trailer " WS-DEPOSIT-TOTAL
002960         move 8 to RETURN-CODE
002970         perform WRITE-RUN-SUMMARY
002980         stop run
002990     end-if.

003000 PROVE-ONE-RECEIPT.
003010     add 1 to WS-PROOF-COUNT
003020     add CD-AMOUNT to WS-PROOF-TOTAL
003030     perform READ-DEPOSIT-RECORD.

003040 READ-DEPOSIT-RECORD.
003050     read CASH-DEPOSIT-FILE
003060         at end set FILE-EOF to true
003070     end-read.

003080* ARCTL gives the next open-item number and the last deposit
003090* applied.  A missing ARCTL starts the numbering at one.
003100 READ-AR-CONTROL.
003110     open input AR-CONTROL-FILE
003120     if ARCTL-OK
003130         read AR-CONTROL-FILE
003140             at end initialize AR-CONTROL-RECORD
003150         end-read
003160         close AR-CONTROL-FILE
003170     else
003180         initialize AR-CONTROL-RECORD
003190     end-if
003200     if AC-NEXT-ITEM = 0
003210         move 1 to AC-NEXT-ITEM
003220     end-if.

003230 OPEN-RECEIVABLES-FILES.
003240     open i-o CUSTOMER-MASTER
003250     if not CUST-OK
003260         display "*** CANNOT OPEN CUSTMAST - status "
003270             WS-CUST-STATUS " - job ABORTED ***"
003280         move 8 to RETURN-CODE
003290         stop run
003300     end-if
003310     open i-o CUSTOMER-ITEMS
003320     if not CUSTAR-OK
003330         close CUSTOMER-ITEMS
003340         open output CUSTOMER-ITEMS
003350         close CUSTOMER-ITEMS
003360         open i-o CUSTOMER-ITEMS
003370     end-if
003380     if not CUSTAR-OK
003390         display "*** CANNOT OPEN CUSTAR - status "
003400             WS-CUSTAR-STATUS " - job ABORTED ***"
003410         move 8 to RETURN-CODE
003420         stop run
003430     end-if
003440     open extend CASH-REJECT-FILE
003450     if not REJECT-OK
003460         open output CASH-REJECT-FILE
003470     end-if.

003480* a receipt from an account CUSTMAST does not know cannot be put
003490* anywhere and goes to suspense; every other receipt is applied.
003500 APPLY-ONE-RECEIPT.
003510     add 1 to WS-RECEIPTS-READ
003520     add CD-AMOUNT to WS-AMOUNT-READ
003530     move CD-RECEIPT-NUMBER to JRN-RECEIPT-NUMBER
003540     move CD-ACCOUNT to JRN-ACCOUNT
003550     move CD-INVOICE-NUMBER to JRN-INVOICE
003560     move CD-PAY-METHOD to JRN-PAY-METHOD
003570     move CD-AMOUNT to JRN-AMOUNT
003580     move zeroes to JRN-APPLIED
003590     move zeroes to JRN-UNAPPLIED
003600     move spaces to JRN-NOTE
003610     move spaces to WS-REJECT-REASON-CODE
003620     move CD-ACCOUNT to CM-ACCOUNT
003630     read CUSTOMER-MASTER
003640         invalid key
003650             move "ARC1" to WS-REJECT-REASON-CODE
003660             move "Account not on CUSTMAST" to
003670                 WS-REJECT-REASON-TEXT
003680     end-read
003690     if WS-REJECT-REASON-CODE = spaces
003700         and CD-AMOUNT = zeroes
003710         move "ARC2" to WS-REJECT-REASON-CODE
003720         move "Receipt for no amount" to WS-REJECT-REASON-TEXT
003730     end-if
003740     if WS-REJECT-REASON-CODE = spaces
003750         and not CD-METHOD-LEGAL
003760         move "ARC3" to WS-REJECT-REASON-CODE
003770         move "Unknown payment method" to WS-REJECT-REASON-TEXT
003780     end-if
003790     if WS-REJECT-REASON-CODE = spaces
003800         perform APPLY-PAYMENT
003810     else
003820         perform REJECT-RECEIPT
003830     end-if
003840     write PRINT-LINE from JRN-DETAIL-LINE
003850         after advancing 1 line
003860     perform ARCHIVE-PRINT-LINE
003870     perform READ-DEPOSIT-RECORD.

003880* the payment goes to the invoice it names, up to what is still
003890* open on it; whatever is left over is held as unapplied cash.
003900* the whole receipt comes off the account's open balance either
003910* way.
003920 APPLY-PAYMENT.
003930     move CD-AMOUNT to WS-REMAINING
003940     move zeroes to WS-APPLIED
003950     if CD-INVOICE-NUMBER = zeroes
003960         move "NO INVOICE NAMED - HELD UNAPPLIED" to JRN-NOTE
003970     else
003980         move CD-ACCOUNT to CI-ACCOUNT
003990         move CD-INVOICE-NUMBER to CI-ITEM-NUMBER
004000         read CUSTOMER-ITEMS
004010             invalid key
004020                 move "N" to WS-ITEM-FOUND-SWITCH
004030             not invalid key
004040                 move "Y" to WS-ITEM-FOUND-SWITCH
004050         end-read
004060         if ITEM-FOUND and CI-INVOICE and CI-OPEN
004070             perform APPLY-TO-INVOICE
004080         else
004090             move "INVOICE NOT OPEN FOR ACCOUNT - UNAPPLIED"
004100                 to JRN-NOTE
004110         end-if
004120     end-if
004130     if WS-REMAINING > 0
004140         perform WRITE-UNAPPLIED-ITEM
004150     end-if
004160     subtract CD-AMOUNT from CM-OPEN-BALANCE
004170     rewrite CUSTOMER-MASTER-RECORD
004180     move WS-CUST-STATUS to IOC-STATUS
004190     move "CUSTMAST" to IOC-FILE-NAME
004200     perform ZZ-CHECK-WRITE
004210     add 1 to WS-RECEIPTS-POSTED
004220     add WS-APPLIED to WS-AMOUNT-APPLIED
004230     add WS-REMAINING to WS-AMOUNT-UNAPPLIED
004240     move WS-APPLIED to JRN-APPLIED
004250     move WS-REMAINING to JRN-UNAPPLIED.

004260 APPLY-TO-INVOICE.
004270     if WS-REMAINING > CI-OPEN-AMOUNT
004280         move CI-OPEN-AMOUNT to WS-APPLIED
004290         move "OVERPAYMENT - BALANCE HELD UNAPPLIED" to JRN-NOTE
004300     else
004310         move WS-REMAINING to WS-APPLIED
004320     end-if
004330     add WS-APPLIED to CI-APPLIED-AMOUNT
004340     subtract WS-APPLIED from CI-OPEN-AMOUNT
004350     subtract WS-APPLIED from WS-REMAINING
004360     move BDT-BUSINESS-DATE to CI-LAST-ACTIVITY-DATE
004370     if CI-OPEN-AMOUNT = 0
004380         set CI-CLOSED to true
004390         add 1 to WS-INVOICES-CLOSED
004400         if JRN-NOTE = spaces
004410             move "INVOICE PAID IN FULL" to JRN-NOTE
004420         end-if
004430     else
004440         move "PARTIAL PAYMENT - INVOICE STAYS OPEN" to JRN-NOTE
004450     end-if
004460     rewrite CUSTOMER-ITEM-RECORD
004470     move WS-CUSTAR-STATUS to IOC-STATUS
004480     move "CUSTAR" to IOC-FILE-NAME
004490     perform ZZ-CHECK-WRITE.

004500* unapplied cash is an open credit item of its own, numbered from
004510* ARCTL and carrying the receipt number, until it is applied.
004520 WRITE-UNAPPLIED-ITEM.
004530     initialize CUSTOMER-ITEM-RECORD
004540     move CD-ACCOUNT to CI-ACCOUNT
004550     move AC-NEXT-ITEM to CI-ITEM-NUMBER
004560     add 1 to AC-NEXT-ITEM
004570     set CI-UNAPPLIED-CASH to true
004580     move BDT-BUSINESS-DATE to CI-ITEM-DATE
004590     move BDT-BUSINESS-DATE to CI-LAST-ACTIVITY-DATE
004600     move WS-REMAINING to CI-ORIGINAL-AMOUNT
004610     move WS-REMAINING to CI-OPEN-AMOUNT
004620     set CI-OPEN to true
004630     move CD-RECEIPT-NUMBER to CI-REFERENCE
004640     write CUSTOMER-ITEM-RECORD
004650     move WS-CUSTAR-STATUS to IOC-STATUS
004660     move "CUSTAR" to IOC-FILE-NAME
004670     perform ZZ-CHECK-WRITE.

004680* the receipt goes to suspense with the invoice number and amount
004690* as keyed and the account in the reason, so it can be applied by
004700* hand once the account is set up.
004710 REJECT-RECEIPT.
004720     add 1 to WS-RECEIPTS-REJECTED
004730     add CD-AMOUNT to WS-AMOUNT-REJECTED
004740     string "*** REJECTED " WS-REJECT-REASON-CODE " "
004750         WS-REJECT-REASON-TEXT
004760         delimited by size into JRN-NOTE
004770     move spaces to REJ-SUSPENSE-RECORD
004780     move "ARCASH" to REJ-SOURCE-PROGRAM
004790     move CD-INVOICE-NUMBER to REJ-INPUT-1
004800     move CD-AMOUNT to REJ-INPUT-2
004810     move WS-REJECT-REASON-CODE to REJ-REASON-CODE
004820     move spaces to REJ-REASON-TEXT
004830     string WS-REJECT-REASON-TEXT delimited by "  "
004840         " " CD-ACCOUNT delimited by size
004850         into REJ-REASON-TEXT
004860     move BDT-BUSINESS-DATE to REJ-POST-DATE
004870     move "BATCH" to REJ-OPERATOR
004880     move "O" to REJ-STATUS
004890     move zeroes to REJ-RESOLVED-DATE
004900     write REJ-SUSPENSE-RECORD
004910     move WS-REJECT-STATUS to IOC-STATUS
004920     move "ARREJ" to IOC-FILE-NAME
004930     perform ZZ-CHECK-WRITE.

004940 PRINT-JOURNAL-HEADING.
004950     add 1 to WS-PAGE-COUNT
004960     move WS-DEPOSIT-NUMBER to JRN-HEADING-DEPOSIT
004970     move BDT-BUSINESS-DATE to JRN-HEADING-DATE
004980     move WS-PAGE-COUNT to JRN-HEADING-PAGE
004990     write PRINT-LINE from JRN-HEADING-LINE
005000         after advancing page
005010     perform ARCHIVE-PRINT-LINE
005020     write PRINT-LINE from JRN-COLUMN-LINE
005030         after advancing 2 lines
005040     perform ARCHIVE-PRINT-LINE.

005050* applied, unapplied and rejected cash must add back to the
005060* deposit trailer.
005070 PRINT-JOURNAL-TOTALS.
005080     move "RECEIPTS ON DEPOSIT" to JRN-TOTAL-LABEL
005090     move WS-DEPOSIT-TOTAL to JRN-TOTAL-AMOUNT
005100     move WS-DEPOSIT-COUNT to JRN-TOTAL-COUNT
005110     write PRINT-LINE from JRN-TOTAL-LINE
005120         after advancing 2 lines
005130     perform ARCHIVE-PRINT-LINE
005140     move "APPLIED TO INVOICES" to JRN-TOTAL-LABEL
005150     move WS-AMOUNT-APPLIED to JRN-TOTAL-AMOUNT
005160     move WS-INVOICES-CLOSED to JRN-TOTAL-COUNT
005170     perform PRINT-TOTAL-LINE
005180     move "HELD AS UNAPPLIED CASH" to JRN-TOTAL-LABEL
005190     move WS-AMOUNT-UNAPPLIED to JRN-TOTAL-AMOUNT
005200     move zeroes to JRN-TOTAL-COUNT
005210     perform PRINT-TOTAL-LINE
005220     move "REJECTED TO ARREJ" to JRN-TOTAL-LABEL
005230     move WS-AMOUNT-REJECTED to JRN-TOTAL-AMOUNT
005240     move WS-RECEIPTS-REJECTED to JRN-TOTAL-COUNT
005250     perform PRINT-TOTAL-LINE
005260     compute WS-AMOUNT-ACCOUNTED = WS-AMOUNT-APPLIED
005270         + WS-AMOUNT-UNAPPLIED + WS-AMOUNT-REJECTED
005280     if WS-AMOUNT-ACCOUNTED = WS-DEPOSIT-TOTAL
005290         move "Cash applied ties to the deposit" to JRN-MESSAGE
005300     else
005310         move "*** CASH APPLIED DOES NOT TIE TO THE DEPOSIT ***"
005320             to JRN-MESSAGE
005330     end-if
005340     write PRINT-LINE from JRN-MESSAGE-LINE
005350         after advancing 2 lines
005360     perform ARCHIVE-PRINT-LINE.

005370 PRINT-TOTAL-LINE.
005380     write PRINT-LINE from JRN-TOTAL-LINE
005390         after advancing 1 line
005400     perform ARCHIVE-PRINT-LINE.

005410* ARCTL keeps the next item number and this deposit as applied.
005420 WRITE-AR-CONTROL.
005430     move WS-DEPOSIT-NUMBER to AC-LAST-DEPOSIT
005440     open output AR-CONTROL-FILE
005450     write AR-CONTROL-RECORD
005460     move WS-ARCTL-STATUS to IOC-STATUS
005470     move "ARCTL" to IOC-FILE-NAME
005480     perform ZZ-CHECK-WRITE
005490     close AR-CONTROL-FILE.

005500* every journal line also lands on the report archive by page,
005510* so rptReprint can reproduce a lost journal.
005520 ARCHIVE-PRINT-LINE.
005530     move "ARJRNL  " to RP-REPORT-NAME
005540     move BDT-BUSINESS-DATE to RP-RUN-DATE
005550     move WS-PAGE-COUNT to RP-PAGE
005560     add 1 to WS-ARCH-LINE-SEQ
005570     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
005580     move PRINT-LINE to RP-PRINT-LINE
005590     write REPORT-ARCHIVE-RECORD
005600     move WS-RPTARCH-STATUS to IOC-STATUS
005610     move "RPTARCH" to IOC-FILE-NAME
005620     perform ZZ-CHECK-WRITE.

005630* one standard record per run to the shared RUNLOG operations
005640* file, for the night-end opsReport.
005650 WRITE-RUN-SUMMARY.
005660     open extend RUN-LOG-FILE
005670     if not RUNLOG-OK
005680         open output RUN-LOG-FILE
005690     end-if
005700     move "ARCASH" to RS-PROGRAM
005710     move BDT-BUSINESS-DATE to RS-RUN-DATE
005720     accept RS-RUN-TIME from TIME
005730     move WS-RUN-START-TIME to RS-START-TIME
005740     move WS-RECEIPTS-READ to RS-RECORDS-READ
005750     move WS-RECEIPTS-POSTED to RS-RECORDS-POSTED
005760     move WS-RECEIPTS-REJECTED to RS-RECORDS-REJECTED
005770     if RETURN-CODE < 8
005780         move "BALANCED" to RS-CONTROL-STATUS
005790     else
005800         move "OUTOFBAL" to RS-CONTROL-STATUS
005810     end-if
005820     write RUN-SUMMARY-RECORD
005830     close RUN-LOG-FILE.

005840*****************************************************************
005850* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005860*****************************************************************
005870     copy IOCHKPRC.

005880*****************************************************************
005890* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005900*****************************************************************
005910     copy BIZDTPRC.
