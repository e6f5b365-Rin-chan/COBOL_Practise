000300*                   the MULTOUT output file with its inputs so
000310*                   the billing system loads the run instead of
000320*                   reading DISPLAY lines.
00320A* 2026-10-15   mfc  batch detail is checked against the new
00320B*                   CUSTMAST customer master; an unknown or closed
00320C*                   MT-ACCOUNT goes to the MULTREJ suspense file
00320D*                   (REJCOM layout).  The MULTOUT trailer counts
00320E*                   only the extensions written.
00320F* 2026-10-15   mfc  MULTRAN detail carries an item code and
00320G*                   quantity.  The unit price comes from the new
00320H*                   PRODMAST product master with its quantity
00320I*                   breaks; unknown or inactive items go to
00320J*                   MULTREJ.  MULTOUT carries the item, price,
00320K*                   quantity and extension.  The MULTRAN
00320L*                   hash total is the sum of the quantities.
00320M* 2026-10-15   mfc  each priced line is taxed at the TAXRATE
00320N*                   rate of the customer's jurisdiction unless
00320O*                   the item is not taxable or the customer is
00320P*                   exempt; no active rate goes to MULTREJ.
00320Q*                   MULTOUT detail carries the jurisdiction, tax
00320R*                   status and line tax, its trailer the total.
00320S* 2026-10-15   mfc  batch mode checks MULTRAN against the FEEDREG
00320T*                   processed-feed registry before MULTOUT is
00320U*                   opened; a count and hash already billed is
00320V*                   refused return code 8.  Run-card position 4 Y
00320W*                   asks for a repost (operator level 2, logged to
00320X*                   OPSLOG).  Every batch run that bills registers
00320Y*                   its feed.
000330*****************************************************************

000340 environment division.
000430     select OPS-ERROR-LOG assign to "OPSLOG"
000440         organization is sequential
000450         file status is WS-OPSLOG-STATUS.
000451     select TAX-RATE-FILE assign to "TAXRATE"
000452         organization is sequential
000453         file status is WS-TAXRATE-STATUS.
000454     select PRODUCT-MASTER assign to "PRODMAST"
000455         organization is indexed
000456         access mode is random
000457         record key is PM-ITEM-CODE
000458         file status is WS-PROD-STATUS.
000460     select RUN-LOG-FILE assign to "RUNLOG"
000470         organization is sequential
000480         file status is WS-RUNLOG-STATUS.
000482     select BUSINESS-DATE-FILE assign to "BIZDATE"
000484         organization is sequential
000486         file status is WS-BIZDT-STATUS.
00486A     select CUSTOMER-MASTER assign to "CUSTMAST"
00486B         organization is indexed
00486C         access mode is random
00486D         record key is CM-ACCOUNT
00486E         file status is WS-CUST-STATUS.
00486F     select MULT-REJECT-FILE assign to "MULTREJ"
00486G         organization is sequential
00486H         file status is WS-REJ-STATUS.
00486I     select FEED-REGISTRY assign to "FEEDREG"
00486J         organization is sequential
00486K         file status is WS-FEEDREG-STATUS.
00486L     select OPERATOR-MASTER assign to "OPERMAST"
00486M         organization is sequential
00486N         file status is WS-OPER-STATUS.

000490 data division.
000500 file section.
000540         88 MT-DETAIL-REC     VALUE "D" " ".
000550         88 MT-TRAILER-REC    VALUE "T".
000560     05 MT-DETAIL-DATA.
000570         10 MT-ITEM-CODE      PIC X(08).
000580         10 MT-QUANTITY       PIC 9(05).
000590         10 MT-ACCOUNT        PIC X(06).
000600     05 MT-TRAILER-DATA REDEFINES MT-DETAIL-DATA.
000610         10 MT-RECORD-COUNT   PIC 9(05).
000620         10 MT-HASH-TOTAL     PIC 9(07).
000625         10 FILLER            PIC X(07).

000630 fd  EXTENDED-OUTPUT-FILE.
000640 01  EXTENDED-RECORD.
000646         88 MO-TRAILER-REC    VALUE "T".
000648     05 MO-DETAIL-DATA.
000649         10 MO-ACCOUNT        PIC X(06).
000650         10 MO-ITEM-CODE      PIC X(08).
000660         10 MO-DESCRIPTION    PIC X(30).
000670         10 MO-UNIT-OF-MEASURE PIC X(04).
00670A         10 MO-QUANTITY       PIC 9(05).
00670B         10 MO-UNIT-PRICE     PIC 9(05)V9(02).
00670C         10 MO-EXTENSION      PIC 9(07)V9(02).
00670D         10 MO-TAX-JURISDICTION PIC X(04).
00670E         10 MO-TAX-STATUS     PIC X(01).
00670F             88 MO-TAXED      VALUE "T".
00670G             88 MO-TAX-EXEMPT VALUE "X".
00670H             88 MO-NOT-TAXABLE VALUE "N".
00670I         10 MO-TAX-AMOUNT     PIC 9(07)V9(02).
000672     05 MO-TRAILER-DATA REDEFINES MO-DETAIL-DATA.
000674         10 MO-RECORD-COUNT   PIC 9(05).
000676         10 MO-GRAND-TOTAL    PIC 9(09)V9(02).
000678         10 MO-TAX-TOTAL      PIC 9(09)V9(02).
000679         10 FILLER            PIC X(56).

000680 fd  RUN-LOG-FILE.
000690     copy RUNSUM.

000692 fd  PRODUCT-MASTER.
000694     copy PRODMAST.

000696 fd  TAX-RATE-FILE.
000698     copy TAXRATE.

000700 fd  OPS-ERROR-LOG.
000710     copy OPSERR.

000711 fd  BUSINESS-DATE-FILE.
000715     copy BIZDATE.

00715A fd  CUSTOMER-MASTER.
00715B     copy CUSTMAST.

00715C fd  MULT-REJECT-FILE.
00715D     copy REJCOM.

00715E fd  FEED-REGISTRY.
00715F     copy FEEDREG.

00715G fd  OPERATOR-MASTER.
00715H     copy OPERMAST.

000720     working-storage section.
000725     copy BIZDTWS.
000730     01 WS-NUM1 PIC 9(3).
000840     01 WS-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
000850         88 TRAN-EOF           VALUE "Y".
000860     01 WS-PAIR-COUNT          PIC 9(05) VALUE ZEROES.
000870     01 WS-GRAND-TOTAL         PIC 9(09)V9(02) VALUE ZEROES.
000880     01 WS-HASH-TOTAL          PIC 9(07) VALUE ZEROES.
000890     01 WS-OUT-STATUS          PIC X(02).
000900         88 OUT-OK             VALUE "00".
000925     01 WS-RUN-START-TIME     PIC 9(08) VALUE ZEROES.
000930     01 WS-CONTROL-RESULT      PIC X(08) VALUE "BALANCED".
000940     01 WS-RUN-PARM            PIC X(08).
00940A     01 WS-PROD-STATUS         PIC X(02).
00940B         88 PROD-OK            VALUE "00".
00940C     01 WS-UNIT-PRICE          PIC 9(05)V9(02) VALUE ZEROES.
00940D     01 WS-EXTENSION           PIC 9(07)V9(02) VALUE ZEROES.
00940E     01 WS-BREAK-SUB           PIC 9(01) VALUE ZERO.
00940F     01 WS-TAXRATE-STATUS      PIC X(02).
00940G         88 TAXRATE-OK         VALUE "00".
00940H     01 WS-TAXRATE-EOF-SWITCH  PIC X(01) VALUE "N".
00940I         88 TAXRATE-EOF        VALUE "Y".
00940J     01 WS-TAX-FOUND-SWITCH    PIC X(01) VALUE "N".
00940K         88 TAX-RATE-FOUND     VALUE "Y".
00940L     01 WS-TAX-AMOUNT          PIC 9(07)V9(02) VALUE ZEROES.
00940M     01 WS-TAX-TOTAL           PIC 9(09)V9(02) VALUE ZEROES.
00940N     01 WS-LINE-TAX-STATUS     PIC X(01) VALUE SPACE.
00940O*
00940P* the active TAXRATE jurisdictions, loaded whole for the run.
00940Q     01 WS-TAX-MAX             PIC 9(02) VALUE 50.
00940R     01 WS-TAX-COUNT           PIC 9(02) VALUE ZEROES.
00940S     01 WS-TAX-TABLE.
00940T         05 WS-TAX-ENTRY       OCCURS 50 TIMES.
00940U             10 WS-TAX-JURISDICTION PIC X(04).
00940V             10 WS-TAX-RATE    PIC 9(01)V9(05).
00940W     01 WS-TAX-SUB             PIC 9(02) VALUE ZEROES.
000950     copy IOCHKWS.
000951     copy FREGWS.
000952     copy OPERWS.
000953     01 WS-CUST-STATUS         PIC X(02).
000954         88 CUST-OK            VALUE "00".
000955     01 WS-REJ-STATUS          PIC X(02).
000956         88 REJ-FILE-OK        VALUE "00".
000960     01 WS-EMPTY-OVERRIDE      PIC X(01) VALUE "N".
000970         88 EMPTY-INPUT-ALLOWED VALUE "Y" "y".
000971     01 WS-POSTED-COUNT        PIC 9(05) VALUE ZEROES.
000972     01 WS-REJECT-COUNT        PIC 9(05) VALUE ZEROES.
000973     01 WS-REJECT-TEXT         PIC X(30).
000974     01 WS-REJECT-NOUN         PIC X(08).
000975     01 WS-REJECT-KEY          PIC X(08).
000976     01 WS-REJECT-WHY          PIC X(16).

000980 procedure division.
000990 PRG-BEGIN.
001003     accept WS-RUN-START-TIME from TIME
001006     perform ZB-GET-BUSINESS-DATE
001010* run-parameter card: position 1 mode, position 3 the
001020* empty-input override, position 4 the repost override (Y) for a
001025* feed already on the registry.
001030     display "Enter run parameters (mode card):"
001040     accept WS-RUN-PARM
001050     move WS-RUN-PARM (1:1) to WS-RUN-MODE
001060     move WS-RUN-PARM (3:1) to WS-EMPTY-OVERRIDE
001065     move WS-RUN-PARM (4:1) to FRG-REPOST-FLAG
001070     if not SINGLE-MODE and not TABLE-MODE
001080         and not BATCH-MODE
001090         display "*** INVALID OR MISSING RUN PARAMETER '"
001380     display WS-NUM1 " x " WS-MULTIPLIER " = " WS-RESULT.

001390 BATCH-MULTIPLY-JOB.
01390A     perform IDENTIFY-MULT-FEED
01390B     if FRG-REPOST-REQUESTED
01390C         display "Repost requested - enter operator ID:"
01390D         perform ZY-OPERATOR-SIGNON
01390E         move OPR-OPERATOR-ID to FRG-OPERATOR
01390F         move OPR-AUTH-LEVEL to FRG-AUTH-LEVEL
01390G     end-if
01390H     perform ZF-CHECK-FEED-REGISTRY
01390I     if FRG-FEED-REFUSED
01390J         goback
01390K     end-if
001400     move "N" to WS-TRAN-EOF-SWITCH
001410     move zeroes to WS-PAIR-COUNT
001420     move zeroes to WS-GRAND-TOTAL
001430     move zeroes to WS-HASH-TOTAL
01430A     move zeroes to WS-POSTED-COUNT
01430B     move zeroes to WS-REJECT-COUNT
01430C     move zeroes to WS-TAX-TOTAL
01430D     open input CUSTOMER-MASTER
01430E     if not CUST-OK
01430F         display "*** CANNOT OPEN CUSTMAST - status "
01430G             WS-CUST-STATUS " - job ABORTED ***"
01430H         move 8 to RETURN-CODE
01430I         goback
01430J     end-if
01430K     open extend MULT-REJECT-FILE
01430L     if not REJ-FILE-OK
01430M         open output MULT-REJECT-FILE
01430N     end-if
01430O     perform OPEN-PRODUCT-MASTER
01430P     perform LOAD-TAX-RATES
001440     open input MULT-TRANSACTION-FILE
001450     if not TRAN-OK
001460         display "*** CANNOT OPEN MULTRAN - status "
001670         move "OUTOFBAL" to WS-CONTROL-RESULT
001680     end-if
001690     display "-----------------------------------"
001700     display "Details read    : " WS-PAIR-COUNT
001702     display "Details extended: " WS-POSTED-COUNT
001704     display "Details rejected: " WS-REJECT-COUNT
001710     display "Grand total     : " WS-GRAND-TOTAL
001711     display "Sales tax total : " WS-TAX-TOTAL
001712     if WS-REJECT-COUNT > 0 and RETURN-CODE < 4
001713         display "*** Unbilled detail is on MULTREJ ***"
001714         move 4 to RETURN-CODE
001715     end-if
001720     if WS-PAIR-COUNT = 0
001730         if EMPTY-INPUT-ALLOWED
001740             display "No input - accepted by operator override"
001804* invoice job can prove its pages tie back to this run.
001806     move spaces to EXTENDED-RECORD
001808     move "T" to MO-RECORD-TYPE
001810     move WS-POSTED-COUNT to MO-RECORD-COUNT
001812     move WS-GRAND-TOTAL to MO-GRAND-TOTAL
001813     move WS-TAX-TOTAL to MO-TAX-TOTAL
001814     write EXTENDED-RECORD
001816     move WS-OUT-STATUS to IOC-STATUS
001818     move "MULTOUT" to IOC-FILE-NAME
001820     perform ZZ-CHECK-WRITE
001822     perform WRITE-RUN-SUMMARY
01822A     if WS-POSTED-COUNT > 0
01822B         move WS-CONTROL-RESULT to FRG-CONTROL-STATUS
01822C         perform ZF-REGISTER-FEED
01822D     end-if
001824     close EXTENDED-OUTPUT-FILE
001826     close MULT-TRANSACTION-FILE
01826A     close CUSTOMER-MASTER
01826B     close MULT-REJECT-FILE
01826C     close PRODUCT-MASTER.

01826D* the feed's identity for the registry -- MULTRAN has no header,
01826E* so the detail count and the quantity hash alone -- from a pass
01826F* of the whole file before MULTOUT is opened.
01826G IDENTIFY-MULT-FEED.
01826H     move "MULTIPLIER" to FRG-PROGRAM
01826I     move "MULTRAN" to FRG-SOURCE
01826J     move spaces to FRG-HEADER-DATE
01826K     move zeroes to FRG-RECORD-COUNT
01826L     move zeroes to FRG-HASH-TOTAL
01826M     move "N" to WS-TRAN-EOF-SWITCH
01826N     open input MULT-TRANSACTION-FILE
01826O     if TRAN-OK
01826P         perform READ-MULT-TRANSACTION
01826Q         perform IDENTIFY-ONE-MULT-DETAIL
01826R             until TRAN-EOF or MT-TRAILER-REC
01826S         close MULT-TRANSACTION-FILE
01826T     end-if.

01826U IDENTIFY-ONE-MULT-DETAIL.
01826V     add 1 to FRG-RECORD-COUNT
01826W     add MT-QUANTITY to FRG-HASH-TOTAL
01826X     perform READ-MULT-TRANSACTION.
001840 READ-MULT-TRANSACTION.
001850     read MULT-TRANSACTION-FILE
001860         at end set TRAN-EOF to true
001870     end-read.

001872* every detail read counts toward the MULTRAN trailer proof;
001874* only detail for an open customer account is priced.
001880 PROCESS-MULT-TRANSACTION.
001920     add 1 to WS-PAIR-COUNT
001930     add MT-QUANTITY to WS-HASH-TOTAL
001940     move zeroes to WS-UNIT-PRICE
001950     move "Account" to WS-REJECT-NOUN
001960     move MT-ACCOUNT to WS-REJECT-KEY
001965     move MT-ACCOUNT to CM-ACCOUNT
001966     read CUSTOMER-MASTER
001967         invalid key
001970             move "ACC1" to REJ-REASON-CODE
001980             move " not on CUSTMAST" to WS-REJECT-WHY
001990             perform WRITE-MULT-REJECT
002000         not invalid key
002010             if CM-CLOSED
002020                 move "ACC2" to REJ-REASON-CODE
002030                 move " is closed" to WS-REJECT-WHY
002031                 perform WRITE-MULT-REJECT
002032             else
002033                 perform PRICE-MULT-TRANSACTION
002034             end-if
002035     end-read
002040     perform READ-MULT-TRANSACTION.

002050* one standard record per batch run to the shared RUNLOG
002140     accept RS-RUN-TIME from TIME
002145     move WS-RUN-START-TIME to RS-START-TIME
002150     move WS-PAIR-COUNT to RS-RECORDS-READ
002160     move WS-POSTED-COUNT to RS-RECORDS-POSTED
002170     move WS-REJECT-COUNT to RS-RECORDS-REJECTED
002180     move WS-CONTROL-RESULT to RS-CONTROL-STATUS
002190     write RUN-SUMMARY-RECORD
002200     close RUN-LOG-FILE.
002260* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002270*****************************************************************
002280     copy BIZDTPRC.

002290*****************************************************************
002300* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
002310*****************************************************************
002320     copy OPERPRC.

002330*****************************************************************
002340* ZF feed-registry routines (from the shared FREGPRC copybook)
002350*****************************************************************
002360     copy FREGPRC.

002370* the item must be on the product master and active, and the
002380* detail must carry a quantity, before it is priced.
002390 PRICE-MULT-TRANSACTION.
002400     move "Item" to WS-REJECT-NOUN
002410     move MT-ITEM-CODE to WS-REJECT-KEY
002420     move MT-ITEM-CODE to PM-ITEM-CODE
002430     read PRODUCT-MASTER
002440         invalid key
002450             move "PRD1" to REJ-REASON-CODE
002460             move " not on PRODMAST" to WS-REJECT-WHY
002470             perform WRITE-MULT-REJECT
002480         not invalid key
002490             evaluate true
002500                 when PM-INACTIVE
002510                     move "PRD2" to REJ-REASON-CODE
002520                     move " is inactive" to WS-REJECT-WHY
002530                     perform WRITE-MULT-REJECT
002540                 when MT-QUANTITY not numeric
002550                     or MT-QUANTITY = zeroes
002560                     move "QTY1" to REJ-REASON-CODE
002570                     move " has no quantity" to WS-REJECT-WHY
002580                     perform WRITE-MULT-REJECT
002590                 when other
002600                     perform EXTEND-MULT-TRANSACTION
002610             end-evaluate
002620     end-read.

002630* the unit price holds below the first break; each break the
002640* quantity reaches replaces it with that break's price.
002650 EXTEND-MULT-TRANSACTION.
002660     move PM-UNIT-PRICE to WS-UNIT-PRICE
002670     perform APPLY-QUANTITY-BREAK
002680         varying WS-BREAK-SUB from 1 by 1
002690         until WS-BREAK-SUB > 3
002700     multiply MT-QUANTITY by WS-UNIT-PRICE giving WS-EXTENSION
002710         on size error
002720             move "EXT1" to REJ-REASON-CODE
002730             move " line over limit" to WS-REJECT-WHY
002740             perform WRITE-MULT-REJECT
002750         not on size error
002760             perform TAX-MULT-EXTENSION
002770     end-multiply.

002780 APPLY-QUANTITY-BREAK.
002790     if PM-BREAK-QUANTITY (WS-BREAK-SUB) > 0
002800         and MT-QUANTITY not < PM-BREAK-QUANTITY (WS-BREAK-SUB)
002810         move PM-BREAK-PRICE (WS-BREAK-SUB) to WS-UNIT-PRICE
002820     end-if.

002830* a taxable item sold to a customer who is not exempt is taxed
002840* at the customer's jurisdiction rate, rounded to the cent on
002850* each line; with no active rate on TAXRATE the line cannot be
002860* billed correctly and is rejected.
002870 TAX-MULT-EXTENSION.
002880     move zeroes to WS-TAX-AMOUNT
002890     evaluate true
002900         when PM-NOT-TAXABLE
002910             move "N" to WS-LINE-TAX-STATUS
002920             perform WRITE-MULT-EXTENSION
002930         when CM-EXEMPT
002940             move "X" to WS-LINE-TAX-STATUS
002950             perform WRITE-MULT-EXTENSION
002960         when other
002970             perform FIND-TAX-RATE
002980             if TAX-RATE-FOUND
002990                 compute WS-TAX-AMOUNT rounded =
003000                     WS-EXTENSION * WS-TAX-RATE (WS-TAX-SUB)
003010                 move "T" to WS-LINE-TAX-STATUS
003020                 perform WRITE-MULT-EXTENSION
003030             else
003040                 move "Account" to WS-REJECT-NOUN
003050                 move MT-ACCOUNT to WS-REJECT-KEY
003060                 move "TAX1" to REJ-REASON-CODE
003070                 move " no tax rate" to WS-REJECT-WHY
003080                 perform WRITE-MULT-REJECT
003090             end-if
003100     end-evaluate.

003110 FIND-TAX-RATE.
003120     move "N" to WS-TAX-FOUND-SWITCH
003130     if CM-TAX-JURISDICTION not = spaces
003140         perform TEST-TAX-RATE
003150             varying WS-TAX-SUB from 1 by 1
003160             until WS-TAX-SUB > WS-TAX-COUNT
003170                 or TAX-RATE-FOUND
003180         if TAX-RATE-FOUND
003190             subtract 1 from WS-TAX-SUB
003200         end-if
003210     end-if.

003220 TEST-TAX-RATE.
003230     if WS-TAX-JURISDICTION (WS-TAX-SUB) = CM-TAX-JURISDICTION
003240         set TAX-RATE-FOUND to true
003250     end-if.

003260 WRITE-MULT-EXTENSION.
003270     display MT-ITEM-CODE " x " MT-QUANTITY " @ " WS-UNIT-PRICE
003280         " = " WS-EXTENSION
003290         " tax " WS-TAX-AMOUNT
003300     add 1 to WS-POSTED-COUNT
003310     add WS-EXTENSION to WS-GRAND-TOTAL
003320     add WS-TAX-AMOUNT to WS-TAX-TOTAL
003330     move spaces to EXTENDED-RECORD
003340     move "D" to MO-RECORD-TYPE
003350     move MT-ACCOUNT to MO-ACCOUNT
003360     move MT-ITEM-CODE to MO-ITEM-CODE
003370     move PM-DESCRIPTION to MO-DESCRIPTION
003380     move PM-UNIT-OF-MEASURE to MO-UNIT-OF-MEASURE
003390     move MT-QUANTITY to MO-QUANTITY
003400     move WS-UNIT-PRICE to MO-UNIT-PRICE
003410     move WS-EXTENSION to MO-EXTENSION
003420     move CM-TAX-JURISDICTION to MO-TAX-JURISDICTION
003430     move WS-LINE-TAX-STATUS to MO-TAX-STATUS
003440     move WS-TAX-AMOUNT to MO-TAX-AMOUNT
003450     write EXTENDED-RECORD
003460     move WS-OUT-STATUS to IOC-STATUS
003470     move "MULTOUT" to IOC-FILE-NAME
003480     perform ZZ-CHECK-WRITE.

003490* the reject names the account or item at fault; the quantity
003500* and any price found ride in the two REJCOM inputs.
003510 WRITE-MULT-REJECT.
003520     add 1 to WS-REJECT-COUNT
003530     move spaces to WS-REJECT-TEXT
003540     string WS-REJECT-NOUN delimited by space
003550         " " delimited by size
003560         WS-REJECT-KEY delimited by space
003570         WS-REJECT-WHY delimited by size
003580         into WS-REJECT-TEXT
003590     end-string
003600     display "*** " WS-REJECT-TEXT " - " MT-ITEM-CODE " x "
003610         MT-QUANTITY " not billed"
003620     move "MULTIPLIER" to REJ-SOURCE-PROGRAM
003630     move MT-QUANTITY to REJ-INPUT-1
003640     move WS-UNIT-PRICE to REJ-INPUT-2
003650     move WS-REJECT-TEXT to REJ-REASON-TEXT
003660     move BDT-BUSINESS-DATE to REJ-POST-DATE
003670     move "BATCH" to REJ-OPERATOR
003680     move "O" to REJ-STATUS
003690     move zeroes to REJ-RESOLVED-DATE
003700     move spaces to REJ-RESOLVED-OPER
003710     write REJ-SUSPENSE-RECORD
003720     move WS-REJ-STATUS to IOC-STATUS
003730     move "MULTREJ" to IOC-FILE-NAME
003740     perform ZZ-CHECK-WRITE.

003750 OPEN-PRODUCT-MASTER.
003760     open input PRODUCT-MASTER
003770     if not PROD-OK
003780         display "*** CANNOT OPEN PRODMAST - status "
003790             WS-PROD-STATUS " - job ABORTED ***"
003800         move 8 to RETURN-CODE
003810         goback
003820     end-if.

003830* only active jurisdictions are loaded -- an inactive one bills
003840* nothing more, so its customers' taxable lines reject.
003850 LOAD-TAX-RATES.
003860     move zeroes to WS-TAX-COUNT
003870     open input TAX-RATE-FILE
003880     if not TAXRATE-OK
003890         display "*** CANNOT OPEN TAXRATE - status "
003900             WS-TAXRATE-STATUS " - job ABORTED ***"
003910         move 8 to RETURN-CODE
003920         goback
003930     end-if
003940     perform READ-TAX-RATE
003950     perform LOAD-ONE-TAX-RATE until TAXRATE-EOF
003960     close TAX-RATE-FILE.

003970 READ-TAX-RATE.
003980     read TAX-RATE-FILE
003990         at end set TAXRATE-EOF to true
004000     end-read.

004010 LOAD-ONE-TAX-RATE.
004020     if TX-ACTIVE
004030         if WS-TAX-COUNT < WS-TAX-MAX
004040             add 1 to WS-TAX-COUNT
004050             move TX-JURISDICTION
004060                 to WS-TAX-JURISDICTION (WS-TAX-COUNT)
004070             move TX-RATE to WS-TAX-RATE (WS-TAX-COUNT)
004080         else
004090             display "*** MORE THAN " WS-TAX-MAX
004100                 " JURISDICTIONS ON TAXRATE - job ABORTED ***"
004110             move 8 to RETURN-CODE
004120             goback
004130         end-if
004140     end-if
004150     perform READ-TAX-RATE.
