000010 identification division.
000020 program-id. prodMaint.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- maintenance dialog for the
000130*                   PRODMAST product and price master behind the
000140*                   MT-ITEM-CODE on MULTRAN.  Adds items with
000150*                   their description, unit of measure, unit
000160*                   price and up to three quantity-break prices;
000170*                   changes them; makes items active or inactive
000180*                   (never a hard delete, so old MULTOUT runs stay
000190*                   resolvable); and lists the file.  Breaks must
000200*                   climb in quantity and each needs a price.
000210*                   Signs on through OPERMAST at level 2 and logs
000220*                   every change to the PRODAUD audit file with
000230*                   before and after images, the custMaint way.
000233* 2026-10-15   gag  each item is marked taxable or not for the
000236*                   sales tax the multiplication run charges.
000240*****************************************************************

000250 environment division.
000260 input-output section.
000270 file-control.
000280     select PRODUCT-MASTER assign to "PRODMAST"
000290         organization is indexed
000300         access mode is dynamic
000310         record key is PM-ITEM-CODE
000320         file status is WS-PROD-STATUS.
000330     select PRODUCT-AUDIT-FILE assign to "PRODAUD"
000340         organization is sequential
000350         file status is WS-AUDIT-STATUS.
000360     select OPERATOR-MASTER assign to "OPERMAST"
000370         organization is sequential
000380         file status is WS-OPER-STATUS.

000390 data division.
000400 file section.
000410 fd  PRODUCT-MASTER.
000420     copy PRODMAST.

000430 fd  PRODUCT-AUDIT-FILE.
000440 01  PRODUCT-AUDIT-RECORD.
000450     05 PA-OPERATOR           PIC X(08).
000460     05 PA-ACTION             PIC X(03).
000470     05 PA-ITEM-CODE          PIC X(08).
000480     05 PA-BEFORE-IMAGE       PIC X(120).
000490     05 PA-AFTER-IMAGE        PIC X(120).
000500     05 PA-DATE               PIC 9(08).
000510     05 PA-TIME               PIC 9(08).

000520 fd  OPERATOR-MASTER.
000530     copy OPERMAST.

000540 working-storage section.
000550     copy OPERWS.
000560 01 WS-PROD-STATUS            PIC X(02).
000570     88 PROD-OK               VALUE "00".
000580 01 WS-AUDIT-STATUS           PIC X(02).
000590     88 AUDIT-OK              VALUE "00".
000600 01 WS-RUN-MODE               PIC X(01).
000610     88 ADD-MODE              VALUE "A" "a".
000620     88 CHANGE-MODE           VALUE "C" "c".
000630     88 STATUS-MODE           VALUE "S" "s".
000640     88 LIST-MODE             VALUE "L" "l".
000650 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000660     88 FILE-EOF              VALUE "Y".
000670 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000680     88 ITEM-FOUND            VALUE "Y".
000690     88 ITEM-NOT-FOUND        VALUE "N".
000700 01 WS-BREAK-SWITCH           PIC X(01) VALUE "Y".
000710     88 BREAKS-VALID          VALUE "Y".
000720     88 BREAKS-INVALID        VALUE "N".
000730 01 WS-ITEM-CODE              PIC X(08) VALUE SPACES.
000740 01 WS-NEW-DESCRIPTION        PIC X(30).
000750 01 WS-NEW-UOM                PIC X(04).
000760 01 WS-NEW-PRICE              PIC 9(05)V9(02).
000770 01 WS-NEW-STATUS             PIC X(01).
000780     88 NEW-STATUS-ACTIVE     VALUE "A" "a".
000790     88 NEW-STATUS-INACTIVE   VALUE "I" "i".
000800 01 WS-NEW-BREAKS-ANSWER      PIC X(01).
000810     88 NEW-BREAKS-WANTED     VALUE "Y" "y".
000812 01 WS-NEW-TAXABLE            PIC X(01).
000814     88 NEW-TAXABLE-YES       VALUE "Y" "y".
000816     88 NEW-TAXABLE-NO        VALUE "N" "n".
000820 01 WS-NEW-BREAKS.
000830     05 WS-NEW-BREAK          OCCURS 3 TIMES.
000840         10 WS-NEW-BREAK-QUANTITY PIC 9(05).
000850         10 WS-NEW-BREAK-PRICE    PIC 9(05)V9(02).
000860 01 WS-BREAK-SUB              PIC 9(01) VALUE ZERO.
000870 01 WS-PRIOR-QUANTITY         PIC 9(05) VALUE ZEROES.
000880 01 WS-LIST-COUNT             PIC 9(05) VALUE ZEROES.
000890 01 WS-TODAY                  PIC 9(08) VALUE ZEROES.
000900 01 WS-BEFORE-IMAGE           PIC X(120).
000910 01 WS-PRICE-DISPLAY          PIC ZZ,ZZ9.99.
000920 01 WS-QUANTITY-DISPLAY       PIC ZZ,ZZ9.

000930 procedure division.
000940 PRG-BEGIN.
000950     display "Enter operator ID:"
000960     perform ZY-OPERATOR-SIGNON
000970     if OPR-AUTH-LEVEL < 2
000980         display "*** OPERATOR NOT AUTHORIZED FOR PRODUCT "
000990             "MAINTENANCE - level 2 required ***"
001000         move 8 to RETURN-CODE
001010         stop run
001020     end-if
001030     accept WS-TODAY from DATE YYYYMMDD
001040     display "Enter mode - A (add), C (change), S (status) "
001050         "or L (list):"
001060     accept WS-RUN-MODE
001070     perform OPEN-PRODUCT-MASTER
001080     evaluate true
001090         when ADD-MODE
001100             perform ADD-PRODUCT
001110         when CHANGE-MODE
001120             perform CHANGE-PRODUCT
001130         when STATUS-MODE
001140             perform CHANGE-PRODUCT-STATUS
001150         when LIST-MODE
001160             perform LIST-PRODUCTS
001170         when other
001180             display "Invalid mode - nothing done"
001190     end-evaluate
001200     close PRODUCT-MASTER
001210     stop run.

001220* the master is created on first use, the way custMaint does it.
001230 OPEN-PRODUCT-MASTER.
001240     open i-o PRODUCT-MASTER
001250     if not PROD-OK
001260         close PRODUCT-MASTER
001270         open output PRODUCT-MASTER
001280         close PRODUCT-MASTER
001290         open i-o PRODUCT-MASTER
001300     end-if.

001310 READ-PRODUCT.
001320     move WS-ITEM-CODE to PM-ITEM-CODE
001330     read PRODUCT-MASTER
001340         invalid key
001350             set ITEM-NOT-FOUND to true
001360         not invalid key
001370             set ITEM-FOUND to true
001380     end-read.

001390 ADD-PRODUCT.
001400     display "Enter new item code:"
001410     accept WS-ITEM-CODE
001420     if WS-ITEM-CODE = spaces
001430         display "Item code is required - not added"
001440     else
001450         perform READ-PRODUCT
001460         if ITEM-FOUND
001470             display "Item " WS-ITEM-CODE
001480                 " already on file - not added"
001490         else
001500             perform ACCEPT-NEW-PRODUCT
001510         end-if
001520     end-if.

001530 ACCEPT-NEW-PRODUCT.
001540     display "Enter description:"
001550     accept WS-NEW-DESCRIPTION
001560     display "Enter unit of measure (EA, HR, BOX ...):"
001570     accept WS-NEW-UOM
001580     display "Enter unit price (99999V99):"
001590     accept WS-NEW-PRICE
001600     perform ACCEPT-PRICE-BREAKS
001603     display "Taxable item (Y/N):"
001606     accept WS-NEW-TAXABLE
001610     evaluate true
001620         when WS-NEW-DESCRIPTION = spaces
001630             display "Description is required - not added"
001640         when WS-NEW-UOM = spaces
001650             display "Unit of measure is required - not added"
001660         when WS-NEW-PRICE = 0
001670             display "Unit price is required - not added"
001680         when BREAKS-INVALID
001690             display "Quantity breaks out of order - not added"
001693         when not NEW-TAXABLE-YES and not NEW-TAXABLE-NO
001696             display "Taxable must be Y or N - not added"
001700         when other
001710             move spaces to PRODUCT-MASTER-RECORD
001720             move WS-ITEM-CODE to PM-ITEM-CODE
001730             move WS-NEW-DESCRIPTION to PM-DESCRIPTION
001740             move WS-NEW-UOM to PM-UNIT-OF-MEASURE
001750             move WS-NEW-PRICE to PM-UNIT-PRICE
001760             move WS-NEW-BREAKS to PM-PRICE-BREAKS
001770             move "A" to PM-STATUS
001771             if NEW-TAXABLE-YES
001772                 move "Y" to PM-TAX-FLAG
001773             else
001774                 move "N" to PM-TAX-FLAG
001775             end-if
001780             move WS-TODAY to PM-LAST-MAINT-DATE
001790             move OPR-OPERATOR-ID to PM-LAST-MAINT-OPER
001800             write PRODUCT-MASTER-RECORD
001810                 invalid key
001820                     display "*** WRITE FAILED ON PRODMAST "
001830                         "status " WS-PROD-STATUS " ***"
001840                 not invalid key
001850                     move spaces to WS-BEFORE-IMAGE
001860                     move "ADD" to PA-ACTION
001870                     perform WRITE-PRODUCT-AUDIT
001880                     display "Item " WS-ITEM-CODE " added"
001890             end-write
001900     end-evaluate.

001910 CHANGE-PRODUCT.
001920     display "Enter item code to change:"
001930     accept WS-ITEM-CODE
001940     perform READ-PRODUCT
001950     if ITEM-NOT-FOUND
001960         display "Item " WS-ITEM-CODE " not on file"
001970     else
001980         perform SHOW-PRODUCT
001990         move PRODUCT-MASTER-RECORD to WS-BEFORE-IMAGE
002000         display "New description (blank to keep):"
002010         accept WS-NEW-DESCRIPTION
002020         if WS-NEW-DESCRIPTION not = spaces
002030             move WS-NEW-DESCRIPTION to PM-DESCRIPTION
002040         end-if
002050         display "New unit of measure (blank to keep):"
002060         accept WS-NEW-UOM
002070         if WS-NEW-UOM not = spaces
002080             move WS-NEW-UOM to PM-UNIT-OF-MEASURE
002090         end-if
002100         display "New unit price (zero to keep):"
002110         accept WS-NEW-PRICE
002120         if WS-NEW-PRICE > 0
002130             move WS-NEW-PRICE to PM-UNIT-PRICE
002140         end-if
002141         display "Taxable (Y/N, blank to keep):"
002142         accept WS-NEW-TAXABLE
002143         evaluate true
002144             when NEW-TAXABLE-YES
002145                 move "Y" to PM-TAX-FLAG
002146             when NEW-TAXABLE-NO
002147                 move "N" to PM-TAX-FLAG
002148         end-evaluate
002150         display "Re-enter the quantity breaks (Y/N)?"
002160         accept WS-NEW-BREAKS-ANSWER
002170         if NEW-BREAKS-WANTED
002180             perform ACCEPT-PRICE-BREAKS
002190         else
002200             move PM-PRICE-BREAKS to WS-NEW-BREAKS
002210             set BREAKS-VALID to true
002220         end-if
002230         if BREAKS-INVALID
002240             display "Quantity breaks out of order - not changed"
002250         else
002260             move WS-NEW-BREAKS to PM-PRICE-BREAKS
002270             move "CHG" to PA-ACTION
002280             perform REWRITE-PRODUCT
002290         end-if
002300     end-if.

002310* all three breaks are keyed each time; a zero quantity leaves
002320* that break and any after it unused.
002330 ACCEPT-PRICE-BREAKS.
002340     move zeroes to WS-NEW-BREAKS
002350     perform ACCEPT-ONE-BREAK
002360         varying WS-BREAK-SUB from 1 by 1
002370         until WS-BREAK-SUB > 3
002380     perform CHECK-PRICE-BREAKS.

002390 ACCEPT-ONE-BREAK.
002400     display "Break " WS-BREAK-SUB
002410         " from quantity (zero for none):"
002420     accept WS-NEW-BREAK-QUANTITY (WS-BREAK-SUB)
002430     if WS-NEW-BREAK-QUANTITY (WS-BREAK-SUB) > 0
002440         display "Break " WS-BREAK-SUB
002450             " unit price (99999V99):"
002460         accept WS-NEW-BREAK-PRICE (WS-BREAK-SUB)
002470     end-if.

002480* a used break must have a price and a quantity above the break
002490* before it, and no break may follow an unused one.
002500 CHECK-PRICE-BREAKS.
002510     set BREAKS-VALID to true
002520     move zeroes to WS-PRIOR-QUANTITY
002530     perform CHECK-ONE-BREAK
002540         varying WS-BREAK-SUB from 1 by 1
002550         until WS-BREAK-SUB > 3.

002560 CHECK-ONE-BREAK.
002570     if WS-NEW-BREAK-QUANTITY (WS-BREAK-SUB) > 0
002580         if WS-NEW-BREAK-PRICE (WS-BREAK-SUB) = 0
002590             or WS-NEW-BREAK-QUANTITY (WS-BREAK-SUB)
002600                 not > WS-PRIOR-QUANTITY
002610             or (WS-BREAK-SUB > 1 and WS-PRIOR-QUANTITY = 0)
002620             set BREAKS-INVALID to true
002630         end-if
002640     else
002650         move zeroes to WS-NEW-BREAK-PRICE (WS-BREAK-SUB)
002660     end-if
002670     move WS-NEW-BREAK-QUANTITY (WS-BREAK-SUB)
002680         to WS-PRIOR-QUANTITY.

002690* inactive items stay on file so old runs resolve; the batch
002700* multiplication run refuses them from the next MULTRAN on.
002710 CHANGE-PRODUCT-STATUS.
002720     display "Enter item code:"
002730     accept WS-ITEM-CODE
002740     perform READ-PRODUCT
002750     if ITEM-NOT-FOUND
002760         display "Item " WS-ITEM-CODE " not on file"
002770     else
002780         perform SHOW-PRODUCT
002790         move PRODUCT-MASTER-RECORD to WS-BEFORE-IMAGE
002800         display "New status - A (active) or I (inactive):"
002810         accept WS-NEW-STATUS
002820         evaluate true
002830             when NEW-STATUS-ACTIVE
002840                 move "A" to PM-STATUS
002850                 move "ACT" to PA-ACTION
002860                 perform REWRITE-PRODUCT
002870             when NEW-STATUS-INACTIVE
002880                 move "I" to PM-STATUS
002890                 move "INA" to PA-ACTION
002900                 perform REWRITE-PRODUCT
002910             when other
002920                 display "Invalid status - nothing done"
002930         end-evaluate
002940     end-if.

002950 REWRITE-PRODUCT.
002960     move WS-TODAY to PM-LAST-MAINT-DATE
002970     move OPR-OPERATOR-ID to PM-LAST-MAINT-OPER
002980     rewrite PRODUCT-MASTER-RECORD
002990         invalid key
003000             display "*** REWRITE FAILED ON PRODMAST status "
003010                 WS-PROD-STATUS " ***"
003020         not invalid key
003030             perform WRITE-PRODUCT-AUDIT
003040             display "Item " WS-ITEM-CODE " updated"
003050     end-rewrite.

003060 SHOW-PRODUCT.
003070     display "Item    : " PM-ITEM-CODE "  " PM-DESCRIPTION
003080     display "Unit    : " PM-UNIT-OF-MEASURE
003090     move PM-UNIT-PRICE to WS-PRICE-DISPLAY
003100     display "Price   : " WS-PRICE-DISPLAY
003110     perform SHOW-ONE-BREAK
003120         varying WS-BREAK-SUB from 1 by 1
003130         until WS-BREAK-SUB > 3
003135     display "Taxable : " PM-TAX-FLAG
003140     display "Status  : " PM-STATUS.

003150 SHOW-ONE-BREAK.
003160     if PM-BREAK-QUANTITY (WS-BREAK-SUB) > 0
003170         move PM-BREAK-QUANTITY (WS-BREAK-SUB)
003180             to WS-QUANTITY-DISPLAY
003190         move PM-BREAK-PRICE (WS-BREAK-SUB) to WS-PRICE-DISPLAY
003200         display "Break " WS-BREAK-SUB " : " WS-QUANTITY-DISPLAY
003210             " and up at " WS-PRICE-DISPLAY
003220     end-if.

003230 LIST-PRODUCTS.
003240     move low-values to PM-ITEM-CODE
003250     start PRODUCT-MASTER key is not less than PM-ITEM-CODE
003260         invalid key
003270             set FILE-EOF to true
003280     end-start
003290     perform READ-NEXT-PRODUCT
003300     perform LIST-ONE-PRODUCT until FILE-EOF
003310     display "Items listed : " WS-LIST-COUNT.

003320 READ-NEXT-PRODUCT.
003330     if not FILE-EOF
003340         read PRODUCT-MASTER next record
003350             at end set FILE-EOF to true
003360         end-read
003370     end-if.

003380 LIST-ONE-PRODUCT.
003390     move PM-UNIT-PRICE to WS-PRICE-DISPLAY
003400     display PM-ITEM-CODE "  " PM-DESCRIPTION
003410         "  " PM-UNIT-OF-MEASURE " " WS-PRICE-DISPLAY
003420         "  tax " PM-TAX-FLAG "  status " PM-STATUS
003430     add 1 to WS-LIST-COUNT
003440     perform READ-NEXT-PRODUCT.

003450 WRITE-PRODUCT-AUDIT.
003460     open extend PRODUCT-AUDIT-FILE
003470     if not AUDIT-OK
003480         open output PRODUCT-AUDIT-FILE
003490     end-if
003500     move OPR-OPERATOR-ID to PA-OPERATOR
003510     move WS-ITEM-CODE to PA-ITEM-CODE
003520     move WS-BEFORE-IMAGE to PA-BEFORE-IMAGE
003530     move PRODUCT-MASTER-RECORD to PA-AFTER-IMAGE
003540     accept PA-DATE from DATE YYYYMMDD
003550     accept PA-TIME from TIME
003560     write PRODUCT-AUDIT-RECORD
003570     close PRODUCT-AUDIT-FILE.

003580*****************************************************************
003590* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003600*****************************************************************
003610     copy OPERPRC.
