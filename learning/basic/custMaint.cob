000010 identification division.
000020 program-id. custMaint.
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
000130*                   CUSTMAST customer master behind the MT-ACCOUNT
000140*                   code on MULTRAN.  Adds accounts with their
000150*                   bill-to name and address, terms and credit
000160*                   limit; changes them; places and lifts credit
000170*                   holds and closes accounts (never a hard
000180*                   delete, so old MULTOUT runs stay resolvable);
000190*                   records payments and adjustments against the
000200*                   open balance the invoice credit check uses;
000210*                   and lists the file.  Signs on through
000220*                   OPERMAST -- level 2 to maintain, level 3 to
000230*                   set a credit limit or lift a hold -- and logs
000240*                   every change to the CUSTAUD audit file with
000250*                   before and after images, the operMaint way.
000252* 2026-10-15   gag  B (balance) mode retired -- the open
000254*                   balance is now kept by the CUSTAR receivables
000256*                   postings (multInvoice and arCash) and may go
000258*                   to a credit; it displays signed.
000259* 2026-10-15   gag  sales tax -- adds and changes take the
000260*                   account's TAXRATE jurisdiction, which must be
000261*                   active on the rate table, and level 3 marks a
000262*                   customer tax exempt or lifts the exemption.
000263*****************************************************************

000270 environment division.
000280 input-output section.
000290 file-control.
000300     select CUSTOMER-MASTER assign to "CUSTMAST"
000310         organization is indexed
000320         access mode is dynamic
000330         record key is CM-ACCOUNT
000340         file status is WS-CUST-STATUS.
000350     select CUSTOMER-AUDIT-FILE assign to "CUSTAUD"
000360         organization is sequential
000370         file status is WS-AUDIT-STATUS.
000372     select TAX-RATE-FILE assign to "TAXRATE"
000374         organization is sequential
000376         file status is WS-TAXRATE-STATUS.
000380     select OPERATOR-MASTER assign to "OPERMAST"
000390         organization is sequential
000400         file status is WS-OPER-STATUS.

000410 data division.
000420 file section.
000430 fd  CUSTOMER-MASTER.
000440     copy CUSTMAST.

000450 fd  CUSTOMER-AUDIT-FILE.
000460 01  CUSTOMER-AUDIT-RECORD.
000470     05 CA-OPERATOR           PIC X(08).
000480     05 CA-ACTION             PIC X(03).
000490     05 CA-ACCOUNT            PIC X(06).
000500     05 CA-BEFORE-IMAGE       PIC X(200).
000510     05 CA-AFTER-IMAGE        PIC X(200).
000520     05 CA-DATE               PIC 9(08).
000530     05 CA-TIME               PIC 9(08).

000533 fd  TAX-RATE-FILE.
000536     copy TAXRATE.

000540 fd  OPERATOR-MASTER.
000550     copy OPERMAST.

000560 working-storage section.
000570     copy OPERWS.
000580 01 WS-CUST-STATUS            PIC X(02).
000590     88 CUST-OK               VALUE "00".
000600 01 WS-AUDIT-STATUS           PIC X(02).
000610     88 AUDIT-OK              VALUE "00".
000620 01 WS-RUN-MODE               PIC X(01).
000630     88 ADD-MODE              VALUE "A" "a".
000640     88 CHANGE-MODE           VALUE "C" "c".
000650     88 STATUS-MODE           VALUE "S" "s".
000660     88 BALANCE-MODE          VALUE "B" "b".
000670     88 LIST-MODE             VALUE "L" "l".
000680 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000690     88 FILE-EOF              VALUE "Y".
000700 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000710     88 ACCOUNT-FOUND         VALUE "Y".
000720     88 ACCOUNT-NOT-FOUND     VALUE "N".
000730 01 WS-ACCOUNT                PIC X(06) VALUE SPACES.
000740 01 WS-NEW-NAME               PIC X(30).
000750 01 WS-NEW-ADDRESS-1          PIC X(30).
000760 01 WS-NEW-ADDRESS-2          PIC X(30).
000770 01 WS-NEW-CITY               PIC X(20).
000780 01 WS-NEW-STATE              PIC X(02).
000790 01 WS-NEW-POSTAL-CODE        PIC X(10).
000800 01 WS-NEW-TERMS              PIC X(03).
000810 01 WS-NEW-TERMS-DAYS REDEFINES WS-NEW-TERMS PIC 9(03).
000820 01 WS-NEW-LIMIT              PIC 9(07)V9(02).
000830 01 WS-NEW-STATUS             PIC X(01).
000840     88 NEW-STATUS-ACTIVE     VALUE "A" "a".
000850     88 NEW-STATUS-HOLD       VALUE "H" "h".
000860     88 NEW-STATUS-CLOSED     VALUE "C" "c".
000863 01 WS-NEW-JURISDICTION       PIC X(04).
000866 01 WS-NEW-EXEMPT             PIC X(01).
000869     88 NEW-EXEMPT-YES        VALUE "Y" "y".
000872     88 NEW-EXEMPT-NO         VALUE "N" "n".
000875 01 WS-TAXRATE-STATUS         PIC X(02).
000878     88 TAXRATE-OK            VALUE "00".
000881 01 WS-TAXRATE-EOF-SWITCH     PIC X(01) VALUE "N".
000884     88 TAXRATE-EOF           VALUE "Y".
000887 01 WS-TAX-FOUND-SWITCH       PIC X(01) VALUE "N".
000890     88 JURISDICTION-FOUND    VALUE "Y".
000893 01 WS-TAX-MAX                PIC 9(02) VALUE 50.
000896 01 WS-TAX-COUNT              PIC 9(02) VALUE ZEROES.
000899 01 WS-TAX-TABLE.
000902     05 WS-TAX-JURISDICTION   PIC X(04) OCCURS 50 TIMES.
000905 01 WS-TAX-SUB                PIC 9(02) VALUE ZEROES.
000910 01 WS-LIST-COUNT             PIC 9(05) VALUE ZEROES.
000920 01 WS-TODAY                  PIC 9(08) VALUE ZEROES.
000930 01 WS-BEFORE-IMAGE           PIC X(200).
000940 01 WS-AMOUNT-DISPLAY         PIC Z,ZZZ,ZZ9.99-.

000950 procedure division.
000960 PRG-BEGIN.
000970     display "Enter operator ID:"
000980     perform ZY-OPERATOR-SIGNON
000990     if OPR-AUTH-LEVEL < 2
001000         display "*** OPERATOR NOT AUTHORIZED FOR CUSTOMER "
001010             "MAINTENANCE - level 2 required ***"
001020         move 8 to RETURN-CODE
001030         stop run
001040     end-if
001050     accept WS-TODAY from DATE YYYYMMDD
001060     display "Enter mode - A (add), C (change), S (status) "
001070         "or L (list):"
001080     accept WS-RUN-MODE
001085     perform LOAD-TAX-RATES
001090     perform OPEN-CUSTOMER-MASTER
001100     evaluate true
001110         when ADD-MODE
001120             perform ADD-CUSTOMER
001130         when CHANGE-MODE
001140             perform CHANGE-CUSTOMER
001150         when STATUS-MODE
001160             perform CHANGE-CUSTOMER-STATUS
001170         when BALANCE-MODE
001180             display "Balances are kept by the receivables "
001185                 "postings - use arCash for payments"
001190         when LIST-MODE
001200             perform LIST-CUSTOMERS
001210         when other
001220             display "Invalid mode - nothing done"
001230     end-evaluate
001240     close CUSTOMER-MASTER
001250     stop run.

001260* the master is created on first use, the way roomMaint does it.
001270 OPEN-CUSTOMER-MASTER.
001280     open i-o CUSTOMER-MASTER
001290     if not CUST-OK
001300         close CUSTOMER-MASTER
001310         open output CUSTOMER-MASTER
001320         close CUSTOMER-MASTER
001330         open i-o CUSTOMER-MASTER
001340     end-if.

001350 READ-CUSTOMER.
001360     move WS-ACCOUNT to CM-ACCOUNT
001370     read CUSTOMER-MASTER
001380         invalid key
001390             set ACCOUNT-NOT-FOUND to true
001400         not invalid key
001410             set ACCOUNT-FOUND to true
001420     end-read.

001430 ADD-CUSTOMER.
001440     display "Enter new account code:"
001450     accept WS-ACCOUNT
001460     if WS-ACCOUNT = spaces
001470         display "Account code is required - not added"
001480     else
001490         perform READ-CUSTOMER
001500         if ACCOUNT-FOUND
001510             display "Account " WS-ACCOUNT
001520                 " already on file - not added"
001530         else
001540             perform ACCEPT-NEW-CUSTOMER
001550         end-if
001560     end-if.

001570 ACCEPT-NEW-CUSTOMER.
001580     display "Enter bill-to name:"
001590     accept WS-NEW-NAME
001600     display "Enter address line 1:"
001610     accept WS-NEW-ADDRESS-1
001620     display "Enter address line 2 (blank if none):"
001630     accept WS-NEW-ADDRESS-2
001640     display "Enter city:"
001650     accept WS-NEW-CITY
001660     display "Enter state:"
001670     accept WS-NEW-STATE
001680     display "Enter postal code:"
001690     accept WS-NEW-POSTAL-CODE
001700     display "Enter terms in days (000 for due on receipt):"
001710     accept WS-NEW-TERMS
001720     move zeroes to WS-NEW-LIMIT
001730     if OPR-AUTH-LEVEL > 2
001740         display "Enter credit limit (9999999V99):"
001750         accept WS-NEW-LIMIT
001760     else
001770         display "Credit limit left at zero - level 3 sets it"
001780     end-if
001781     display "Enter sales tax jurisdiction (blank if none):"
001782     accept WS-NEW-JURISDICTION
001783     perform FIND-JURISDICTION
001784     move "N" to WS-NEW-EXEMPT
001785     if OPR-AUTH-LEVEL > 2
001786         display "Tax exempt customer (Y/N):"
001787         accept WS-NEW-EXEMPT
001788     end-if
001790     evaluate true
001800         when WS-NEW-NAME = spaces
001810             display "Bill-to name is required - not added"
001820         when WS-NEW-TERMS not numeric
001830             display "Terms must be three digits - not added"
001832         when WS-NEW-JURISDICTION not = spaces
001834             and not JURISDICTION-FOUND
001836             display "Jurisdiction " WS-NEW-JURISDICTION
001838                 " not active on TAXRATE - not added"
001840         when other
001850             move spaces to CUSTOMER-MASTER-RECORD
001860             move WS-ACCOUNT to CM-ACCOUNT
001870             move WS-NEW-NAME to CM-BILL-TO-NAME
001880             move WS-NEW-ADDRESS-1 to CM-ADDRESS-1
001890             move WS-NEW-ADDRESS-2 to CM-ADDRESS-2
001900             move WS-NEW-CITY to CM-CITY
001910             move WS-NEW-STATE to CM-STATE
001920             move WS-NEW-POSTAL-CODE to CM-POSTAL-CODE
001930             move WS-NEW-TERMS-DAYS to CM-TERMS-DAYS
001940             move WS-NEW-LIMIT to CM-CREDIT-LIMIT
001941             move WS-NEW-JURISDICTION to CM-TAX-JURISDICTION
001942             if NEW-EXEMPT-YES
001943                 move "Y" to CM-TAX-EXEMPT
001944             else
001945                 move "N" to CM-TAX-EXEMPT
001946             end-if
001950             move zeroes to CM-OPEN-BALANCE
001960             move "A" to CM-STATUS
001970             move WS-TODAY to CM-OPEN-DATE
001980             move WS-TODAY to CM-LAST-MAINT-DATE
001990             move OPR-OPERATOR-ID to CM-LAST-MAINT-OPER
002000             write CUSTOMER-MASTER-RECORD
002010                 invalid key
002020                     display "*** WRITE FAILED ON CUSTMAST "
002030                         "status " WS-CUST-STATUS " ***"
002040                 not invalid key
002050                     move spaces to WS-BEFORE-IMAGE
002060                     move "ADD" to CA-ACTION
002070                     perform WRITE-CUSTOMER-AUDIT
002080                     display "Account " WS-ACCOUNT " added"
002090             end-write
002100     end-evaluate.

002110 CHANGE-CUSTOMER.
002120     display "Enter account code to change:"
002130     accept WS-ACCOUNT
002140     perform READ-CUSTOMER
002150     if ACCOUNT-NOT-FOUND
002160         display "Account " WS-ACCOUNT " not on file"
002170     else
002180         perform SHOW-CUSTOMER
002190         move CUSTOMER-MASTER-RECORD to WS-BEFORE-IMAGE
002200         display "New bill-to name (blank to keep):"
002210         accept WS-NEW-NAME
002220         if WS-NEW-NAME not = spaces
002230             move WS-NEW-NAME to CM-BILL-TO-NAME
002240         end-if
002250         display "New address line 1 (blank to keep):"
002260         accept WS-NEW-ADDRESS-1
002270         if WS-NEW-ADDRESS-1 not = spaces
002280             move WS-NEW-ADDRESS-1 to CM-ADDRESS-1
002290             display "New address line 2 (blank if none):"
002300             accept WS-NEW-ADDRESS-2
002310             move WS-NEW-ADDRESS-2 to CM-ADDRESS-2
002320             display "New city:"
002330             accept WS-NEW-CITY
002340             move WS-NEW-CITY to CM-CITY
002350             display "New state:"
002360             accept WS-NEW-STATE
002370             move WS-NEW-STATE to CM-STATE
002380             display "New postal code:"
002390             accept WS-NEW-POSTAL-CODE
002400             move WS-NEW-POSTAL-CODE to CM-POSTAL-CODE
002410         end-if
002420         display "New terms in days (blank to keep):"
002430         accept WS-NEW-TERMS
002440         if WS-NEW-TERMS is numeric
002450             move WS-NEW-TERMS-DAYS to CM-TERMS-DAYS
002460         end-if
002470         if OPR-AUTH-LEVEL > 2
002480             display "New credit limit (zero to keep):"
002490             accept WS-NEW-LIMIT
002500             if WS-NEW-LIMIT > 0
002510                 move WS-NEW-LIMIT to CM-CREDIT-LIMIT
002520             end-if
002530         end-if
002531         display "New tax jurisdiction (blank to keep):"
002532         accept WS-NEW-JURISDICTION
002533         if WS-NEW-JURISDICTION not = spaces
002534             perform FIND-JURISDICTION
002535             if JURISDICTION-FOUND
002536                 move WS-NEW-JURISDICTION to CM-TAX-JURISDICTION
002537             else
002538                 display "Jurisdiction " WS-NEW-JURISDICTION
002539                     " not active on TAXRATE - kept "
002540                     CM-TAX-JURISDICTION
002541             end-if
002542         end-if
002543         if OPR-AUTH-LEVEL > 2
002544             display "Tax exempt (Y/N, blank to keep):"
002545             accept WS-NEW-EXEMPT
002546             evaluate true
002547                 when NEW-EXEMPT-YES
002548                     move "Y" to CM-TAX-EXEMPT
002549                 when NEW-EXEMPT-NO
002550                     move "N" to CM-TAX-EXEMPT
002551             end-evaluate
002552         end-if
002553         move "CHG" to CA-ACTION
002554         perform REWRITE-CUSTOMER
002560     end-if.

002570* a hold stops nothing upstream -- the work is still billed --
002580* but every invoice for the account prints flagged.  Closing
002590* refuses the account's MULTRAN detail outright.  Lifting a
002600* hold or reopening needs level 3.
002610 CHANGE-CUSTOMER-STATUS.
002620     display "Enter account code:"
002630     accept WS-ACCOUNT
002640     perform READ-CUSTOMER
002650     if ACCOUNT-NOT-FOUND
002660         display "Account " WS-ACCOUNT " not on file"
002670     else
002680         perform SHOW-CUSTOMER
002690         move CUSTOMER-MASTER-RECORD to WS-BEFORE-IMAGE
002700         display "New status - A (active), H (credit hold) or "
002710             "C (closed):"
002720         accept WS-NEW-STATUS
002730         evaluate true
002740             when NEW-STATUS-ACTIVE and not CM-ACTIVE
002750                 and OPR-AUTH-LEVEL < 3
002760                 display "*** Level 3 required to lift a hold "
002770                     "or reopen - not done ***"
002780             when NEW-STATUS-ACTIVE
002790                 move "A" to CM-STATUS
002800                 move "ACT" to CA-ACTION
002810                 perform REWRITE-CUSTOMER
002820             when NEW-STATUS-HOLD
002830                 move "H" to CM-STATUS
002840                 move "HLD" to CA-ACTION
002850                 perform REWRITE-CUSTOMER
002860             when NEW-STATUS-CLOSED
002870                 move "C" to CM-STATUS
002880                 move "CLS" to CA-ACTION
002890                 perform REWRITE-CUSTOMER
002900             when other
002910                 display "Invalid status - nothing done"
002920         end-evaluate
002930     end-if.

003330 REWRITE-CUSTOMER.
003340     move WS-TODAY to CM-LAST-MAINT-DATE
003350     move OPR-OPERATOR-ID to CM-LAST-MAINT-OPER
003360     rewrite CUSTOMER-MASTER-RECORD
003370         invalid key
003380             display "*** REWRITE FAILED ON CUSTMAST status "
003390                 WS-CUST-STATUS " ***"
003400         not invalid key
003410             perform WRITE-CUSTOMER-AUDIT
003420             display "Account " WS-ACCOUNT " updated"
003430     end-rewrite.

003440 SHOW-CUSTOMER.
003450     display "Bill-to : " CM-BILL-TO-NAME
003460     display "Address : " CM-ADDRESS-1
003470     if CM-ADDRESS-2 not = spaces
003480         display "          " CM-ADDRESS-2
003490     end-if
003500     display "          " CM-CITY " " CM-STATE " " CM-POSTAL-CODE
003510     display "Terms   : " CM-TERMS-DAYS " days"
003520     move CM-CREDIT-LIMIT to WS-AMOUNT-DISPLAY
003530     display "Limit   : " WS-AMOUNT-DISPLAY
003540     move CM-OPEN-BALANCE to WS-AMOUNT-DISPLAY
003550     display "Balance : " WS-AMOUNT-DISPLAY
003553     display "Tax     : " CM-TAX-JURISDICTION "  exempt "
003556         CM-TAX-EXEMPT
003560     display "Status  : " CM-STATUS.

003570 LIST-CUSTOMERS.
003580     move low-values to CM-ACCOUNT
003590     start CUSTOMER-MASTER key is not less than CM-ACCOUNT
003600         invalid key
003610             set FILE-EOF to true
003620     end-start
003630     perform READ-NEXT-CUSTOMER
003640     perform LIST-ONE-CUSTOMER until FILE-EOF
003650     display "Accounts listed : " WS-LIST-COUNT.

003660 READ-NEXT-CUSTOMER.
003670     if not FILE-EOF
003680         read CUSTOMER-MASTER next record
003690             at end set FILE-EOF to true
003700         end-read
003710     end-if.

003720 LIST-ONE-CUSTOMER.
003730     move CM-OPEN-BALANCE to WS-AMOUNT-DISPLAY
003740     display CM-ACCOUNT "  " CM-BILL-TO-NAME
003750         "  bal " WS-AMOUNT-DISPLAY
003760         "  status " CM-STATUS
003770     add 1 to WS-LIST-COUNT
003780     perform READ-NEXT-CUSTOMER.

003790 WRITE-CUSTOMER-AUDIT.
003800     open extend CUSTOMER-AUDIT-FILE
003810     if not AUDIT-OK
003820         open output CUSTOMER-AUDIT-FILE
003830     end-if
003840     move OPR-OPERATOR-ID to CA-OPERATOR
003850     move WS-ACCOUNT to CA-ACCOUNT
003860     move WS-BEFORE-IMAGE to CA-BEFORE-IMAGE
003870     move CUSTOMER-MASTER-RECORD to CA-AFTER-IMAGE
003880     accept CA-DATE from DATE YYYYMMDD
003890     accept CA-TIME from TIME
003900     write CUSTOMER-AUDIT-RECORD
003910     close CUSTOMER-AUDIT-FILE.

003911* only active jurisdictions may be given to an account; a
003912* missing TAXRATE leaves the table empty and every
003913* jurisdiction refused.
003914 LOAD-TAX-RATES.
003915     move zeroes to WS-TAX-COUNT
003916     open input TAX-RATE-FILE
003917     if TAXRATE-OK
003918         perform READ-TAX-RATE
003919         perform LOAD-ONE-TAX-RATE until TAXRATE-EOF
003920         close TAX-RATE-FILE
003921     end-if.

003922 READ-TAX-RATE.
003923     read TAX-RATE-FILE
003924         at end set TAXRATE-EOF to true
003925     end-read.

003926 LOAD-ONE-TAX-RATE.
003927     if TX-ACTIVE and WS-TAX-COUNT < WS-TAX-MAX
003928         add 1 to WS-TAX-COUNT
003929         move TX-JURISDICTION
003930             to WS-TAX-JURISDICTION (WS-TAX-COUNT)
003931     end-if
003932     perform READ-TAX-RATE.

003933 FIND-JURISDICTION.
003934     move "N" to WS-TAX-FOUND-SWITCH
003935     perform TEST-JURISDICTION
003936         varying WS-TAX-SUB from 1 by 1
003937         until WS-TAX-SUB > WS-TAX-COUNT
003938             or JURISDICTION-FOUND.

003939 TEST-JURISDICTION.
003940     if WS-TAX-JURISDICTION (WS-TAX-SUB) = WS-NEW-JURISDICTION
003941         set JURISDICTION-FOUND to true
003942     end-if.

003943*****************************************************************
003944* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003945*****************************************************************
003950     copy OPERPRC.
