000010 identification division.
000020 program-id. taxMaint.
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
000130*                   TAXRATE sales-tax jurisdiction table the
000140*                   multiplication run taxes invoice lines from
000150*                   (the triRateMaint mold).  Adds jurisdictions
000160*                   with their name and combined rate, changes
000170*                   them, makes them active or inactive (never a
000180*                   delete, so old TAXHIST months still name their
000190*                   jurisdictions) and lists the table.  The whole
000200*                   table is rewritten on every change.  Signs on
000210*                   through OPERMAST -- level 2 to list, level 3
000220*                   to change anything -- and logs every change to
000230*                   the TAXAUD audit file with old and new values.
000240*****************************************************************

000250 environment division.
000260 input-output section.
000270 file-control.
000280     select TAX-RATE-FILE assign to "TAXRATE"
000290         organization is sequential
000300         file status is WS-TAXRATE-STATUS.
000310     select TAX-AUDIT-FILE assign to "TAXAUD"
000320         organization is sequential
000330         file status is WS-AUDIT-STATUS.
000340     select OPERATOR-MASTER assign to "OPERMAST"
000350         organization is sequential
000360         file status is WS-OPER-STATUS.

000370 data division.
000380 file section.
000390 fd  TAX-RATE-FILE.
000400     copy TAXRATE.

000410 fd  TAX-AUDIT-FILE.
000420 01  TAX-AUDIT-RECORD.
000430     05 TA-OPERATOR           PIC X(08).
000440     05 TA-ACTION             PIC X(03).
000450     05 TA-JURISDICTION       PIC X(04).
000460     05 TA-OLD-RATE           PIC 9(01)V9(05).
000470     05 TA-NEW-RATE           PIC 9(01)V9(05).
000480     05 TA-OLD-STATUS         PIC X(01).
000490     05 TA-NEW-STATUS         PIC X(01).
000500     05 TA-NEW-NAME           PIC X(30).
000510     05 TA-DATE               PIC 9(08).
000520     05 TA-TIME               PIC 9(08).

000530 fd  OPERATOR-MASTER.
000540     copy OPERMAST.

000550 working-storage section.
000560     copy OPERWS.
000570 01 WS-TAXRATE-STATUS         PIC X(02).
000580     88 TAXRATE-OK            VALUE "00".
000590 01 WS-AUDIT-STATUS           PIC X(02).
000600     88 AUDIT-OK              VALUE "00".
000610 01 WS-RUN-MODE               PIC X(01).
000620     88 ADD-MODE              VALUE "A" "a".
000630     88 CHANGE-MODE           VALUE "C" "c".
000640     88 STATUS-MODE           VALUE "S" "s".
000650     88 LIST-MODE             VALUE "L" "l".
000660 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000670     88 FILE-EOF              VALUE "Y".
000680 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000690     88 JURISDICTION-FOUND    VALUE "Y".
000700     88 JURISDICTION-NOT-FOUND VALUE "N".
000710 01 WS-NEW-JURISDICTION       PIC X(04).
000720 01 WS-NEW-NAME               PIC X(30).
000730 01 WS-NEW-RATE               PIC 9(01)V9(05).
000740 01 WS-NEW-STATUS             PIC X(01).
000750     88 NEW-STATUS-ACTIVE     VALUE "A" "a".
000760     88 NEW-STATUS-INACTIVE   VALUE "I" "i".
000770* a combined rate above this is taken for a mis-key.
000780 01 WS-RATE-LIMIT             PIC 9(01)V9(05) VALUE 0.20000.
000790 01 WS-TODAY                  PIC 9(08) VALUE ZEROES.
000800 01 WS-RATE-DISPLAY           PIC 9.99999.
000810*
000820* the whole TAXRATE table, rewritten from here on every change.
000830 01 WS-TAX-MAX                PIC 9(02) VALUE 50.
000840 01 WS-TAX-COUNT              PIC 9(02) VALUE ZEROES.
000850 01 WS-TAX-TABLE.
000860     05 WS-TAX-ENTRY          OCCURS 50 TIMES.
000870         10 WS-TAX-JURISDICTION PIC X(04).
000880         10 WS-TAX-NAME       PIC X(30).
000890         10 WS-TAX-RATE       PIC 9(01)V9(05).
000900         10 WS-TAX-STATUS     PIC X(01).
000910         10 WS-TAX-MAINT-DATE PIC 9(08).
000920         10 WS-TAX-MAINT-OPER PIC X(08).
000930 01 WS-TAX-SUB                PIC 9(02) VALUE ZEROES.

000940 procedure division.
000950 PRG-BEGIN.
000960     display "Enter operator ID:"
000970     perform ZY-OPERATOR-SIGNON
000980     if OPR-AUTH-LEVEL < 2
000990         display "*** OPERATOR NOT AUTHORIZED FOR TAX RATE "
001000             "MAINTENANCE - level 2 required ***"
001010         move 8 to RETURN-CODE
001020         stop run
001030     end-if
001040     accept WS-TODAY from DATE YYYYMMDD
001050     display "Enter mode - A (add), C (change), S (status) "
001060         "or L (list):"
001070     accept WS-RUN-MODE
001080     if not LIST-MODE and OPR-AUTH-LEVEL < 3
001090         display "*** Level 3 required to change tax rates - "
001100             "nothing done ***"
001110         move 8 to RETURN-CODE
001120         stop run
001130     end-if
001140     perform LOAD-TAX-TABLE
001150     evaluate true
001160         when ADD-MODE
001170             perform ADD-JURISDICTION
001180         when CHANGE-MODE
001190             perform CHANGE-JURISDICTION
001200         when STATUS-MODE
001210             perform CHANGE-JURISDICTION-STATUS
001220         when LIST-MODE
001230             perform LIST-JURISDICTIONS
001240         when other
001250             display "Invalid mode - nothing done"
001260     end-evaluate
001270     stop run.

001280 LOAD-TAX-TABLE.
001290     move zeroes to WS-TAX-COUNT
001300     open input TAX-RATE-FILE
001310     if TAXRATE-OK
001320         perform READ-TAX-RATE
001330         perform LOAD-ONE-TAX-RATE until FILE-EOF
001340         close TAX-RATE-FILE
001350     end-if.

001360 READ-TAX-RATE.
001370     read TAX-RATE-FILE
001380         at end set FILE-EOF to true
001390     end-read.

001400 LOAD-ONE-TAX-RATE.
001410     if WS-TAX-COUNT < WS-TAX-MAX
001420         add 1 to WS-TAX-COUNT
001430         move TX-JURISDICTION
001431             to WS-TAX-JURISDICTION (WS-TAX-COUNT)
001440         move TX-NAME to WS-TAX-NAME (WS-TAX-COUNT)
001450         move TX-RATE to WS-TAX-RATE (WS-TAX-COUNT)
001460         move TX-STATUS to WS-TAX-STATUS (WS-TAX-COUNT)
001470         move TX-LAST-MAINT-DATE
001471             to WS-TAX-MAINT-DATE (WS-TAX-COUNT)
001480         move TX-LAST-MAINT-OPER
001481             to WS-TAX-MAINT-OPER (WS-TAX-COUNT)
001490     end-if
001500     perform READ-TAX-RATE.

001510 FIND-JURISDICTION.
001520     set JURISDICTION-NOT-FOUND to true
001530     perform TEST-JURISDICTION
001540         varying WS-TAX-SUB from 1 by 1
001550         until WS-TAX-SUB > WS-TAX-COUNT
001560             or JURISDICTION-FOUND
001570     if JURISDICTION-FOUND
001580         subtract 1 from WS-TAX-SUB
001590     end-if.

001600 TEST-JURISDICTION.
001610     if WS-TAX-JURISDICTION (WS-TAX-SUB) = WS-NEW-JURISDICTION
001620         set JURISDICTION-FOUND to true
001630     end-if.

001640 ADD-JURISDICTION.
001650     display "Enter new jurisdiction code:"
001660     accept WS-NEW-JURISDICTION
001670     display "Enter jurisdiction name:"
001680     accept WS-NEW-NAME
001690     display "Enter combined rate as a fraction (e.g. 0.07250):"
001700     accept WS-NEW-RATE
001710     perform FIND-JURISDICTION
001720     evaluate true
001730         when WS-NEW-JURISDICTION = spaces
001740             display "Jurisdiction code is required - not added"
001750         when JURISDICTION-FOUND
001760             display "Jurisdiction " WS-NEW-JURISDICTION
001770                 " already on file - not added"
001780         when WS-NEW-NAME = spaces
001790             display "Jurisdiction name is required - not added"
001800         when WS-NEW-RATE > WS-RATE-LIMIT
001810             display "Rate over 20 percent - not added"
001820         when WS-TAX-COUNT not < WS-TAX-MAX
001830             display "*** Tax table is full (" WS-TAX-MAX
001840                 " entries) - not added ***"
001850         when other
001860             add 1 to WS-TAX-COUNT
001870             move WS-TAX-COUNT to WS-TAX-SUB
001880             move WS-NEW-JURISDICTION
001890                 to WS-TAX-JURISDICTION (WS-TAX-SUB)
001900             move WS-NEW-NAME to WS-TAX-NAME (WS-TAX-SUB)
001910             move WS-NEW-RATE to WS-TAX-RATE (WS-TAX-SUB)
001920             move "A" to WS-TAX-STATUS (WS-TAX-SUB)
001930             move zeroes to TA-OLD-RATE
001940             move spaces to TA-OLD-STATUS
001950             move "ADD" to TA-ACTION
001960             perform STORE-JURISDICTION
001970     end-evaluate.

001980* a new rate applies from the next multiplication run; invoices
001990* already taxed keep the tax they were billed.
002000 CHANGE-JURISDICTION.
002010     display "Enter jurisdiction code to change:"
002020     accept WS-NEW-JURISDICTION
002030     perform FIND-JURISDICTION
002040     if JURISDICTION-NOT-FOUND
002050         display "Jurisdiction " WS-NEW-JURISDICTION
002051             " not on file"
002060     else
002070         perform SHOW-JURISDICTION
002080         move WS-TAX-RATE (WS-TAX-SUB) to TA-OLD-RATE
002090         move WS-TAX-STATUS (WS-TAX-SUB) to TA-OLD-STATUS
002100         display "New name (blank to keep):"
002110         accept WS-NEW-NAME
002120         if WS-NEW-NAME not = spaces
002130             move WS-NEW-NAME to WS-TAX-NAME (WS-TAX-SUB)
002140         end-if
002150         display "New rate (zero to keep):"
002160         accept WS-NEW-RATE
002170         evaluate true
002180             when WS-NEW-RATE > WS-RATE-LIMIT
002190                 display "Rate over 20 percent - rate kept"
002200             when WS-NEW-RATE > 0
002210                 move WS-NEW-RATE to WS-TAX-RATE (WS-TAX-SUB)
002220         end-evaluate
002230         move "CHG" to TA-ACTION
002240         perform STORE-JURISDICTION
002250     end-if.

002260* an inactive jurisdiction stays on the table so past months
002270* still report under its name.
002280 CHANGE-JURISDICTION-STATUS.
002290     display "Enter jurisdiction code:"
002300     accept WS-NEW-JURISDICTION
002310     perform FIND-JURISDICTION
002320     if JURISDICTION-NOT-FOUND
002330         display "Jurisdiction " WS-NEW-JURISDICTION
002331             " not on file"
002340     else
002350         perform SHOW-JURISDICTION
002360         move WS-TAX-RATE (WS-TAX-SUB) to TA-OLD-RATE
002370         move WS-TAX-STATUS (WS-TAX-SUB) to TA-OLD-STATUS
002380         display "New status - A (active) or I (inactive):"
002390         accept WS-NEW-STATUS
002400         evaluate true
002410             when NEW-STATUS-ACTIVE
002420                 move "A" to WS-TAX-STATUS (WS-TAX-SUB)
002430                 move "ACT" to TA-ACTION
002440                 perform STORE-JURISDICTION
002450             when NEW-STATUS-INACTIVE
002460                 move "I" to WS-TAX-STATUS (WS-TAX-SUB)
002470                 move "INA" to TA-ACTION
002480                 perform STORE-JURISDICTION
002490             when other
002500                 display "Invalid status - nothing done"
002510         end-evaluate
002520     end-if.

002530 STORE-JURISDICTION.
002540     move WS-TODAY to WS-TAX-MAINT-DATE (WS-TAX-SUB)
002550     move OPR-OPERATOR-ID to WS-TAX-MAINT-OPER (WS-TAX-SUB)
002560     perform WRITE-TAX-FILE
002570     perform WRITE-TAX-AUDIT
002580     display "Jurisdiction " WS-NEW-JURISDICTION " updated".

002590 SHOW-JURISDICTION.
002600     move WS-TAX-RATE (WS-TAX-SUB) to WS-RATE-DISPLAY
002610     display "Name    : " WS-TAX-NAME (WS-TAX-SUB)
002620     display "Rate    : " WS-RATE-DISPLAY
002630     display "Status  : " WS-TAX-STATUS (WS-TAX-SUB).

002640 LIST-JURISDICTIONS.
002650     if WS-TAX-COUNT = 0
002660         display "No jurisdictions on file"
002670     else
002680         perform LIST-ONE-JURISDICTION
002690             varying WS-TAX-SUB from 1 by 1
002700             until WS-TAX-SUB > WS-TAX-COUNT
002710         display "Jurisdictions on file : " WS-TAX-COUNT
002720             " of " WS-TAX-MAX
002730     end-if.

002740 LIST-ONE-JURISDICTION.
002750     move WS-TAX-RATE (WS-TAX-SUB) to WS-RATE-DISPLAY
002760     display WS-TAX-JURISDICTION (WS-TAX-SUB) "  "
002770         WS-TAX-NAME (WS-TAX-SUB) "  " WS-RATE-DISPLAY
002780         "  status " WS-TAX-STATUS (WS-TAX-SUB).

002790* the whole (small) table is rewritten, so a change is complete
002800* or not there at all.
002810 WRITE-TAX-FILE.
002820     open output TAX-RATE-FILE
002830     perform WRITE-ONE-TAX-RATE
002840         varying WS-TAX-SUB from 1 by 1
002850         until WS-TAX-SUB > WS-TAX-COUNT
002860     close TAX-RATE-FILE
002870     perform FIND-JURISDICTION.

002880 WRITE-ONE-TAX-RATE.
002890     move spaces to TAX-RATE-RECORD
002900     move WS-TAX-JURISDICTION (WS-TAX-SUB) to TX-JURISDICTION
002910     move WS-TAX-NAME (WS-TAX-SUB) to TX-NAME
002920     move WS-TAX-RATE (WS-TAX-SUB) to TX-RATE
002930     move WS-TAX-STATUS (WS-TAX-SUB) to TX-STATUS
002940     move WS-TAX-MAINT-DATE (WS-TAX-SUB) to TX-LAST-MAINT-DATE
002950     move WS-TAX-MAINT-OPER (WS-TAX-SUB) to TX-LAST-MAINT-OPER
002960     write TAX-RATE-RECORD.

002970 WRITE-TAX-AUDIT.
002980     open extend TAX-AUDIT-FILE
002990     if not AUDIT-OK
003000         open output TAX-AUDIT-FILE
003010     end-if
003020     move OPR-OPERATOR-ID to TA-OPERATOR
003030     move WS-NEW-JURISDICTION to TA-JURISDICTION
003040     move WS-TAX-RATE (WS-TAX-SUB) to TA-NEW-RATE
003050     move WS-TAX-STATUS (WS-TAX-SUB) to TA-NEW-STATUS
003060     move WS-TAX-NAME (WS-TAX-SUB) to TA-NEW-NAME
003070     accept TA-DATE from DATE YYYYMMDD
003080     accept TA-TIME from TIME
003090     write TAX-AUDIT-RECORD
003100     close TAX-AUDIT-FILE.

003110*****************************************************************
003120* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003130*****************************************************************
003140     copy OPERPRC.
