000010 identification division.
000020 program-id. standMaint.
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
000130*                   ADDSTND standing-entry file that standGen
000140*                   writes into the nightly ADDTRAN feed.  Adds
000150*                   entries with their operation (A add or S
000160*                   subtract), the pair of amounts, a frequency
000170*                   (D daily, W weekly, M monthly, Q quarterly,
000180*                   A annual) and start and end dates; changes
000190*                   them; makes entries active or inactive
000200*                   (never a hard delete, so the register and
000210*                   the audit stay resolvable); and lists the
000220*                   file.  A new entry is first due on its start
000230*                   date.  Signs on through OPERMAST at level 2
000240*                   and logs every change to the STNDAUD audit
000250*                   file with before and after images, the
000260*                   prodMaint way.
000270*****************************************************************

000280 environment division.
000290 input-output section.
000300 file-control.
000310     select STANDING-ENTRY-FILE assign to "ADDSTND"
000320         organization is indexed
000330         access mode is dynamic
000340         record key is SE-ENTRY-ID
000350         file status is WS-STND-STATUS.
000360     select STANDING-AUDIT-FILE assign to "STNDAUD"
000370         organization is sequential
000380         file status is WS-AUDIT-STATUS.
000390     select OPERATOR-MASTER assign to "OPERMAST"
000400         organization is sequential
000410         file status is WS-OPER-STATUS.

000420 data division.
000430 file section.
000440 fd  STANDING-ENTRY-FILE.
000450     copy STNDENT.

000460 fd  STANDING-AUDIT-FILE.
000470 01  STANDING-AUDIT-RECORD.
000480     05 SA-OPERATOR           PIC X(08).
000490     05 SA-ACTION             PIC X(03).
000500     05 SA-ENTRY-ID           PIC X(08).
000510     05 SA-BEFORE-IMAGE       PIC X(130).
000520     05 SA-AFTER-IMAGE        PIC X(130).
000530     05 SA-DATE               PIC 9(08).
000540     05 SA-TIME               PIC 9(08).

000550 fd  OPERATOR-MASTER.
000560     copy OPERMAST.

000570 working-storage section.
000580     copy OPERWS.
000590     copy DATEVAL.
000600 01 WS-STND-STATUS            PIC X(02).
000610     88 STND-OK               VALUE "00".
000620 01 WS-AUDIT-STATUS           PIC X(02).
000630     88 AUDIT-OK              VALUE "00".
000640 01 WS-RUN-MODE               PIC X(01).
000650     88 ADD-MODE              VALUE "A" "a".
000660     88 CHANGE-MODE           VALUE "C" "c".
000670     88 STATUS-MODE           VALUE "S" "s".
000680     88 LIST-MODE             VALUE "L" "l".
000690 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000700     88 FILE-EOF              VALUE "Y".
000710 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000720     88 ENTRY-FOUND           VALUE "Y".
000730     88 ENTRY-NOT-FOUND       VALUE "N".
000740 01 WS-DATES-SWITCH           PIC X(01) VALUE "Y".
000750     88 DATES-VALID           VALUE "Y".
000760     88 DATES-INVALID         VALUE "N".
000770 01 WS-ENTRY-ID               PIC X(08) VALUE SPACES.
000780 01 WS-NEW-DESCRIPTION        PIC X(30).
000790 01 WS-NEW-OPERATION          PIC X(01).
000800     88 NEW-OPERATION-ADD     VALUE "A" "a".
000810     88 NEW-OPERATION-SUB     VALUE "S" "s".
000820 01 WS-NEW-FIRST-AMT          PIC 9(06)V9(02).
000830 01 WS-NEW-SECOND-AMT         PIC 9(06)V9(02).
000840 01 WS-NEW-FREQUENCY          PIC X(01).
000850     88 NEW-FREQUENCY-VALID   VALUE "D" "d" "W" "w" "M" "m"
000860                                    "Q" "q" "A" "a".
000870 01 WS-NEW-START-IN           PIC X(08).
000880 01 WS-NEW-END-IN             PIC X(08).
000890 01 WS-NEW-START-DATE         PIC 9(08) VALUE ZEROES.
000900 01 WS-NEW-END-DATE           PIC 9(08) VALUE ZEROES.
000910 01 WS-NEW-STATUS             PIC X(01).
000920     88 NEW-STATUS-ACTIVE     VALUE "A" "a".
000930     88 NEW-STATUS-INACTIVE   VALUE "I" "i".
000940 01 WS-LIST-COUNT             PIC 9(05) VALUE ZEROES.
000950 01 WS-TODAY                  PIC 9(08) VALUE ZEROES.
000960 01 WS-BEFORE-IMAGE           PIC X(130).
000970 01 WS-AMT-DISPLAY            PIC ZZZ,ZZ9.99.
000980 01 WS-AMT-DISPLAY-2          PIC ZZZ,ZZ9.99.

000990 procedure division.
001000 PRG-BEGIN.
001010     display "Enter operator ID:"
001020     perform ZY-OPERATOR-SIGNON
001030     if OPR-AUTH-LEVEL < 2
001040         display "*** OPERATOR NOT AUTHORIZED FOR STANDING "
001050             "ENTRY MAINTENANCE - level 2 required ***"
001060         move 8 to RETURN-CODE
001070         stop run
001080     end-if
001090     accept WS-TODAY from DATE YYYYMMDD
001100     display "Enter mode - A (add), C (change), S (status) "
001110         "or L (list):"
001120     accept WS-RUN-MODE
001130     perform OPEN-STANDING-FILE
001140     evaluate true
001150         when ADD-MODE
001160             perform ADD-STANDING-ENTRY
001170         when CHANGE-MODE
001180             perform CHANGE-STANDING-ENTRY
001190         when STATUS-MODE
001200             perform CHANGE-ENTRY-STATUS
001210         when LIST-MODE
001220             perform LIST-STANDING-ENTRIES
001230         when other
001240             display "Invalid mode - nothing done"
001250     end-evaluate
001260     close STANDING-ENTRY-FILE
001270     stop run.

001280* the file is created on first use, the way prodMaint does it.
001290 OPEN-STANDING-FILE.
001300     open i-o STANDING-ENTRY-FILE
001310     if not STND-OK
001320         close STANDING-ENTRY-FILE
001330         open output STANDING-ENTRY-FILE
001340         close STANDING-ENTRY-FILE
001350         open i-o STANDING-ENTRY-FILE
001360     end-if.

001370 READ-STANDING-ENTRY.
001380     move WS-ENTRY-ID to SE-ENTRY-ID
001390     read STANDING-ENTRY-FILE
001400         invalid key
001410             set ENTRY-NOT-FOUND to true
001420         not invalid key
001430             set ENTRY-FOUND to true
001440     end-read.

001450 ADD-STANDING-ENTRY.
001460     display "Enter new standing entry ID:"
001470     accept WS-ENTRY-ID
001480     if WS-ENTRY-ID = spaces
001490         display "Entry ID is required - not added"
001500     else
001510         perform READ-STANDING-ENTRY
001520         if ENTRY-FOUND
001530             display "Entry " WS-ENTRY-ID
001540                 " already on file - not added"
001550         else
001560             perform ACCEPT-NEW-ENTRY
001570         end-if
001580     end-if.

001590 ACCEPT-NEW-ENTRY.
001600     display "Enter description:"
001610     accept WS-NEW-DESCRIPTION
001620     display "Enter operation - A (add) or S (subtract the "
001630         "second amount):"
001640     accept WS-NEW-OPERATION
001650     display "Enter first amount (999999V99):"
001660     accept WS-NEW-FIRST-AMT
001670     display "Enter second amount (999999V99):"
001680     accept WS-NEW-SECOND-AMT
001690     display "Enter frequency - D (daily), W (weekly), "
001700         "M (monthly), Q (quarterly) or A (annual):"
001710     accept WS-NEW-FREQUENCY
001720     display "Enter start date (YYYYMMDD):"
001730     accept WS-NEW-START-IN
001740     display "Enter end date (YYYYMMDD, blank for none):"
001750     accept WS-NEW-END-IN
001760     perform CHECK-ENTRY-DATES
001770     evaluate true
001780         when WS-NEW-DESCRIPTION = spaces
001790             display "Description is required - not added"
001800         when not NEW-OPERATION-ADD and not NEW-OPERATION-SUB
001810             display "Operation must be A or S - not added"
001820         when WS-NEW-FIRST-AMT = 0 and WS-NEW-SECOND-AMT = 0
001830             display "An amount is required - not added"
001840         when not NEW-FREQUENCY-VALID
001850             display "Frequency must be D, W, M, Q or A "
001860                 "- not added"
001870         when DATES-INVALID
001880             display "Start or end date not valid - not added"
001890         when other
001900             move spaces to STANDING-ENTRY-RECORD
001910             move WS-ENTRY-ID to SE-ENTRY-ID
001920             move WS-NEW-DESCRIPTION to SE-DESCRIPTION
001930             if NEW-OPERATION-ADD
001940                 move "A" to SE-OPERATION
001950             else
001960                 move "S" to SE-OPERATION
001970             end-if
001980             move WS-NEW-FIRST-AMT to SE-FIRST-AMT
001990             move WS-NEW-SECOND-AMT to SE-SECOND-AMT
002000             inspect WS-NEW-FREQUENCY
002010                 converting "dwmqa" to "DWMQA"
002020             move WS-NEW-FREQUENCY to SE-FREQUENCY
002030             move WS-NEW-START-DATE to SE-START-DATE
002040             move WS-NEW-END-DATE to SE-END-DATE
002050             move WS-NEW-START-DATE to SE-NEXT-DUE-DATE
002060             move zeroes to SE-LAST-GEN-DATE
002070             move zeroes to SE-GEN-COUNT
002080             move "A" to SE-STATUS
002090             move WS-TODAY to SE-LAST-MAINT-DATE
002100             move OPR-OPERATOR-ID to SE-LAST-MAINT-OPER
002110             write STANDING-ENTRY-RECORD
002120                 invalid key
002130                     display "*** WRITE FAILED ON ADDSTND "
002140                         "status " WS-STND-STATUS " ***"
002150                 not invalid key
002160                     move spaces to WS-BEFORE-IMAGE
002170                     move "ADD" to SA-ACTION
002180                     perform WRITE-STANDING-AUDIT
002190                     display "Entry " WS-ENTRY-ID
002200                         " added - first due " SE-NEXT-DUE-DATE
002210             end-write
002220     end-evaluate.

002230* the start date must be a real date; the end date, when given,
002240* must be a real date on or after the start.
002250 CHECK-ENTRY-DATES.
002260     set DATES-VALID to true
002270     move zeroes to WS-NEW-START-DATE
002280     move zeroes to WS-NEW-END-DATE
002290     if WS-NEW-START-IN not numeric
002300         set DATES-INVALID to true
002310     else
002320         move WS-NEW-START-IN to WS-NEW-START-DATE
002330         move WS-NEW-START-DATE to DTV-RAW-DATE
002340         perform DTV-VALIDATE-DATE
002350         if DTV-DATE-INVALID
002360             set DATES-INVALID to true
002370         end-if
002380     end-if
002390     if WS-NEW-END-IN not = spaces
002400         perform CHECK-END-DATE
002410         if WS-NEW-END-DATE < WS-NEW-START-DATE
002420             set DATES-INVALID to true
002430         end-if
002440     end-if.

002450 CHECK-END-DATE.
002460     if WS-NEW-END-IN not numeric
002470         set DATES-INVALID to true
002480     else
002490         move WS-NEW-END-IN to WS-NEW-END-DATE
002500         move WS-NEW-END-DATE to DTV-RAW-DATE
002510         perform DTV-VALIDATE-DATE
002520         if DTV-DATE-INVALID
002530             set DATES-INVALID to true
002540         end-if
002550     end-if.

002560* the start date only changes before the entry has generated
002570* anything; after that the next-due date carries the schedule.
002580 CHANGE-STANDING-ENTRY.
002590     display "Enter standing entry ID to change:"
002600     accept WS-ENTRY-ID
002610     perform READ-STANDING-ENTRY
002620     if ENTRY-NOT-FOUND
002630         display "Entry " WS-ENTRY-ID " not on file"
002640     else
002650         perform SHOW-STANDING-ENTRY
002660         move STANDING-ENTRY-RECORD to WS-BEFORE-IMAGE
002670         display "New description (blank to keep):"
002680         accept WS-NEW-DESCRIPTION
002690         if WS-NEW-DESCRIPTION not = spaces
002700             move WS-NEW-DESCRIPTION to SE-DESCRIPTION
002710         end-if
002720         display "New operation - A or S (blank to keep):"
002730         accept WS-NEW-OPERATION
002740         evaluate true
002750             when NEW-OPERATION-ADD
002760                 move "A" to SE-OPERATION
002770             when NEW-OPERATION-SUB
002780                 move "S" to SE-OPERATION
002790         end-evaluate
002800         display "New first amount (zero to keep):"
002810         accept WS-NEW-FIRST-AMT
002820         if WS-NEW-FIRST-AMT > 0
002830             move WS-NEW-FIRST-AMT to SE-FIRST-AMT
002840         end-if
002850         display "New second amount (zero to keep):"
002860         accept WS-NEW-SECOND-AMT
002870         if WS-NEW-SECOND-AMT > 0
002880             move WS-NEW-SECOND-AMT to SE-SECOND-AMT
002890         end-if
002900         display "New frequency - D, W, M, Q or A "
002910             "(blank to keep):"
002920         accept WS-NEW-FREQUENCY
002930         if NEW-FREQUENCY-VALID
002940             inspect WS-NEW-FREQUENCY
002950                 converting "dwmqa" to "DWMQA"
002960             move WS-NEW-FREQUENCY to SE-FREQUENCY
002970         end-if
002980         perform CHANGE-ENTRY-DATES
002990         if DATES-INVALID
003000             display "Start or end date not valid - not changed"
003010         else
003020             move "CHG" to SA-ACTION
003030             perform REWRITE-STANDING-ENTRY
003040         end-if
003050     end-if.

003060 CHANGE-ENTRY-DATES.
003070     move SE-START-DATE to WS-NEW-START-IN
003080     if SE-GEN-COUNT = 0
003090         display "New start date (blank to keep):"
003100         accept WS-NEW-START-IN
003110         if WS-NEW-START-IN = spaces
003120             move SE-START-DATE to WS-NEW-START-IN
003130         end-if
003140     end-if
003150     display "New end date (blank to keep, 0 for none):"
003160     accept WS-NEW-END-IN
003170     evaluate true
003180         when WS-NEW-END-IN = spaces
003190             if SE-END-DATE = 0
003200                 move spaces to WS-NEW-END-IN
003210             else
003220                 move SE-END-DATE to WS-NEW-END-IN
003230             end-if
003240         when WS-NEW-END-IN = "0"
003250             move spaces to WS-NEW-END-IN
003260     end-evaluate
003270     perform CHECK-ENTRY-DATES
003280     if DATES-VALID
003290         if SE-GEN-COUNT = 0
003300             move WS-NEW-START-DATE to SE-START-DATE
003310             move WS-NEW-START-DATE to SE-NEXT-DUE-DATE
003320         end-if
003330         move WS-NEW-END-DATE to SE-END-DATE
003340     end-if.

003350* inactive entries stay on file and generate nothing until made
003360* active again; an ended entry reactivated with a later end
003370* date picks up from its next-due date.
003380 CHANGE-ENTRY-STATUS.
003390     display "Enter standing entry ID:"
003400     accept WS-ENTRY-ID
003410     perform READ-STANDING-ENTRY
003420     if ENTRY-NOT-FOUND
003430         display "Entry " WS-ENTRY-ID " not on file"
003440     else
003450         perform SHOW-STANDING-ENTRY
003460         move STANDING-ENTRY-RECORD to WS-BEFORE-IMAGE
003470         display "New status - A (active) or I (inactive):"
003480         accept WS-NEW-STATUS
003490         evaluate true
003500             when NEW-STATUS-ACTIVE
003510                 move "A" to SE-STATUS
003520                 move "ACT" to SA-ACTION
003530                 perform REWRITE-STANDING-ENTRY
003540             when NEW-STATUS-INACTIVE
003550                 move "I" to SE-STATUS
003560                 move "INA" to SA-ACTION
003570                 perform REWRITE-STANDING-ENTRY
003580             when other
003590                 display "Invalid status - nothing done"
003600         end-evaluate
003610     end-if.

003620 REWRITE-STANDING-ENTRY.
003630     move WS-TODAY to SE-LAST-MAINT-DATE
003640     move OPR-OPERATOR-ID to SE-LAST-MAINT-OPER
003650     rewrite STANDING-ENTRY-RECORD
003660         invalid key
003670             display "*** REWRITE FAILED ON ADDSTND status "
003680                 WS-STND-STATUS " ***"
003690         not invalid key
003700             perform WRITE-STANDING-AUDIT
003710             display "Entry " WS-ENTRY-ID " updated"
003720     end-rewrite.

003730 SHOW-STANDING-ENTRY.
003740     display "Entry     : " SE-ENTRY-ID "  " SE-DESCRIPTION
003750     move SE-FIRST-AMT to WS-AMT-DISPLAY
003760     move SE-SECOND-AMT to WS-AMT-DISPLAY-2
003770     display "Operation : " SE-OPERATION "  amounts "
003780         WS-AMT-DISPLAY " " WS-AMT-DISPLAY-2
003790     display "Frequency : " SE-FREQUENCY
003800     display "Start     : " SE-START-DATE "  end " SE-END-DATE
003810     display "Next due  : " SE-NEXT-DUE-DATE
003820         "  last generated " SE-LAST-GEN-DATE
003830         "  times " SE-GEN-COUNT
003840     display "Status    : " SE-STATUS.

003850 LIST-STANDING-ENTRIES.
003860     move low-values to SE-ENTRY-ID
003870     start STANDING-ENTRY-FILE key is not less than SE-ENTRY-ID
003880         invalid key
003890             set FILE-EOF to true
003900     end-start
003910     perform READ-NEXT-STANDING-ENTRY
003920     perform LIST-ONE-STANDING-ENTRY until FILE-EOF
003930     display "Entries listed : " WS-LIST-COUNT.

003940 READ-NEXT-STANDING-ENTRY.
003950     if not FILE-EOF
003960         read STANDING-ENTRY-FILE next record
003970             at end set FILE-EOF to true
003980         end-read
003990     end-if.

004000 LIST-ONE-STANDING-ENTRY.
004010     move SE-FIRST-AMT to WS-AMT-DISPLAY
004020     move SE-SECOND-AMT to WS-AMT-DISPLAY-2
004030     display SE-ENTRY-ID "  " SE-DESCRIPTION
004040         "  " SE-OPERATION " " WS-AMT-DISPLAY " " WS-AMT-DISPLAY-2
004050         "  " SE-FREQUENCY " next " SE-NEXT-DUE-DATE
004060         "  status " SE-STATUS
004070     add 1 to WS-LIST-COUNT
004080     perform READ-NEXT-STANDING-ENTRY.

004090 WRITE-STANDING-AUDIT.
004100     open extend STANDING-AUDIT-FILE
004110     if not AUDIT-OK
004120         open output STANDING-AUDIT-FILE
004130     end-if
004140     move OPR-OPERATOR-ID to SA-OPERATOR
004150     move WS-ENTRY-ID to SA-ENTRY-ID
004160     move WS-BEFORE-IMAGE to SA-BEFORE-IMAGE
004170     move STANDING-ENTRY-RECORD to SA-AFTER-IMAGE
004180     accept SA-DATE from DATE YYYYMMDD
004190     accept SA-TIME from TIME
004200     write STANDING-AUDIT-RECORD
004210     close STANDING-AUDIT-FILE.

004220*****************************************************************
004230* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
004240*****************************************************************
004250     copy OPERPRC.

004260*****************************************************************
004270* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
004280*****************************************************************
004290     copy DATEPRC.
