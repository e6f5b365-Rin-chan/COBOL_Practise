000010 identification division.
000020 program-id. ctofEnergy.
000030 author. PLANT-INSTRUMENTATION.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   pig  original -- monthly energy cost estimate per
000130*                   location for the budget office's forecast.
000140*                   Accepted CTOFHIST readings for the report
000150*                   month and the same month last year release
000160*                   into a sort by SN-LOCATION and date; each
000170*                   location's daily mean Fahrenheit gives that
000180*                   day's heating and cooling degree-days the way
000190*                   the cTof D mode figures them, and the month's
000200*                   totals are costed at the UTILRATE rate in
000210*                   effect at each month's end.  A location whose
000220*                   cost per degree-day rose more than the percent
000230*                   on the run card over last year is flagged, and
000240*                   the run ends with return code 4.
000250*****************************************************************

000260 environment division.
000270 input-output section.
000280 file-control.
000290     select CONVERSION-HISTORY assign to "CTOFHIST"
000300         organization is sequential
000310         file status is WS-HIST-STATUS.
000320     select SENSOR-MASTER-FILE assign to "SENMAST"
000330         organization is sequential
000340         file status is WS-SENMAST-STATUS.
000350     select UTILITY-RATE-FILE assign to "UTILRATE"
000360         organization is sequential
000370         file status is WS-RATE-STATUS.
000380     select SORT-WORK-FILE assign to "ENRGSWK".
000390     select SORTED-READING-FILE assign to "ENRGSRT"
000400         organization is sequential
000410         file status is WS-SORT-STATUS.

000420 data division.
000430 file section.
000440 fd  CONVERSION-HISTORY.
000450     copy CTOFHIST.

000460 fd  SENSOR-MASTER-FILE.
000470     copy SENMAST.

000480 fd  UTILITY-RATE-FILE.
000490     copy UTILRATE.

000500 sd  SORT-WORK-FILE.
000510 01  SORT-WORK-RECORD.
000520     05 SW-LOCATION           PIC X(20).
000530     05 SW-DATE               PIC X(08).
000540     05 SW-FAHRENHEIT         PIC S9(03)V9(02).

000550 fd  SORTED-READING-FILE.
000560 01  SORTED-READING-RECORD.
000570     05 SR-LOCATION           PIC X(20).
000580     05 SR-DATE               PIC X(08).
000590     05 SR-FAHRENHEIT         PIC S9(03)V9(02).

000600 working-storage section.
000610 01 WS-HIST-STATUS            PIC X(02).
000620     88 HIST-OK               VALUE "00".
000630 01 WS-SENMAST-STATUS         PIC X(02).
000640     88 SENMAST-OK            VALUE "00".
000650 01 WS-RATE-STATUS            PIC X(02).
000660     88 RATE-FILE-OK          VALUE "00".
000670 01 WS-SORT-STATUS            PIC X(02).
000680     88 SORT-OK               VALUE "00".
000690 01 WS-RELEASE-EOF-SWITCH     PIC X(01) VALUE "N".
000700     88 RELEASE-EOF           VALUE "Y".
000710 01 WS-SORTED-EOF-SWITCH      PIC X(01) VALUE "N".
000720     88 SORTED-EOF            VALUE "Y".
000730*
000740* the run card: report month, base temperature, jump percent.
000750 01 WS-REPORT-MONTH           PIC 9(06) VALUE ZEROES.
000760 01 WS-REPORT-MONTH-X REDEFINES WS-REPORT-MONTH.
000770     05 WS-REPORT-YYYY        PIC 9(04).
000780     05 WS-REPORT-MM          PIC 9(02).
000790 01 WS-PRIOR-MONTH            PIC 9(06) VALUE ZEROES.
000800 01 WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
000810     05 WS-PRIOR-YYYY         PIC 9(04).
000820     05 WS-PRIOR-MM           PIC 9(02).
000830 01 WS-REPORT-AS-OF           PIC 9(08) VALUE ZEROES.
000840 01 WS-PRIOR-AS-OF            PIC 9(08) VALUE ZEROES.
000850 01 WS-BASE-ENTRY             PIC ZZ9.99.
000860 01 WS-BASE-TEMP-F            PIC S9(03)V9(02) VALUE ZEROES.
000870 01 WS-JUMP-ENTRY             PIC ZZ9.
000880 01 WS-JUMP-PERCENT           PIC 9(03) VALUE ZEROES.
000890*
000900 01 WS-MST-MAX                PIC 9(02) VALUE 20.
000910 01 WS-MST-COUNT              PIC 9(02) VALUE ZEROES.
000920 01 WS-MASTER-TABLE.
000930     05 WS-MST-ENTRY          OCCURS 20 TIMES.
000940         10 WS-MST-ID         PIC X(04).
000950         10 WS-MST-LOCATION   PIC X(20).
000960 01 WS-MST-SUB                PIC 9(02) VALUE ZEROES.
000970 01 WS-SENSOR-LOCATION        PIC X(20) VALUE SPACES.
000980*
000990 01 WS-RATE-MAX               PIC 9(03) VALUE 100.
001000 01 WS-RATE-COUNT             PIC 9(03) VALUE ZEROES.
001010 01 WS-RATE-TABLE.
001020     05 WS-RATE-ENTRY         OCCURS 100 TIMES.
001030         10 WS-RT-LOCATION    PIC X(20).
001040         10 WS-RT-SERVICE     PIC X(01).
001050         10 WS-RT-FUEL        PIC X(08).
001060         10 WS-RT-BASIS       PIC X(01).
001070         10 WS-RT-RATE        PIC 9(03)V9(04).
001080         10 WS-RT-UNITS-DD    PIC 9(03)V9(04).
001090         10 WS-RT-EFFECTIVE   PIC 9(08).
001100 01 WS-RATE-SUB               PIC 9(03) VALUE ZEROES.
001110 01 WS-RATE-DROP-COUNT        PIC 9(04) VALUE ZEROES.
001120*
001130 01 WS-CURRENT-LOCATION       PIC X(20) VALUE SPACES.
001140 01 WS-CURRENT-DATE           PIC X(08) VALUE SPACES.
001150 01 WS-DAY-SUM                PIC S9(07)V9(02) VALUE ZEROES.
001160 01 WS-DAY-COUNT              PIC 9(04) VALUE ZEROES.
001170 01 WS-DAY-MEAN               PIC S9(03)V9(02) VALUE ZEROES.
001180 01 WS-HDD-DAY                PIC 9(03)V9(02) VALUE ZEROES.
001190 01 WS-CDD-DAY                PIC 9(03)V9(02) VALUE ZEROES.
001200 01 WS-DAY-OPEN-SWITCH        PIC X(01) VALUE "N".
001210     88 DAY-GROUP-OPEN        VALUE "Y".
001220 01 WS-LOCATION-OPEN-SWITCH   PIC X(01) VALUE "N".
001230     88 LOCATION-GROUP-OPEN   VALUE "Y".
001240 01 WS-LOC-HDD-THIS           PIC 9(05)V9(02) VALUE ZEROES.
001250 01 WS-LOC-CDD-THIS           PIC 9(05)V9(02) VALUE ZEROES.
001260 01 WS-LOC-HDD-LAST           PIC 9(05)V9(02) VALUE ZEROES.
001270 01 WS-LOC-CDD-LAST           PIC 9(05)V9(02) VALUE ZEROES.
001280*
001290* one service (heating or cooling) is costed at a time.
001300 01 WS-LOOKUP-SERVICE         PIC X(01).
001310 01 WS-LOOKUP-DATE            PIC 9(08).
001320 01 WS-RATE-FOUND-SWITCH      PIC X(01) VALUE "N".
001330     88 RATE-FOUND            VALUE "Y".
001340 01 WS-BEST-EFFECTIVE         PIC 9(08) VALUE ZEROES.
001350 01 WS-BEST-SUB               PIC 9(03) VALUE ZEROES.
001360 01 WS-COST-PER-DD            PIC 9(05)V9(04) VALUE ZEROES.
001370 01 WS-SERVICE-NAME           PIC X(07).
001380 01 WS-SVC-DD-THIS            PIC 9(05)V9(02) VALUE ZEROES.
001390 01 WS-SVC-DD-LAST            PIC 9(05)V9(02) VALUE ZEROES.
001400 01 WS-SVC-FUEL               PIC X(08).
001410 01 WS-SVC-CPD-THIS           PIC 9(05)V9(04) VALUE ZEROES.
001420 01 WS-SVC-CPD-LAST           PIC 9(05)V9(04) VALUE ZEROES.
001430 01 WS-SVC-COST-THIS          PIC 9(07)V9(02) VALUE ZEROES.
001440 01 WS-SVC-COST-LAST          PIC 9(07)V9(02) VALUE ZEROES.
001450 01 WS-SVC-RATE-SWITCH        PIC X(01) VALUE "Y".
001460     88 SERVICE-RATED         VALUE "Y".
001470*
001480 01 WS-LOC-COST-THIS          PIC 9(07)V9(02) VALUE ZEROES.
001490 01 WS-LOC-COST-LAST          PIC 9(07)V9(02) VALUE ZEROES.
001500 01 WS-LOC-DD-THIS            PIC 9(06)V9(02) VALUE ZEROES.
001510 01 WS-LOC-DD-LAST            PIC 9(06)V9(02) VALUE ZEROES.
001520 01 WS-LOC-CPD-THIS           PIC 9(05)V9(04) VALUE ZEROES.
001530 01 WS-LOC-CPD-LAST           PIC 9(05)V9(04) VALUE ZEROES.
001540 01 WS-CHANGE-PCT             PIC S9(05)V9(02) VALUE ZEROES.
001550 01 WS-TOTAL-COST-THIS        PIC 9(09)V9(02) VALUE ZEROES.
001560 01 WS-TOTAL-COST-LAST        PIC 9(09)V9(02) VALUE ZEROES.
001570 01 WS-LOCATION-COUNT         PIC 9(04) VALUE ZEROES.
001580 01 WS-JUMP-COUNT             PIC 9(04) VALUE ZEROES.
001590 01 WS-NO-RATE-COUNT          PIC 9(04) VALUE ZEROES.
001600 01 WS-READINGS-USED          PIC 9(07) VALUE ZEROES.
001610*
001620 01 WS-EDIT-DD-THIS           PIC ZZ,ZZ9.99.
001630 01 WS-EDIT-DD-LAST           PIC ZZ,ZZ9.99.
001640 01 WS-EDIT-CPD-THIS          PIC ZZ,ZZ9.9999.
001650 01 WS-EDIT-CPD-LAST          PIC ZZ,ZZ9.9999.
001660 01 WS-EDIT-COST-THIS         PIC ZZZ,ZZZ,ZZ9.99.
001670 01 WS-EDIT-COST-LAST         PIC ZZZ,ZZZ,ZZ9.99.
001680 01 WS-EDIT-PCT               PIC -ZZZ9.99.

001690 procedure division.
001700 PRG-BEGIN.
001710     display "Enter report month YYYYMM:"
001720     accept WS-REPORT-MONTH
001730     display "Enter base temperature (Fahrenheit, zero = 65):"
001740     accept WS-BASE-ENTRY
001750     move WS-BASE-ENTRY to WS-BASE-TEMP-F
001760     if WS-BASE-TEMP-F = zeroes
001770         move 65 to WS-BASE-TEMP-F
001771         move WS-BASE-TEMP-F to WS-BASE-ENTRY
001780     end-if
001790     display "Enter cost-per-degree-day jump to flag "
001800         "(percent, zero = 10):"
001810     accept WS-JUMP-ENTRY
001820     move WS-JUMP-ENTRY to WS-JUMP-PERCENT
001830     if WS-JUMP-PERCENT = zeroes
001840         move 10 to WS-JUMP-PERCENT
001850     end-if
001860     if WS-REPORT-MM < 1 or WS-REPORT-MM > 12
001870         display "*** INVALID REPORT MONTH '" WS-REPORT-MONTH
001880             "' - job ABORTED ***"
001890         move 8 to RETURN-CODE
001900         stop run
001910     end-if
001920     move WS-REPORT-MONTH to WS-PRIOR-MONTH
001930     subtract 1 from WS-PRIOR-YYYY
001940* a month's rate is the one in effect on its last day; day 31
001950* compares correctly against any real date in the month.
001960     compute WS-REPORT-AS-OF = WS-REPORT-MONTH * 100 + 31
001970     compute WS-PRIOR-AS-OF = WS-PRIOR-MONTH * 100 + 31
001980     perform LOAD-SENSOR-MASTER
001990     perform LOAD-RATE-TABLE
002000     sort SORT-WORK-FILE
002010         on ascending key SW-LOCATION
002020         on ascending key SW-DATE
002030         input procedure is RELEASE-MONTH-READINGS
002040             thru RELEASE-MONTH-EXIT
002050         giving SORTED-READING-FILE
002060     display "Energy cost estimate - " WS-REPORT-MONTH
002070         " against " WS-PRIOR-MONTH ", base " WS-BASE-ENTRY " F"
002080     display "==================================="
002090     open input SORTED-READING-FILE
002100     perform READ-SORTED-READING
002110     perform TALLY-ONE-READING until SORTED-EOF
002120     if DAY-GROUP-OPEN
002130         perform CLOSE-LOCATION-DAY
002140     end-if
002150     if LOCATION-GROUP-OPEN
002160         perform CLOSE-LOCATION
002170     end-if
002180     close SORTED-READING-FILE
002190     perform PRINT-RUN-TOTALS
002200     stop run.

002210 LOAD-SENSOR-MASTER.
002220     move zeroes to WS-MST-COUNT
002230     move "N" to WS-RELEASE-EOF-SWITCH
002240     open input SENSOR-MASTER-FILE
002250     if SENMAST-OK
002260         perform READ-SENSOR-MASTER
002270         perform ADD-MASTER-ENTRY until RELEASE-EOF
002280         close SENSOR-MASTER-FILE
002290     end-if
002300     move "N" to WS-RELEASE-EOF-SWITCH.

002310 READ-SENSOR-MASTER.
002320     read SENSOR-MASTER-FILE
002330         at end set RELEASE-EOF to true
002340     end-read.

002350 ADD-MASTER-ENTRY.
002360     if WS-MST-COUNT < WS-MST-MAX
002370         add 1 to WS-MST-COUNT
002380         move SN-SENSOR-ID to WS-MST-ID (WS-MST-COUNT)
002390         move SN-LOCATION to WS-MST-LOCATION (WS-MST-COUNT)
002400     end-if
002410     perform READ-SENSOR-MASTER.

002420 LOAD-RATE-TABLE.
002430     move zeroes to WS-RATE-COUNT
002440     move "N" to WS-RELEASE-EOF-SWITCH
002450     open input UTILITY-RATE-FILE
002460     if RATE-FILE-OK
002470         perform READ-UTILITY-RATE
002480         perform ADD-RATE-ENTRY until RELEASE-EOF
002490         close UTILITY-RATE-FILE
002500     else
002510         display "*** No UTILRATE rate file - costs show as "
002520             "zero ***"
002530     end-if
002540     move "N" to WS-RELEASE-EOF-SWITCH.

002550 READ-UTILITY-RATE.
002560     read UTILITY-RATE-FILE
002570         at end set RELEASE-EOF to true
002580     end-read.

002590 ADD-RATE-ENTRY.
002600     if WS-RATE-COUNT < WS-RATE-MAX
002610         add 1 to WS-RATE-COUNT
002620         move WS-RATE-COUNT to WS-RATE-SUB
002630         move UR-LOCATION to WS-RT-LOCATION (WS-RATE-SUB)
002640         move UR-SERVICE to WS-RT-SERVICE (WS-RATE-SUB)
002650         move UR-FUEL-TYPE to WS-RT-FUEL (WS-RATE-SUB)
002660         move UR-RATE-BASIS to WS-RT-BASIS (WS-RATE-SUB)
002670         move UR-RATE to WS-RT-RATE (WS-RATE-SUB)
002680         move UR-UNITS-PER-DD to WS-RT-UNITS-DD (WS-RATE-SUB)
002690         move UR-EFFECTIVE-DATE to WS-RT-EFFECTIVE (WS-RATE-SUB)
002700     else
002710         add 1 to WS-RATE-DROP-COUNT
002720     end-if
002730     perform READ-UTILITY-RATE.

002740* only accepted readings from the two months being compared go
002750* to the sort, each under its sensor's location on the master.
002760 RELEASE-MONTH-READINGS.
002770     open input CONVERSION-HISTORY
002780     if HIST-OK
002790         perform READ-HISTORY-RECORD
002800         perform RELEASE-ONE-READING until RELEASE-EOF
002810         close CONVERSION-HISTORY
002820     end-if
002830     go to RELEASE-MONTH-EXIT.

002840 READ-HISTORY-RECORD.
002850     read CONVERSION-HISTORY
002860         at end set RELEASE-EOF to true
002870     end-read.

002880 RELEASE-ONE-READING.
002890     if CH-DETAIL-REC and CH-ACCEPT-FLAG = "A"
002900         and (CH-DATE (1:6) = WS-REPORT-MONTH
002910             or CH-DATE (1:6) = WS-PRIOR-MONTH)
002920         perform GET-SENSOR-LOCATION
002930         move WS-SENSOR-LOCATION to SW-LOCATION
002940         move CH-DATE to SW-DATE
002950         move CH-FAHRENHEIT to SW-FAHRENHEIT
002960         release SORT-WORK-RECORD
002970         add 1 to WS-READINGS-USED
002980     end-if
002990     perform READ-HISTORY-RECORD.

003000 RELEASE-MONTH-EXIT.
003010     exit.

003020 GET-SENSOR-LOCATION.
003030     move "(NO LOCATION)" to WS-SENSOR-LOCATION
003040     if WS-MST-COUNT > 0
003050         perform TEST-LOCATION-ENTRY
003060             varying WS-MST-SUB from 1 by 1
003070             until WS-MST-SUB > WS-MST-COUNT
003080     end-if.

003090 TEST-LOCATION-ENTRY.
003100     if WS-MST-ID (WS-MST-SUB) = CH-SENSOR-ID
003110         and WS-MST-LOCATION (WS-MST-SUB) not = spaces
003120         move WS-MST-LOCATION (WS-MST-SUB)
003130             to WS-SENSOR-LOCATION
003140     end-if.

003150 READ-SORTED-READING.
003160     read SORTED-READING-FILE
003170         at end set SORTED-EOF to true
003180     end-read.

003190* control breaks smallest unit first -- day within location.
003200 TALLY-ONE-READING.
003210     if not DAY-GROUP-OPEN
003220         or SR-LOCATION not = WS-CURRENT-LOCATION
003230         or SR-DATE not = WS-CURRENT-DATE
003240         if DAY-GROUP-OPEN
003250             perform CLOSE-LOCATION-DAY
003260         end-if
003270         if SR-LOCATION not = WS-CURRENT-LOCATION
003280             or not LOCATION-GROUP-OPEN
003290             if LOCATION-GROUP-OPEN
003300                 perform CLOSE-LOCATION
003310             end-if
003320             perform OPEN-LOCATION
003330         end-if
003340         move SR-DATE to WS-CURRENT-DATE
003350         move zeroes to WS-DAY-SUM
003360         move zeroes to WS-DAY-COUNT
003370         move "Y" to WS-DAY-OPEN-SWITCH
003380     end-if
003390     add SR-FAHRENHEIT to WS-DAY-SUM
003400     add 1 to WS-DAY-COUNT
003410     perform READ-SORTED-READING.

003420 OPEN-LOCATION.
003430     move SR-LOCATION to WS-CURRENT-LOCATION
003440     move zeroes to WS-LOC-HDD-THIS
003450     move zeroes to WS-LOC-CDD-THIS
003460     move zeroes to WS-LOC-HDD-LAST
003470     move zeroes to WS-LOC-CDD-LAST
003480     move "Y" to WS-LOCATION-OPEN-SWITCH.

003490* one day's mean across the location's sensors gives that
003500* day's degree-days, banked to this year or last by month.
003510 CLOSE-LOCATION-DAY.
003520     divide WS-DAY-SUM by WS-DAY-COUNT giving WS-DAY-MEAN
003530     move zeroes to WS-HDD-DAY
003540     move zeroes to WS-CDD-DAY
003550     if WS-DAY-MEAN < WS-BASE-TEMP-F
003560         compute WS-HDD-DAY = WS-BASE-TEMP-F - WS-DAY-MEAN
003570     else
003580         compute WS-CDD-DAY = WS-DAY-MEAN - WS-BASE-TEMP-F
003590     end-if
003600     if WS-CURRENT-DATE (1:6) = WS-REPORT-MONTH
003610         add WS-HDD-DAY to WS-LOC-HDD-THIS
003620         add WS-CDD-DAY to WS-LOC-CDD-THIS
003630     else
003640         add WS-HDD-DAY to WS-LOC-HDD-LAST
003650         add WS-CDD-DAY to WS-LOC-CDD-LAST
003660     end-if
003670     move "N" to WS-DAY-OPEN-SWITCH.

003680 CLOSE-LOCATION.
003690     add 1 to WS-LOCATION-COUNT
003700     move zeroes to WS-LOC-COST-THIS
003710     move zeroes to WS-LOC-COST-LAST
003720     display "Location: " WS-CURRENT-LOCATION
003730     move "H" to WS-LOOKUP-SERVICE
003740     move "Heating" to WS-SERVICE-NAME
003750     move WS-LOC-HDD-THIS to WS-SVC-DD-THIS
003760     move WS-LOC-HDD-LAST to WS-SVC-DD-LAST
003770     perform COST-ONE-SERVICE
003780     move "C" to WS-LOOKUP-SERVICE
003790     move "Cooling" to WS-SERVICE-NAME
003800     move WS-LOC-CDD-THIS to WS-SVC-DD-THIS
003810     move WS-LOC-CDD-LAST to WS-SVC-DD-LAST
003820     perform COST-ONE-SERVICE
003830     compute WS-LOC-DD-THIS = WS-LOC-HDD-THIS + WS-LOC-CDD-THIS
003840     compute WS-LOC-DD-LAST = WS-LOC-HDD-LAST + WS-LOC-CDD-LAST
003850     perform PRINT-LOCATION-TOTAL
003860     add WS-LOC-COST-THIS to WS-TOTAL-COST-THIS
003870     add WS-LOC-COST-LAST to WS-TOTAL-COST-LAST
003880     move "N" to WS-LOCATION-OPEN-SWITCH.

003890* this year's degree-days at this month's rate, last year's at
003900* the rate in effect then.
003910 COST-ONE-SERVICE.
003920     move "Y" to WS-SVC-RATE-SWITCH
003930     move WS-REPORT-AS-OF to WS-LOOKUP-DATE
003940     perform LOOKUP-RATE
003950     move WS-COST-PER-DD to WS-SVC-CPD-THIS
003960     if RATE-FOUND
003970         move WS-RT-FUEL (WS-BEST-SUB) to WS-SVC-FUEL
003980     else
003990         move "NO RATE" to WS-SVC-FUEL
004000         if WS-SVC-DD-THIS > 0
004010             move "N" to WS-SVC-RATE-SWITCH
004020             add 1 to WS-NO-RATE-COUNT
004030         end-if
004040     end-if
004050     move WS-PRIOR-AS-OF to WS-LOOKUP-DATE
004060     perform LOOKUP-RATE
004070     move WS-COST-PER-DD to WS-SVC-CPD-LAST
004080     compute WS-SVC-COST-THIS rounded =
004090         WS-SVC-DD-THIS * WS-SVC-CPD-THIS
004100     compute WS-SVC-COST-LAST rounded =
004110         WS-SVC-DD-LAST * WS-SVC-CPD-LAST
004120     add WS-SVC-COST-THIS to WS-LOC-COST-THIS
004130     add WS-SVC-COST-LAST to WS-LOC-COST-LAST
004140     move WS-SVC-DD-THIS to WS-EDIT-DD-THIS
004150     move WS-SVC-DD-LAST to WS-EDIT-DD-LAST
004160     move WS-SVC-CPD-THIS to WS-EDIT-CPD-THIS
004170     move WS-SVC-CPD-LAST to WS-EDIT-CPD-LAST
004180     move WS-SVC-COST-THIS to WS-EDIT-COST-THIS
004190     move WS-SVC-COST-LAST to WS-EDIT-COST-LAST
004200     display "  " WS-SERVICE-NAME "  " WS-SVC-FUEL
004210         "  DD " WS-EDIT-DD-THIS " / " WS-EDIT-DD-LAST
004220         "  per DD " WS-EDIT-CPD-THIS " / " WS-EDIT-CPD-LAST
004230         "  cost " WS-EDIT-COST-THIS " / " WS-EDIT-COST-LAST
004240     if not SERVICE-RATED
004250         display "  *** NO " WS-SERVICE-NAME " RATE ON FILE "
004260             "FOR THIS LOCATION - NOT COSTED ***"
004270     end-if.

004280* the latest rate for the location and service effective on
004290* or before the lookup date; a per-unit rate is turned into a
004300* cost per degree-day through the units one degree-day burns.
004310 LOOKUP-RATE.
004320     move "N" to WS-RATE-FOUND-SWITCH
004330     move zeroes to WS-BEST-EFFECTIVE
004340     move zeroes to WS-COST-PER-DD
004350     if WS-RATE-COUNT > 0
004360         perform TEST-RATE-ENTRY
004370             varying WS-RATE-SUB from 1 by 1
004380             until WS-RATE-SUB > WS-RATE-COUNT
004390     end-if
004400     if RATE-FOUND
004410         if WS-RT-BASIS (WS-BEST-SUB) = "U"
004420             compute WS-COST-PER-DD rounded =
004430                 WS-RT-RATE (WS-BEST-SUB)
004440                 * WS-RT-UNITS-DD (WS-BEST-SUB)
004450         else
004460             move WS-RT-RATE (WS-BEST-SUB) to WS-COST-PER-DD
004470         end-if
004480     end-if.

004490 TEST-RATE-ENTRY.
004500     if WS-RT-LOCATION (WS-RATE-SUB) = WS-CURRENT-LOCATION
004510         and WS-RT-SERVICE (WS-RATE-SUB) = WS-LOOKUP-SERVICE
004520         and WS-RT-EFFECTIVE (WS-RATE-SUB) not > WS-LOOKUP-DATE
004530         and WS-RT-EFFECTIVE (WS-RATE-SUB) not < WS-BEST-EFFECTIVE
004540         move "Y" to WS-RATE-FOUND-SWITCH
004550         move WS-RT-EFFECTIVE (WS-RATE-SUB) to WS-BEST-EFFECTIVE
004560         move WS-RATE-SUB to WS-BEST-SUB
004570     end-if.

004580* the location's blended cost per degree-day, heating and
004590* cooling together, against last year's for the same month.
004600 PRINT-LOCATION-TOTAL.
004610     move zeroes to WS-LOC-CPD-THIS
004620     move zeroes to WS-LOC-CPD-LAST
004630     if WS-LOC-DD-THIS > 0
004640         compute WS-LOC-CPD-THIS rounded =
004650             WS-LOC-COST-THIS / WS-LOC-DD-THIS
004660     end-if
004670     if WS-LOC-DD-LAST > 0
004680         compute WS-LOC-CPD-LAST rounded =
004690             WS-LOC-COST-LAST / WS-LOC-DD-LAST
004700     end-if
004710     move WS-LOC-DD-THIS to WS-EDIT-DD-THIS
004720     move WS-LOC-DD-LAST to WS-EDIT-DD-LAST
004730     move WS-LOC-CPD-THIS to WS-EDIT-CPD-THIS
004740     move WS-LOC-CPD-LAST to WS-EDIT-CPD-LAST
004750     move WS-LOC-COST-THIS to WS-EDIT-COST-THIS
004760     move WS-LOC-COST-LAST to WS-EDIT-COST-LAST
004770     display "  Total    " "        "
004780         "  DD " WS-EDIT-DD-THIS " / " WS-EDIT-DD-LAST
004790         "  per DD " WS-EDIT-CPD-THIS " / " WS-EDIT-CPD-LAST
004800         "  cost " WS-EDIT-COST-THIS " / " WS-EDIT-COST-LAST
004810     if WS-LOC-CPD-LAST = 0 or WS-LOC-CPD-THIS = 0
004820         display "  (no same-month cost last year to compare)"
004830     else
004840         compute WS-CHANGE-PCT rounded =
004850             (WS-LOC-CPD-THIS - WS-LOC-CPD-LAST) * 100
004860             / WS-LOC-CPD-LAST
004870         move WS-CHANGE-PCT to WS-EDIT-PCT
004880         if WS-CHANGE-PCT > WS-JUMP-PERCENT
004890             add 1 to WS-JUMP-COUNT
004900             display "  cost per degree-day change "
004910                 WS-EDIT-PCT "%  *** JUMPED PAST "
004920                 WS-JUMP-PERCENT "% ***"
004930         else
004940             display "  cost per degree-day change "
004950                 WS-EDIT-PCT "%"
004960         end-if
004970     end-if.

004980 PRINT-RUN-TOTALS.
004990     if WS-LOCATION-COUNT = 0
005000         display "No readings on file for either month"
005010     end-if
005020     move WS-TOTAL-COST-THIS to WS-EDIT-COST-THIS
005030     move WS-TOTAL-COST-LAST to WS-EDIT-COST-LAST
005040     display "-----------------------------------"
005050     display "Readings used          : " WS-READINGS-USED
005060     display "Locations              : " WS-LOCATION-COUNT
005070     display "Estimated cost " WS-REPORT-MONTH " : "
005080         WS-EDIT-COST-THIS
005090     display "Same month " WS-PRIOR-MONTH "  : " WS-EDIT-COST-LAST
005100     display "Cost per DD jumps      : " WS-JUMP-COUNT
005110     display "Services with no rate  : " WS-NO-RATE-COUNT
005120     if WS-RATE-DROP-COUNT > 0
005130         display "*** " WS-RATE-DROP-COUNT " rate records past "
005140             "the table limit were not loaded ***"
005150     end-if
005160     if WS-JUMP-COUNT > 0 or WS-NO-RATE-COUNT > 0
005170         move 4 to RETURN-CODE
005180     end-if.
