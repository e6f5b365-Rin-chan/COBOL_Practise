000010 identification division.
000020 program-id. bizCal.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- keeper of the BIZCAL business
000130*                   calendar bizAdvance rolls the business date
000140*                   by.  "G" generates a year: Monday to Friday
000150*                   process, weekends do not, and each holiday
000160*                   card (YYYYMMDD in 1-8, name in 10-29, ended
000170*                   by an END card) makes its day non-processing
000180*                   under the holiday's name.  The last
000190*                   processing day of every month is marked
000200*                   month-end, and of March, June, September
000210*                   and December quarter-end, December's also
000220*                   year-end.  Years are added in date order and
000230*                   never twice.  "C" changes one day (YYYYMMDD
000240*                   in 1-8, P or N in 10, name in 12-31) -- an
000250*                   emergency closing or a make-up processing
000260*                   day -- and re-marks that month's ends.  "L"
000270*                   lists a year's non-processing days and month
000280*                   ends.  G and C need authority level 2.
000290*****************************************************************

000300 environment division.
000310 input-output section.
000320 file-control.
000330     select BUSINESS-CALENDAR assign to "BIZCAL"
000340         organization is sequential
000350         file status is WS-BIZCAL-STATUS.
000360     select OPERATOR-MASTER assign to "OPERMAST"
000370         organization is sequential
000380         file status is WS-OPER-STATUS.
000390     select OPS-ERROR-LOG assign to "OPSLOG"
000400         organization is sequential
000410         file status is WS-OPSLOG-STATUS.
000420     select BUSINESS-DATE-FILE assign to "BIZDATE"
000430         organization is sequential
000440         file status is WS-BIZDT-STATUS.

000450 data division.
000460 file section.
000470 fd  BUSINESS-CALENDAR.
000480     copy BIZCAL.

000490 fd  OPERATOR-MASTER.
000500     copy OPERMAST.

000510 fd  OPS-ERROR-LOG.
000520     copy OPSERR.

000530 fd  BUSINESS-DATE-FILE.
000540     copy BIZDATE.

000550 working-storage section.
000560 copy BIZDTWS.
000570 copy IOCHKWS.
000580 copy OPERWS.
000590 copy DATEVAL.
000600 01 WS-BIZCAL-STATUS         PIC X(02).
000610     88 BIZCAL-OK             VALUE "00".
000620 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
000630     88 FILE-EOF              VALUE "Y".
000640 01 WS-RUN-MODE              PIC X(01).
000650     88 GENERATE-MODE         VALUE "G" "g".
000660     88 CHANGE-MODE           VALUE "C" "c".
000670     88 LIST-MODE             VALUE "L" "l".
000680 01 WS-YEAR-IN               PIC X(04) VALUE SPACES.
000690 01 WS-YEAR                  PIC 9(04) VALUE ZEROES.
000700*
000710* a holiday card for G, or the change card for C.
000720 01 WS-DAY-CARD.
000730     05 WS-CARD-DATE          PIC X(08).
000740     05 WS-CARD-DATE-N REDEFINES WS-CARD-DATE
000750                              PIC 9(08).
000760     05 FILLER                PIC X(01).
000770     05 WS-CARD-TYPE          PIC X(01).
000780         88 CARD-PROCESSING   VALUE "P".
000790         88 CARD-NON-PROCESSING VALUE "N".
000800     05 FILLER                PIC X(01).
000810     05 WS-CARD-NAME          PIC X(20).
000820 01 WS-HOLIDAY-CARD REDEFINES WS-DAY-CARD.
000830     05 FILLER                PIC X(09).
000840     05 WS-HOLIDAY-NAME       PIC X(20).
000850     05 FILLER                PIC X(02).
000860*
000870* the year being generated, one entry per day.
000880 01 WS-DAY-COUNT             PIC 9(03) VALUE ZEROES.
000890 01 WS-DAY-TABLE.
000900     05 WS-DAY-ENTRY          OCCURS 366 TIMES.
000910         10 WS-DAY-DATE       PIC 9(08).
000920         10 WS-DAY-DOW        PIC 9(01).
000930         10 WS-DAY-TYPE       PIC X(01).
000940             88 DAY-PROCESSING VALUE "P".
000950         10 WS-DAY-MONTH-END  PIC X(01).
000960         10 WS-DAY-QTR-END    PIC X(01).
000970         10 WS-DAY-YEAR-END   PIC X(01).
000980         10 WS-DAY-NAME       PIC X(20).
000990 01 WS-DAY-SUB               PIC 9(03) VALUE ZEROES.
001000 01 WS-HOLIDAY-SUB           PIC 9(03) VALUE ZEROES.
001010 01 WS-LAST-PROC-SUB         PIC 9(03) VALUE ZEROES.
001020 01 WS-GEN-DATE              PIC 9(08) VALUE ZEROES.
001030 01 WS-GEN-DATE-X REDEFINES WS-GEN-DATE.
001040     05 WS-GEN-YYYY           PIC 9(04).
001050     05 WS-GEN-MM             PIC 9(02).
001060     05 WS-GEN-DD             PIC 9(02).
001070 01 WS-GEN-MONTH             PIC 9(02) VALUE ZEROES.
001080 01 WS-MONTH-LIMIT           PIC 9(02) VALUE ZEROES.
001090 01 WS-DOW                   PIC 9(01) VALUE ZEROES.
001100 01 WS-PRIOR-YEAR            PIC 9(04) VALUE ZEROES.
001110 01 WS-WORK                  PIC 9(07) VALUE ZEROES.
001120 01 WS-REM-4                 PIC 9(04) VALUE ZEROES.
001130 01 WS-REM-100               PIC 9(04) VALUE ZEROES.
001140 01 WS-REM-400               PIC 9(04) VALUE ZEROES.
001150 01 WS-REM-7                 PIC 9(01) VALUE ZEROES.
001160 01 WS-MONTH-LEN-TABLE.
001170     05 FILLER                PIC X(24) VALUE
001180        "312831303130313130313031".
001190 01 WS-MONTH-LENS REDEFINES WS-MONTH-LEN-TABLE.
001200     05 WS-MONTH-LEN          PIC 9(02) OCCURS 12 TIMES.
001210 01 WS-DAY-NAMES.
001220     05 FILLER                PIC X(21) VALUE
001230        "MONTUEWEDTHUFRISATSUN".
001240 01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
001250     05 WS-DOW-NAME           PIC X(03) OCCURS 7 TIMES.
001260*
001270* what is already on the calendar.
001280 01 WS-LAST-ON-FILE          PIC 9(08) VALUE ZEROES.
001290 01 WS-YEAR-ON-FILE-SWITCH   PIC X(01) VALUE "N".
001300     88 YEAR-ON-FILE          VALUE "Y".
001310*
001320* the day being changed, and its month's new last processing
001330* day.
001340 01 WS-CHANGE-FOUND-SWITCH   PIC X(01) VALUE "N".
001350     88 CHANGE-DAY-FOUND      VALUE "Y".
001360 01 WS-CHANGE-MONTH          PIC 9(06) VALUE ZEROES.
001370 01 WS-OLD-TYPE              PIC X(01) VALUE SPACE.
001380 01 WS-OLD-NAME              PIC X(20) VALUE SPACES.
001390 01 WS-MONTH-END-DATE        PIC 9(08) VALUE ZEROES.
001400 01 WS-RECORD-TYPE           PIC X(01) VALUE SPACE.
001410*
001420* counts.
001430 01 WS-PROCESSING-COUNT      PIC 9(03) VALUE ZEROES.
001440 01 WS-NON-PROC-COUNT        PIC 9(03) VALUE ZEROES.
001450 01 WS-HOLIDAY-COUNT         PIC 9(03) VALUE ZEROES.
001460 01 WS-WRITTEN-COUNT         PIC 9(03) VALUE ZEROES.
001470 01 WS-REWRITTEN-COUNT       PIC 9(03) VALUE ZEROES.
001480 01 WS-LISTED-COUNT          PIC 9(03) VALUE ZEROES.
001490 01 WS-MARKER-TEXT           PIC X(30) VALUE SPACES.

001500 procedure division.
001510*    (DTV-VALIDATE-DATE comes from the shared DATEPRC copybook at
001520*    the end of this program.)
001530 PRG-BEGIN.
001540     move "BIZCAL" to IOC-PROGRAM
001550     perform ZB-GET-BUSINESS-DATE
001560     display "Enter operator ID:"
001570     perform ZY-OPERATOR-SIGNON
001580     display "Enter mode - G (generate a year), C (change a day) "
001590         "or L (list a year):"
001600     accept WS-RUN-MODE
001610     if (GENERATE-MODE or CHANGE-MODE) and OPR-AUTH-LEVEL < 2
001620         display "*** Level 2 required to change the business "
001630             "calendar - nothing done ***"
001640         move 8 to RETURN-CODE
001650         stop run
001660     end-if
001670     evaluate true
001680         when GENERATE-MODE
001690             perform GENERATE-YEAR
001700         when CHANGE-MODE
001710             perform CHANGE-ONE-DAY
001720         when LIST-MODE
001730             perform LIST-YEAR
001740         when other
001750             display "Invalid mode - nothing done"
001760     end-evaluate
001770     stop run.

001780 ACCEPT-YEAR.
001790     display "Enter the year (YYYY):"
001800     accept WS-YEAR-IN
001810     if WS-YEAR-IN not numeric
001820         display "*** YEAR MUST BE FOUR DIGITS - nothing done ***"
001830         move 8 to RETURN-CODE
001840         stop run
001850     end-if
001860     move WS-YEAR-IN to WS-YEAR
001870     if WS-YEAR < 1901 or WS-YEAR > 2099
001880         display "*** YEAR " WS-YEAR " IS OUT OF RANGE - "
001890             "nothing done ***"
001900         move 8 to RETURN-CODE
001910         stop run
001920     end-if.

001930* the year is built whole in storage -- weekdays, weekends,
001940* then the holiday cards -- and the month ends are marked
001950* before a single record is written.
001960 GENERATE-YEAR.
001970     perform ACCEPT-YEAR
001980     perform SCAN-CALENDAR
001990     if YEAR-ON-FILE
002000         display "*** " WS-YEAR " IS ALREADY ON THE CALENDAR - "
002010             "change its days with C - nothing done ***"
002020         move 8 to RETURN-CODE
002030         stop run
002040     end-if
002050     if WS-LAST-ON-FILE > zeroes
002060         and WS-LAST-ON-FILE (1:4) not < WS-YEAR-IN
002070         display "*** THE CALENDAR ALREADY RUNS TO "
002080             WS-LAST-ON-FILE " - years are added in order - "
002090             "nothing done ***"
002100         move 8 to RETURN-CODE
002110         stop run
002120     end-if
002130     perform BUILD-YEAR-TABLE
002140     display "Enter holidays (YYYYMMDD name), END to finish:"
002150     perform ACCEPT-HOLIDAY-CARD
002160     perform APPLY-ONE-HOLIDAY
002170         until WS-CARD-DATE = "END" or WS-CARD-DATE = spaces
002180     perform MARK-YEAR-MONTH-ENDS
002190     perform WRITE-YEAR-TABLE
002200     display "-----------------------------------"
002210     display "Calendar year       : " WS-YEAR
002220     display "Days written        : " WS-WRITTEN-COUNT
002230     display "Processing days     : " WS-PROCESSING-COUNT
002240     display "Non-processing days : " WS-NON-PROC-COUNT
002250     display "Holidays            : " WS-HOLIDAY-COUNT.

002260 SCAN-CALENDAR.
002270     move "N" to WS-EOF-SWITCH
002280     move zeroes to WS-LAST-ON-FILE
002290     open input BUSINESS-CALENDAR
002300     if BIZCAL-OK
002310         perform READ-CALENDAR
002320         perform NOTE-ONE-CALENDAR-DAY until FILE-EOF
002330         close BUSINESS-CALENDAR
002340     end-if.

002350 READ-CALENDAR.
002360     read BUSINESS-CALENDAR
002370         at end set FILE-EOF to true
002380     end-read.

002390 NOTE-ONE-CALENDAR-DAY.
002400     if BC-CAL-YYYY = WS-YEAR
002410         set YEAR-ON-FILE to true
002420     end-if
002430     move BC-CAL-DATE to WS-LAST-ON-FILE
002440     perform READ-CALENDAR.

002450* January 1's weekday by Gauss's rule (0 is Sunday), turned to
002460* the calendar's 1 for Monday through 7 for Sunday; every day
002470* after steps it along.
002480 BUILD-YEAR-TABLE.
002490     subtract 1 from WS-YEAR giving WS-PRIOR-YEAR
002500     divide WS-PRIOR-YEAR by 4 giving WS-WORK remainder WS-REM-4
002510     divide WS-PRIOR-YEAR by 100 giving WS-WORK
002520         remainder WS-REM-100
002530     divide WS-PRIOR-YEAR by 400 giving WS-WORK
002540         remainder WS-REM-400
002550     compute WS-WORK = 1 + (5 * WS-REM-4) + (4 * WS-REM-100)
002560         + (6 * WS-REM-400)
002570     divide WS-WORK by 7 giving WS-WORK remainder WS-REM-7
002580     if WS-REM-7 = 0
002590         move 7 to WS-DOW
002600     else
002610         move WS-REM-7 to WS-DOW
002620     end-if
002630     move zeroes to WS-DAY-COUNT
002640     perform BUILD-ONE-MONTH
002650         varying WS-GEN-MONTH from 1 by 1
002660         until WS-GEN-MONTH > 12.

002670 BUILD-ONE-MONTH.
002680     move WS-MONTH-LEN (WS-GEN-MONTH) to WS-MONTH-LIMIT
002690     if WS-GEN-MONTH = 2
002700         divide WS-YEAR by 4 giving WS-WORK remainder WS-REM-4
002710         if WS-REM-4 = 0
002720             move 29 to WS-MONTH-LIMIT
002730         end-if
002740     end-if
002750     move WS-YEAR to WS-GEN-YYYY
002760     move WS-GEN-MONTH to WS-GEN-MM
002770     perform BUILD-ONE-DAY
002780         varying WS-GEN-DD from 1 by 1
002790         until WS-GEN-DD > WS-MONTH-LIMIT.

002800 BUILD-ONE-DAY.
002810     add 1 to WS-DAY-COUNT
002820     move WS-GEN-DATE to WS-DAY-DATE (WS-DAY-COUNT)
002830     move WS-DOW to WS-DAY-DOW (WS-DAY-COUNT)
002840     move "N" to WS-DAY-MONTH-END (WS-DAY-COUNT)
002850     move "N" to WS-DAY-QTR-END (WS-DAY-COUNT)
002860     move "N" to WS-DAY-YEAR-END (WS-DAY-COUNT)
002870     if WS-DOW > 5
002880         move "N" to WS-DAY-TYPE (WS-DAY-COUNT)
002890         move "WEEKEND" to WS-DAY-NAME (WS-DAY-COUNT)
002900     else
002910         move "P" to WS-DAY-TYPE (WS-DAY-COUNT)
002920         move spaces to WS-DAY-NAME (WS-DAY-COUNT)
002930     end-if
002940     if WS-DOW = 7
002950         move 1 to WS-DOW
002960     else
002970         add 1 to WS-DOW
002980     end-if.

002990 ACCEPT-HOLIDAY-CARD.
003000     move spaces to WS-DAY-CARD
003010     accept WS-DAY-CARD.

003020* a holiday must be a real date in the year being built; a bad
003030* card is reported and skipped, the rest of the deck still
003040* applies.
003050 APPLY-ONE-HOLIDAY.
003060     if WS-CARD-DATE not numeric
003070         display "*** HOLIDAY CARD '" WS-CARD-DATE
003080             "' IS NOT A DATE - skipped ***"
003090         move 4 to RETURN-CODE
003100     else
003110         move WS-CARD-DATE-N to DTV-RAW-DATE
003120         perform DTV-VALIDATE-DATE
003130         if DTV-DATE-INVALID or DTV-RAW-YYYY not = WS-YEAR
003140             display "*** HOLIDAY " WS-CARD-DATE
003150                 " IS NOT A DATE IN " WS-YEAR " - skipped ***"
003160             move 4 to RETURN-CODE
003170         else
003180             perform FIND-TABLE-DAY
003190             move "N" to WS-DAY-TYPE (WS-HOLIDAY-SUB)
003200             move WS-HOLIDAY-NAME to WS-DAY-NAME (WS-HOLIDAY-SUB)
003210             add 1 to WS-HOLIDAY-COUNT
003220         end-if
003230     end-if
003240     perform ACCEPT-HOLIDAY-CARD.

003250 FIND-TABLE-DAY.
003260     move 1 to WS-HOLIDAY-SUB
003270     perform STEP-TABLE-DAY
003280         until WS-DAY-DATE (WS-HOLIDAY-SUB) = WS-CARD-DATE-N.

003290 STEP-TABLE-DAY.
003300     add 1 to WS-HOLIDAY-SUB.

003310* the month end is the month's last PROCESSING day, so a month
003320* ending on a weekend or holiday closes on the day before.
003330 MARK-YEAR-MONTH-ENDS.
003340     move zeroes to WS-LAST-PROC-SUB
003350     move 1 to WS-GEN-MONTH
003360     perform MARK-ONE-TABLE-DAY
003370         varying WS-DAY-SUB from 1 by 1
003380         until WS-DAY-SUB > WS-DAY-COUNT
003390     perform MARK-MONTH-END.

003400 MARK-ONE-TABLE-DAY.
003410     move WS-DAY-DATE (WS-DAY-SUB) to WS-GEN-DATE
003420     if WS-GEN-MM not = WS-GEN-MONTH
003430         perform MARK-MONTH-END
003440         move WS-GEN-MM to WS-GEN-MONTH
003450         move zeroes to WS-LAST-PROC-SUB
003460     end-if
003470     if DAY-PROCESSING (WS-DAY-SUB)
003480         move WS-DAY-SUB to WS-LAST-PROC-SUB
003490     end-if.

003500 MARK-MONTH-END.
003510     if WS-LAST-PROC-SUB > 0
003520         move "Y" to WS-DAY-MONTH-END (WS-LAST-PROC-SUB)
003530         if WS-GEN-MONTH = 3 or 6 or 9 or 12
003540             move "Y" to WS-DAY-QTR-END (WS-LAST-PROC-SUB)
003550         end-if
003560         if WS-GEN-MONTH = 12
003570             move "Y" to WS-DAY-YEAR-END (WS-LAST-PROC-SUB)
003580         end-if
003590     end-if.

003600 WRITE-YEAR-TABLE.
003610     open extend BUSINESS-CALENDAR
003620     if not BIZCAL-OK
003630         open output BUSINESS-CALENDAR
003640     end-if
003650     perform WRITE-ONE-TABLE-DAY
003660         varying WS-DAY-SUB from 1 by 1
003670         until WS-DAY-SUB > WS-DAY-COUNT
003680     close BUSINESS-CALENDAR.

003690 WRITE-ONE-TABLE-DAY.
003700     move spaces to BUSINESS-CALENDAR-RECORD
003710     move WS-DAY-DATE (WS-DAY-SUB) to BC-CAL-DATE
003720     move WS-DAY-DOW (WS-DAY-SUB) to BC-DAY-OF-WEEK
003730     move WS-DAY-TYPE (WS-DAY-SUB) to BC-DAY-TYPE
003740     move WS-DAY-MONTH-END (WS-DAY-SUB) to BC-MONTH-END-FLAG
003750     move WS-DAY-QTR-END (WS-DAY-SUB) to BC-QUARTER-END-FLAG
003760     move WS-DAY-YEAR-END (WS-DAY-SUB) to BC-YEAR-END-FLAG
003770     move WS-DAY-NAME (WS-DAY-SUB) to BC-DESCRIPTION
003780     move BDT-BUSINESS-DATE to BC-CHANGED-DATE
003790     write BUSINESS-CALENDAR-RECORD
003800     move WS-BIZCAL-STATUS to IOC-STATUS
003810     move "BIZCAL" to IOC-FILE-NAME
003820     perform ZZ-CHECK-WRITE
003830     add 1 to WS-WRITTEN-COUNT
003840     if DAY-PROCESSING (WS-DAY-SUB)
003850         add 1 to WS-PROCESSING-COUNT
003860     else
003870         add 1 to WS-NON-PROC-COUNT
003880     end-if.

003890* one day turned processing or non-processing.  The first pass
003900* finds the day and works out its month's new last processing
003910* day; the second rewrites the month with the change and the
003920* month-end markers moved to match.
003930 CHANGE-ONE-DAY.
003940     display "Enter the day (YYYYMMDD), P or N, and its name:"
003950     move spaces to WS-DAY-CARD
003960     accept WS-DAY-CARD
003970     if WS-CARD-DATE not numeric
003980         display "*** '" WS-CARD-DATE "' IS NOT A DATE - "
003990             "nothing done ***"
004000         move 8 to RETURN-CODE
004010         stop run
004020     end-if
004030     if not CARD-PROCESSING and not CARD-NON-PROCESSING
004040         display "*** DAY TYPE MUST BE P OR N - nothing done ***"
004050         move 8 to RETURN-CODE
004060         stop run
004070     end-if
004080     move WS-CARD-DATE (1:6) to WS-CHANGE-MONTH
004090     move zeroes to WS-MONTH-END-DATE
004100     move "N" to WS-EOF-SWITCH
004110     open input BUSINESS-CALENDAR
004120     if not BIZCAL-OK
004130         display "*** NO BIZCAL CALENDAR - generate the year "
004140             "first - nothing done ***"
004150         move 8 to RETURN-CODE
004160         stop run
004170     end-if
004180     perform READ-CALENDAR
004190     perform PLAN-ONE-CALENDAR-DAY until FILE-EOF
004200     close BUSINESS-CALENDAR
004210     if not CHANGE-DAY-FOUND
004220         display "*** " WS-CARD-DATE " IS NOT ON THE CALENDAR - "
004230             "nothing done ***"
004240         move 8 to RETURN-CODE
004250         stop run
004260     end-if
004270     move "N" to WS-EOF-SWITCH
004280     open i-o BUSINESS-CALENDAR
004290     perform READ-CALENDAR
004300     perform REWRITE-ONE-CALENDAR-DAY until FILE-EOF
004310     close BUSINESS-CALENDAR
004320     display "-----------------------------------"
004330     display "Day changed         : " WS-CARD-DATE " from "
004340         WS-OLD-TYPE " " WS-OLD-NAME
004350     display "                   to " WS-CARD-TYPE " "
004360         WS-CARD-NAME
004370     if WS-MONTH-END-DATE = zeroes
004380         display "*** MONTH " WS-CHANGE-MONTH " NOW HAS NO "
004390             "PROCESSING DAY - no month end ***"
004400         move 4 to RETURN-CODE
004410     else
004420         display "Month end now       : " WS-MONTH-END-DATE
004430     end-if
004440     display "Days rewritten      : " WS-REWRITTEN-COUNT
004450     if WS-CARD-DATE-N not > BDT-BUSINESS-DATE
004460         display "*** " WS-CARD-DATE " IS NOT AFTER THE BUSINESS "
004470             "DATE " BDT-BUSINESS-DATE " - the change only "
004480             "matters to a rerun ***"
004490         move 4 to RETURN-CODE
004500     end-if.

004510 PLAN-ONE-CALENDAR-DAY.
004520     if BC-CAL-DATE (1:6) = WS-CHANGE-MONTH
004530         move BC-DAY-TYPE to WS-RECORD-TYPE
004540         if BC-CAL-DATE = WS-CARD-DATE-N
004550             set CHANGE-DAY-FOUND to true
004560             move BC-DAY-TYPE to WS-OLD-TYPE
004570             move BC-DESCRIPTION to WS-OLD-NAME
004580             move WS-CARD-TYPE to WS-RECORD-TYPE
004590         end-if
004600         if WS-RECORD-TYPE = "P"
004610             move BC-CAL-DATE to WS-MONTH-END-DATE
004620         end-if
004630     end-if
004640     perform READ-CALENDAR.

004650 REWRITE-ONE-CALENDAR-DAY.
004660     if BC-CAL-DATE (1:6) = WS-CHANGE-MONTH
004670         if BC-CAL-DATE = WS-CARD-DATE-N
004680             move WS-CARD-TYPE to BC-DAY-TYPE
004690             move WS-CARD-NAME to BC-DESCRIPTION
004700             move BDT-BUSINESS-DATE to BC-CHANGED-DATE
004710         end-if
004720         move "N" to BC-MONTH-END-FLAG
004730         move "N" to BC-QUARTER-END-FLAG
004740         move "N" to BC-YEAR-END-FLAG
004750         if BC-CAL-DATE = WS-MONTH-END-DATE
004760             move "Y" to BC-MONTH-END-FLAG
004770             if BC-CAL-MM = 3 or 6 or 9 or 12
004780                 move "Y" to BC-QUARTER-END-FLAG
004790             end-if
004800             if BC-CAL-MM = 12
004810                 move "Y" to BC-YEAR-END-FLAG
004820             end-if
004830         end-if
004840         rewrite BUSINESS-CALENDAR-RECORD
004850         move WS-BIZCAL-STATUS to IOC-STATUS
004860         move "BIZCAL" to IOC-FILE-NAME
004870         perform ZZ-CHECK-WRITE
004880         add 1 to WS-REWRITTEN-COUNT
004890     end-if
004900     perform READ-CALENDAR.

004910* the year's exceptions at a glance -- every day the night does
004920* not process, and every month end with its markers.
004930 LIST-YEAR.
004940     perform ACCEPT-YEAR
004950     move "N" to WS-EOF-SWITCH
004960     open input BUSINESS-CALENDAR
004970     if not BIZCAL-OK
004980         display "No BIZCAL calendar on file"
004990         move 8 to RETURN-CODE
005000         stop run
005010     end-if
005020     display "Business calendar " WS-YEAR
005030     display "==================================="
005040     perform READ-CALENDAR
005050     perform LIST-ONE-CALENDAR-DAY until FILE-EOF
005060     close BUSINESS-CALENDAR
005070     display "-----------------------------------"
005080     display "Processing days     : " WS-PROCESSING-COUNT
005090     display "Non-processing days : " WS-NON-PROC-COUNT
005100     if WS-PROCESSING-COUNT = 0 and WS-NON-PROC-COUNT = 0
005110         display "*** " WS-YEAR " IS NOT ON THE CALENDAR ***"
005120         move 4 to RETURN-CODE
005130     end-if.

005140 LIST-ONE-CALENDAR-DAY.
005150     if BC-CAL-YYYY = WS-YEAR
005160         if BC-PROCESSING-DAY
005170             add 1 to WS-PROCESSING-COUNT
005180         else
005190             add 1 to WS-NON-PROC-COUNT
005200         end-if
005210         move spaces to WS-MARKER-TEXT
005220         evaluate true
005230             when BC-YEAR-END
005240                 move "MONTH/QUARTER/YEAR END" to WS-MARKER-TEXT
005250             when BC-QUARTER-END
005260                 move "MONTH/QUARTER END" to WS-MARKER-TEXT
005270             when BC-MONTH-END
005280                 move "MONTH END" to WS-MARKER-TEXT
005290         end-evaluate
005300         if BC-NON-PROCESSING-DAY
005310             and BC-DESCRIPTION not = "WEEKEND"
005320             display "  " BC-CAL-DATE " " WS-DOW-NAME
005330                 (BC-DAY-OF-WEEK) "  CLOSED  " BC-DESCRIPTION
005340         end-if
005350         if WS-MARKER-TEXT not = spaces
005360             display "  " BC-CAL-DATE " " WS-DOW-NAME
005370                 (BC-DAY-OF-WEEK) "  " WS-MARKER-TEXT
005380         end-if
005390     end-if
005400     perform READ-CALENDAR.

005410*****************************************************************
005420* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005430*****************************************************************
005440     copy IOCHKPRC.

005450*****************************************************************
005460* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005470*****************************************************************
005480     copy BIZDTPRC.

005490*****************************************************************
005500* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
005510*****************************************************************
005520     copy OPERPRC.

005530*****************************************************************
005540* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
005550*****************************************************************
005560     copy DATEPRC.
