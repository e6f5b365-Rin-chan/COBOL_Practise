013260*                   deviations from the mean, with a run-level
013270*                   count of groups containing outliers for
013280*                   the quality office.
013290* 2026-10-15   gag  added statistical process control for the
013300*                   quality office.  Run mode P ranks the day's
013310*                   NUMTRAN groups as batch mode does and plots
013320*                   each group's mean and range as one more point
013330*                   on its X-bar and range chart against the
013340*                   SPCLIM control limits, tests the run rules
013350*                   (beyond three sigma, seven in a row on one
013360*                   side, two of three past two sigma, six in a
013370*                   row trending) and writes every signal to the
013380*                   SPCEXC exceptions file for the morning review;
013390*                   the point itself is kept on SPCHIST.  Run mode
013400*                   C recalculates SPCLIM from the SPCHIST points
013410*                   between the baseline dates on the parameter
013420*                   card.
013999*****************************************************************

014000 environment division.
014520     select SORTED-NUMBER-FILE assign to "NUMSRT"
014530         organization is sequential
014540         file status is WS-SORT-STATUS.
014550     select SPC-LIMIT-FILE assign to "SPCLIM"
014560         organization is sequential
014570         file status is WS-SPCLIM-STATUS.
014580     select SPC-HISTORY-FILE assign to "SPCHIST"
014590         organization is sequential
014600         file status is WS-SPCHIST-STATUS.
014610     select SPC-EXCEPTION-FILE assign to "SPCEXC"
014620         organization is sequential
014630         file status is WS-SPCEXC-STATUS.
014640     select OPS-ERROR-LOG assign to "OPSLOG"
014650         organization is sequential
014660         file status is WS-OPSLOG-STATUS.
014670     select BUSINESS-DATE-FILE assign to "BIZDATE"
014680         organization is sequential
014690         file status is WS-BIZDT-STATUS.

020000 data division.
020100 file section.
020930     05 SN-GROUP-ID          PIC 9(04).
020940     05 SN-VALUE             PIC 9(03).

020945 fd  SPC-LIMIT-FILE.
020950     copy SPCLIM.

020955 fd  SPC-HISTORY-FILE.
020960     copy SPCHIST.

020965 fd  SPC-EXCEPTION-FILE.
020970     copy SPCEXC.

020975 fd  OPS-ERROR-LOG.
020980     copy OPSERR.

020985 fd  BUSINESS-DATE-FILE.
020990     copy BIZDATE.

021000 working-storage section.
021100 01 WS-MAX-NUMBERS       PIC 9(2) VALUE 20.
021150 01 WS-TABLE-LIMIT       PIC 9(4) VALUE 1000.
022770 01 WS-RUN-MODE            PIC X(01).
022780     88 SINGLE-MODE        VALUE "S" "s".
022790     88 BATCH-MODE         VALUE "B" "b".
022792     88 SPC-CHART-MODE     VALUE "P" "p".
022794     88 SPC-LIMIT-MODE     VALUE "C" "c".
022796     88 VALID-RUN-MODE     VALUE "S" "s" "B" "b" "P" "p"
022798                                 "C" "c".
022800 01 WS-TRAN-STATUS         PIC X(02).
022810     88 TRAN-OK            VALUE "00".
022820 01 WS-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
022850 01 WS-SORT-STATUS         PIC X(02).
022860     88 SORT-OK            VALUE "00".
022870 01 WS-TRAN-READ-COUNT     PIC 9(06) VALUE ZEROES.
022875 01 WS-RUN-PARM            PIC X(24).
022880 01 WS-EMPTY-OVERRIDE      PIC X(01) VALUE "N".
022890     88 EMPTY-INPUT-ALLOWED VALUE "Y" "y".
022900*
023100 01 WS-NR-ORDER            PIC 9(01) VALUE 2.
023110 01 WS-NR-RESULT           PIC 9(05)V9(04) VALUE ZEROES.
023120 01 WS-NR-STATUS           PIC X(02).
023130*
023140* statistical process control -- one entry per group holding
023150* its SPCLIM limits and its most recent SPCHIST points, oldest
023160* first, for the run rules and the chart.
023170 01 WS-SPCLIM-STATUS       PIC X(02).
023180     88 SPCLIM-OK          VALUE "00".
023190 01 WS-SPCHIST-STATUS      PIC X(02).
023200     88 SPCHIST-OK         VALUE "00".
023210 01 WS-SPCEXC-STATUS       PIC X(02).
023220     88 SPCEXC-OK          VALUE "00".
023230 01 WS-SPC-EOF-SWITCH      PIC X(01) VALUE "N".
023240     88 SPC-EOF            VALUE "Y".
023250 01 WS-SPC-MAX-GROUPS     PIC 9(03) VALUE 100.
023260 01 WS-SPC-MAX-POINTS     PIC 9(02) VALUE 25.
023270 01 WS-SPC-MIN-BASELINE   PIC 9(04) VALUE 10.
023280 01 WS-SPC-GROUP-COUNT    PIC 9(03) VALUE ZEROES.
023290 01 WS-SPC-TABLE.
023300     05 WS-SG-ENTRY        OCCURS 100 TIMES.
023310         10 WS-SG-ID           PIC 9(04).
023320         10 WS-SG-LIMIT-SWITCH PIC X(01).
023330             88 SG-HAS-LIMITS  VALUE "Y".
023340         10 WS-SG-SIZE         PIC 9(03).
023350         10 WS-SG-BASE-FROM    PIC 9(08).
023360         10 WS-SG-BASE-TO      PIC 9(08).
023370         10 WS-SG-BASE-POINTS  PIC 9(04).
023380         10 WS-SG-CENTER-X     PIC 9(03)V9(04).
023390         10 WS-SG-UCL-X        PIC S9(04)V9(04).
023400         10 WS-SG-LCL-X        PIC S9(04)V9(04).
023410         10 WS-SG-CENTER-R     PIC 9(03)V9(04).
023420         10 WS-SG-UCL-R        PIC 9(04)V9(04).
023430         10 WS-SG-LCL-R        PIC 9(04)V9(04).
023440         10 WS-SG-CALC-DATE    PIC 9(08).
023450         10 WS-SG-BL-COUNT     PIC 9(04).
023460         10 WS-SG-BL-SUM-X     PIC 9(07)V9(04).
023470         10 WS-SG-BL-SUM-R     PIC 9(07).
023480         10 WS-SG-BL-SUM-N     PIC 9(07).
023490         10 WS-SG-POINT-COUNT  PIC 9(02).
023500         10 WS-SG-POINT        OCCURS 25 TIMES.
023510             15 WS-PT-DATE     PIC 9(08).
023520             15 WS-PT-XBAR     PIC 9(03)V9(04).
023530             15 WS-PT-RANGE    PIC 9(03).
023540 01 WS-SPC-SUB             PIC 9(03) VALUE ZEROES.
023550 01 WS-SPC-SCAN           PIC 9(03) VALUE ZEROES.
023560 01 WS-SPC-LOOKUP-ID      PIC 9(04) VALUE ZEROES.
023565 01 WS-SPC-LOOKUP-DATE    PIC 9(08) VALUE ZEROES.
023570 01 WS-PT-SUB              PIC 9(02) VALUE ZEROES.
023580 01 WS-PT-LAST             PIC 9(02) VALUE ZEROES.
023590 01 WS-PT-FIRST            PIC 9(02) VALUE ZEROES.
023600 01 WS-SPC-XBAR           PIC 9(03)V9(04) VALUE ZEROES.
023610 01 WS-SPC-RANGE          PIC 9(03) VALUE ZEROES.
023620 01 WS-SPC-SIGMA-X        PIC S9(04)V9(04) VALUE ZEROES.
023630 01 WS-SPC-ZONE-HIGH      PIC S9(04)V9(04) VALUE ZEROES.
023640 01 WS-SPC-ZONE-LOW       PIC S9(04)V9(04) VALUE ZEROES.
023650 01 WS-ABOVE-COUNT        PIC 9(02) VALUE ZEROES.
023660 01 WS-BELOW-COUNT        PIC 9(02) VALUE ZEROES.
023670 01 WS-RISE-COUNT         PIC 9(02) VALUE ZEROES.
023680 01 WS-FALL-COUNT         PIC 9(02) VALUE ZEROES.
023690 01 WS-POINT-ADDED-SWITCH PIC X(01) VALUE "N".
023700     88 POINT-ADDED        VALUE "Y".
023710 01 WS-SIGNAL-COUNT       PIC 9(02) VALUE ZEROES.
023720 01 WS-SIGNAL-LIST        PIC X(24) VALUE SPACES.
023730 01 WS-SIGNAL-PTR         PIC 9(02) VALUE 1.
023740 01 WS-EXC-CHART          PIC X(01).
023750 01 WS-EXC-RULE           PIC X(02).
023760 01 WS-EXC-VALUE          PIC S9(04)V9(04).
023770 01 WS-EXC-LIMIT          PIC S9(04)V9(04).
023780 01 WS-EXC-TEXT           PIC X(40).
023790 01 WS-GROUPS-CHARTED     PIC 9(04) VALUE ZEROES.
023800 01 WS-POINTS-ADDED       PIC 9(04) VALUE ZEROES.
023810 01 WS-SIGNALS-WRITTEN    PIC 9(04) VALUE ZEROES.
023820 01 WS-LIMITS-SET         PIC 9(04) VALUE ZEROES.
023830 01 WS-BASELINE-FROM      PIC 9(08) VALUE ZEROES.
023840 01 WS-BASELINE-TO        PIC 9(08) VALUE ZEROES.
023850 01 WS-CONST-SUB          PIC 9(02) VALUE ZEROES.
023860 01 WS-BASE-SIZE          PIC 9(03) VALUE ZEROES.
023870*
023880* X-bar and range chart constants A2, D3 and D4 (each 9V999)
023890* for subgroup sizes 2 thru 25.
023900 01 WS-CHART-CONSTANTS.
023910     05 FILLER             PIC X(12) VALUE "188000003267".
023920     05 FILLER             PIC X(12) VALUE "102300002574".
023930     05 FILLER             PIC X(12) VALUE "072900002282".
023940     05 FILLER             PIC X(12) VALUE "057700002114".
023950     05 FILLER             PIC X(12) VALUE "048300002004".
023960     05 FILLER             PIC X(12) VALUE "041900761924".
023970     05 FILLER             PIC X(12) VALUE "037301361864".
023980     05 FILLER             PIC X(12) VALUE "033701841816".
023990     05 FILLER             PIC X(12) VALUE "030802231777".
024000     05 FILLER             PIC X(12) VALUE "028502561744".
024010     05 FILLER             PIC X(12) VALUE "026602831717".
024020     05 FILLER             PIC X(12) VALUE "024903071693".
024030     05 FILLER             PIC X(12) VALUE "023503281672".
024040     05 FILLER             PIC X(12) VALUE "022303471653".
024050     05 FILLER             PIC X(12) VALUE "021203631637".
024060     05 FILLER             PIC X(12) VALUE "020303781622".
024070     05 FILLER             PIC X(12) VALUE "019403911608".
024080     05 FILLER             PIC X(12) VALUE "018704031597".
024090     05 FILLER             PIC X(12) VALUE "018004151585".
024100     05 FILLER             PIC X(12) VALUE "017304251575".
024110     05 FILLER             PIC X(12) VALUE "016704341566".
024120     05 FILLER             PIC X(12) VALUE "016204431557".
024130     05 FILLER             PIC X(12) VALUE "015704511548".
024140     05 FILLER             PIC X(12) VALUE "015304591541".
024150 01 WS-CHART-CONST-TABLE REDEFINES WS-CHART-CONSTANTS.
024160     05 WS-CC-ENTRY        OCCURS 24 TIMES.
024170         10 WS-CC-A2       PIC 9V9(03).
024180         10 WS-CC-D3       PIC 9V9(03).
024190         10 WS-CC-D4       PIC 9V9(03).
024200*
024210* chart print lines -- the X-bar scale puts the control limits
024220* at positions 6 and 36 around a center line at 21, the range
024230* scale runs from zero at 1 to the upper limit at 16.
024240 01 WS-X-PLOT              PIC X(41).
024250 01 WS-R-PLOT              PIC X(21).
024260 01 WS-PLOT-POS            PIC S9(04) VALUE ZEROES.
024270 01 WS-PLOT-MARK           PIC X(01).
024280 01 WS-EDIT-XBAR           PIC ZZ9.9999.
024290 01 WS-EDIT-LIMIT-1        PIC -ZZZ9.9999.
024300 01 WS-EDIT-LIMIT-2        PIC -ZZZ9.9999.
024310 01 WS-EDIT-LIMIT-3        PIC -ZZZ9.9999.
024320 01 WS-EDIT-RANGE          PIC ZZ9.
024330 copy IOCHKWS.
024340 copy BIZDTWS.

030000 procedure division.
031000 PRG-BEGIN.
031011* run-parameter card: position 1 mode, position 3 the
031012* empty-input override.
031014* positions 5-12 and 14-21 the SPC baseline from and to dates.
031020     accept WS-RUN-PARM
031021     move WS-RUN-PARM (1:1) to WS-RUN-MODE
031022     move WS-RUN-PARM (3:1) to WS-EMPTY-OVERRIDE
031023     if not VALID-RUN-MODE
031024         display "*** INVALID OR MISSING RUN PARAMETER '"
031025             WS-RUN-PARM "' - job ABORTED ***"
031026         move 8 to RETURN-CODE
031027         stop run
031028     end-if
031029     display "Run mode: " WS-RUN-MODE
031031     if BATCH-MODE or SPC-CHART-MODE
031033         if SPC-CHART-MODE
031035             perform SPC-OPEN-CHART-FILES
031037         end-if
031040         perform BATCH-RANK-JOB
031041         if SPC-CHART-MODE
031042             perform SPC-CLOSE-CHART-FILES
031043         end-if
031045     else
031046         if SPC-LIMIT-MODE
031047             perform SPC-CALCULATE-LIMITS
031048             stop run
031049         end-if
031050         perform ACCEPT-NUMBER-COUNT
031060             until WS-NUMBER-COUNT > 0
031070                 and WS-NUMBER-COUNT NOT > WS-MAX-NUMBERS
031710     if TIE-FOR-SMALLEST
031715         display "           *** TIE for smallest value ***"
031720     end-if
031722     perform REPORT-GROUP-STATISTICS
031724     if SPC-CHART-MODE
031726         perform SPC-CHART-CURRENT-GROUP
031728     end-if.

031730* the quality office's figures -- how tight or scattered the
031731* group really is, off the same sorted table the ranking
036450             set TIE-FOR-SMALLEST to true
036460         end-if
036470     end-if.

037000* --------------------------------------------------------------
037010* statistical process control -- chart run (mode P).
037020* --------------------------------------------------------------
037030* limits and each group's recent points are loaded before the
037040* ranking starts; the day's points are appended to SPCHIST as
037050* the groups are charted.
037060 SPC-OPEN-CHART-FILES.
037070     move "FINDLRGNUM" to IOC-PROGRAM
037080     perform ZB-GET-BUSINESS-DATE
037090     move zeroes to WS-SPC-GROUP-COUNT
037100     perform SPC-LOAD-LIMITS
037110     move "N" to WS-SPC-EOF-SWITCH
037120     open input SPC-HISTORY-FILE
037130     if SPCHIST-OK
037140         perform SPC-READ-HISTORY
037150         perform SPC-LOAD-ONE-POINT until SPC-EOF
037160         close SPC-HISTORY-FILE
037170     end-if
037180     open extend SPC-HISTORY-FILE
037190     if not SPCHIST-OK
037200         open output SPC-HISTORY-FILE
037210     end-if
037220     open extend SPC-EXCEPTION-FILE
037230     if not SPCEXC-OK
037240         open output SPC-EXCEPTION-FILE
037250     end-if
037260     display "SPC charts for business date " BDT-BUSINESS-DATE.

037270 SPC-LOAD-LIMITS.
037280     move "N" to WS-SPC-EOF-SWITCH
037290     open input SPC-LIMIT-FILE
037300     if SPCLIM-OK
037310         perform SPC-READ-LIMIT
037320         perform SPC-LOAD-ONE-LIMIT until SPC-EOF
037330         close SPC-LIMIT-FILE
037340     end-if.

037350 SPC-READ-LIMIT.
037360     read SPC-LIMIT-FILE
037370         at end set SPC-EOF to true
037380     end-read.

037390 SPC-LOAD-ONE-LIMIT.
037400     move SL-GROUP-ID to WS-SPC-LOOKUP-ID
037410     perform SPC-FIND-OR-ADD-GROUP
037420     if WS-SPC-SUB > 0
037430         move "Y" to WS-SG-LIMIT-SWITCH (WS-SPC-SUB)
037440         move SL-SUBGROUP-SIZE to WS-SG-SIZE (WS-SPC-SUB)
037450         move SL-BASELINE-FROM to WS-SG-BASE-FROM (WS-SPC-SUB)
037460         move SL-BASELINE-TO to WS-SG-BASE-TO (WS-SPC-SUB)
037470         move SL-BASELINE-POINTS to WS-SG-BASE-POINTS (WS-SPC-SUB)
037480         move SL-CENTER-X to WS-SG-CENTER-X (WS-SPC-SUB)
037490         move SL-UCL-X to WS-SG-UCL-X (WS-SPC-SUB)
037500         move SL-LCL-X to WS-SG-LCL-X (WS-SPC-SUB)
037510         move SL-CENTER-R to WS-SG-CENTER-R (WS-SPC-SUB)
037520         move SL-UCL-R to WS-SG-UCL-R (WS-SPC-SUB)
037530         move SL-LCL-R to WS-SG-LCL-R (WS-SPC-SUB)
037540         move SL-CALC-DATE to WS-SG-CALC-DATE (WS-SPC-SUB)
037550     end-if
037560     perform SPC-READ-LIMIT.

037570 SPC-READ-HISTORY.
037580     read SPC-HISTORY-FILE
037590         at end set SPC-EOF to true
037600     end-read.

037610 SPC-LOAD-ONE-POINT.
037620     move SP-GROUP-ID to WS-SPC-LOOKUP-ID
037630     perform SPC-FIND-OR-ADD-GROUP
037640     if WS-SPC-SUB > 0
037650         move SP-SAMPLE-DATE to WS-SPC-LOOKUP-DATE
037660         move SP-XBAR to WS-SPC-XBAR
037670         move SP-RANGE to WS-SPC-RANGE
037680         perform SPC-APPEND-POINT
037690     end-if
037700     perform SPC-READ-HISTORY.

037710* a full window drops its oldest point to make room.
037720 SPC-APPEND-POINT.
037730     if WS-SG-POINT-COUNT (WS-SPC-SUB) < WS-SPC-MAX-POINTS
037740         add 1 to WS-SG-POINT-COUNT (WS-SPC-SUB)
037750     else
037760         perform SPC-SHIFT-ONE-POINT
037770             varying WS-PT-SUB from 1 by 1
037780             until WS-PT-SUB NOT < WS-SPC-MAX-POINTS
037790     end-if
037800     move WS-SG-POINT-COUNT (WS-SPC-SUB) to WS-PT-LAST
037806     move WS-SPC-LOOKUP-DATE
037812         to WS-PT-DATE (WS-SPC-SUB, WS-PT-LAST)
037820     move WS-SPC-XBAR to WS-PT-XBAR (WS-SPC-SUB, WS-PT-LAST)
037830     move WS-SPC-RANGE to WS-PT-RANGE (WS-SPC-SUB, WS-PT-LAST).

037840 SPC-SHIFT-ONE-POINT.
037850     move WS-SG-POINT (WS-SPC-SUB, WS-PT-SUB + 1)
037860         to WS-SG-POINT (WS-SPC-SUB, WS-PT-SUB).

037870* leaves WS-SPC-SUB on the group's entry, adding one if there
037880* is room; zero when the table is full.
037890 SPC-FIND-OR-ADD-GROUP.
037900     move zeroes to WS-SPC-SUB
037910     perform SPC-TEST-GROUP-ENTRY
037920         varying WS-SPC-SCAN from 1 by 1
037930         until WS-SPC-SCAN > WS-SPC-GROUP-COUNT
037940             or WS-SPC-SUB > 0
037950     if WS-SPC-SUB = 0
037960         and WS-SPC-GROUP-COUNT < WS-SPC-MAX-GROUPS
037970         add 1 to WS-SPC-GROUP-COUNT
037980         move WS-SPC-GROUP-COUNT to WS-SPC-SUB
037990         initialize WS-SG-ENTRY (WS-SPC-SUB)
038000         move WS-SPC-LOOKUP-ID to WS-SG-ID (WS-SPC-SUB)
038010         move "N" to WS-SG-LIMIT-SWITCH (WS-SPC-SUB)
038020     end-if.

038030 SPC-TEST-GROUP-ENTRY.
038040     if WS-SG-ID (WS-SPC-SCAN) = WS-SPC-LOOKUP-ID
038050         move WS-SPC-SCAN to WS-SPC-SUB
038060     end-if.

038070* the group just ranked becomes today's point on its chart --
038080* once per business date, so a rerun does not plot it twice.
038090 SPC-CHART-CURRENT-GROUP.
038100     move WS-GROUP-ID to WS-SPC-LOOKUP-ID
038110     perform SPC-FIND-OR-ADD-GROUP
038120     if WS-SPC-SUB = 0
038130         display "*** SPC table full - group " WS-GROUP-ID
038140             " not charted ***"
038150     else
038160         add 1 to WS-GROUPS-CHARTED
038170         compute WS-SPC-XBAR rounded =
038180             WS-STAT-SUM / WS-NUMBER-COUNT
038190         compute WS-SPC-RANGE =
038196             WS-NUMBER-ENTRY (WS-NUMBER-COUNT)
038202             - WS-NUMBER-ENTRY (1)
038210         move "N" to WS-POINT-ADDED-SWITCH
038220         move zeroes to WS-SIGNAL-COUNT
038230         move spaces to WS-SIGNAL-LIST
038240         move 1 to WS-SIGNAL-PTR
038250         move WS-SG-POINT-COUNT (WS-SPC-SUB) to WS-PT-LAST
038260         if WS-PT-LAST > 0
038270             and WS-PT-DATE (WS-SPC-SUB, WS-PT-LAST)
038280                 = BDT-BUSINESS-DATE
038290             display "    (already charted for " BDT-BUSINESS-DATE
038300                 " - point not added again)"
038310         else
038320             move BDT-BUSINESS-DATE to WS-SPC-LOOKUP-DATE
038330             perform SPC-APPEND-POINT
038340             move "Y" to WS-POINT-ADDED-SWITCH
038350             if SG-HAS-LIMITS (WS-SPC-SUB)
038360                 perform SPC-CHECK-RUN-RULES
038370             end-if
038380             perform SPC-WRITE-HISTORY-POINT
038390         end-if
038400         perform SPC-PRINT-CHART
038410     end-if.

038420 SPC-WRITE-HISTORY-POINT.
038430     move spaces to SPC-POINT-RECORD
038440     move WS-GROUP-ID to SP-GROUP-ID
038450     move BDT-BUSINESS-DATE to SP-SAMPLE-DATE
038460     move WS-NUMBER-COUNT to SP-SUBGROUP-SIZE
038470     move WS-SPC-XBAR to SP-XBAR
038480     move WS-SPC-RANGE to SP-RANGE
038490     move WS-SIGNAL-COUNT to SP-SIGNAL-COUNT
038500     write SPC-POINT-RECORD
038510     move WS-SPCHIST-STATUS to IOC-STATUS
038520     move "SPCHIST" to IOC-FILE-NAME
038530     perform ZZ-CHECK-WRITE
038540     add 1 to WS-POINTS-ADDED.

038550* the run rules are judged at the newest point only -- the
038560* earlier points had their turn on the day they were plotted.
038570 SPC-CHECK-RUN-RULES.
038580     move WS-SG-POINT-COUNT (WS-SPC-SUB) to WS-PT-LAST
038590     compute WS-SPC-SIGMA-X rounded =
038600         (WS-SG-UCL-X (WS-SPC-SUB) - WS-SG-CENTER-X (WS-SPC-SUB))
038610         / 3
038620     move "X" to WS-EXC-CHART
038630     move WS-SPC-XBAR to WS-EXC-VALUE
038640     if WS-SPC-XBAR > WS-SG-UCL-X (WS-SPC-SUB)
038650         move "X1" to WS-EXC-RULE
038660         move WS-SG-UCL-X (WS-SPC-SUB) to WS-EXC-LIMIT
038670         move "MEAN ABOVE UPPER CONTROL LIMIT" to WS-EXC-TEXT
038680         perform SPC-RAISE-SIGNAL
038690     end-if
038700     if WS-SPC-XBAR < WS-SG-LCL-X (WS-SPC-SUB)
038710         move "X1" to WS-EXC-RULE
038720         move WS-SG-LCL-X (WS-SPC-SUB) to WS-EXC-LIMIT
038730         move "MEAN BELOW LOWER CONTROL LIMIT" to WS-EXC-TEXT
038740         perform SPC-RAISE-SIGNAL
038750     end-if
038760     if WS-PT-LAST NOT < 7
038770         compute WS-PT-FIRST = WS-PT-LAST - 6
038780         perform SPC-COUNT-SIDES-X
038790         move "X2" to WS-EXC-RULE
038800         move WS-SG-CENTER-X (WS-SPC-SUB) to WS-EXC-LIMIT
038810         if WS-ABOVE-COUNT = 7
038820             move "SEVEN MEANS IN A ROW ABOVE CENTER LINE"
038830                 to WS-EXC-TEXT
038840             perform SPC-RAISE-SIGNAL
038850         end-if
038860         if WS-BELOW-COUNT = 7
038870             move "SEVEN MEANS IN A ROW BELOW CENTER LINE"
038880                 to WS-EXC-TEXT
038890             perform SPC-RAISE-SIGNAL
038900         end-if
038910     end-if
038920     if WS-PT-LAST NOT < 3
038930         perform SPC-CHECK-TWO-SIGMA
038940     end-if
038950     if WS-PT-LAST NOT < 6
038960         compute WS-PT-FIRST = WS-PT-LAST - 5
038970         perform SPC-COUNT-TREND
038980         move "X4" to WS-EXC-RULE
038990         move WS-SG-CENTER-X (WS-SPC-SUB) to WS-EXC-LIMIT
039000         if WS-RISE-COUNT = 5
039010             move "SIX MEANS IN A ROW STEADILY RISING"
039020                 to WS-EXC-TEXT
039030             perform SPC-RAISE-SIGNAL
039040         end-if
039050         if WS-FALL-COUNT = 5
039060             move "SIX MEANS IN A ROW STEADILY FALLING"
039070                 to WS-EXC-TEXT
039080             perform SPC-RAISE-SIGNAL
039090         end-if
039100     end-if
039110     move "R" to WS-EXC-CHART
039120     move WS-SPC-RANGE to WS-EXC-VALUE
039130     move "R1" to WS-EXC-RULE
039140     if WS-SPC-RANGE > WS-SG-UCL-R (WS-SPC-SUB)
039150         move WS-SG-UCL-R (WS-SPC-SUB) to WS-EXC-LIMIT
039160         move "RANGE ABOVE UPPER CONTROL LIMIT" to WS-EXC-TEXT
039170         perform SPC-RAISE-SIGNAL
039180     end-if
039190     if WS-SG-LCL-R (WS-SPC-SUB) > 0
039200         and WS-SPC-RANGE < WS-SG-LCL-R (WS-SPC-SUB)
039210         move WS-SG-LCL-R (WS-SPC-SUB) to WS-EXC-LIMIT
039220         move "RANGE BELOW LOWER CONTROL LIMIT" to WS-EXC-TEXT
039230         perform SPC-RAISE-SIGNAL
039240     end-if
039250     if WS-PT-LAST NOT < 7
039260         compute WS-PT-FIRST = WS-PT-LAST - 6
039270         perform SPC-COUNT-SIDES-R
039280         move "R2" to WS-EXC-RULE
039290         move WS-SG-CENTER-R (WS-SPC-SUB) to WS-EXC-LIMIT
039300         if WS-ABOVE-COUNT = 7
039310             move "SEVEN RANGES IN A ROW ABOVE CENTER LINE"
039320                 to WS-EXC-TEXT
039330             perform SPC-RAISE-SIGNAL
039340         end-if
039350         if WS-BELOW-COUNT = 7
039360             move "SEVEN RANGES IN A ROW BELOW CENTER LINE"
039370                 to WS-EXC-TEXT
039380             perform SPC-RAISE-SIGNAL
039390         end-if
039400     end-if.

039410 SPC-COUNT-SIDES-X.
039420     move zeroes to WS-ABOVE-COUNT
039430     move zeroes to WS-BELOW-COUNT
039440     perform SPC-SIDE-ONE-MEAN
039450         varying WS-PT-SUB from WS-PT-FIRST by 1
039460         until WS-PT-SUB > WS-PT-LAST.

039470 SPC-SIDE-ONE-MEAN.
039480     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB)
039490         > WS-SG-CENTER-X (WS-SPC-SUB)
039500         add 1 to WS-ABOVE-COUNT
039510     end-if
039520     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB)
039530         < WS-SG-CENTER-X (WS-SPC-SUB)
039540         add 1 to WS-BELOW-COUNT
039550     end-if.

039560 SPC-COUNT-SIDES-R.
039570     move zeroes to WS-ABOVE-COUNT
039580     move zeroes to WS-BELOW-COUNT
039590     perform SPC-SIDE-ONE-RANGE
039600         varying WS-PT-SUB from WS-PT-FIRST by 1
039610         until WS-PT-SUB > WS-PT-LAST.

039620 SPC-SIDE-ONE-RANGE.
039630     if WS-PT-RANGE (WS-SPC-SUB, WS-PT-SUB)
039640         > WS-SG-CENTER-R (WS-SPC-SUB)
039650         add 1 to WS-ABOVE-COUNT
039660     end-if
039670     if WS-PT-RANGE (WS-SPC-SUB, WS-PT-SUB)
039680         < WS-SG-CENTER-R (WS-SPC-SUB)
039690         add 1 to WS-BELOW-COUNT
039700     end-if.

039710* two of the last three means past two sigma on the same side,
039720* the newest point one of them.
039730 SPC-CHECK-TWO-SIGMA.
039740     compute WS-SPC-ZONE-HIGH =
039750         WS-SG-CENTER-X (WS-SPC-SUB) + (2 * WS-SPC-SIGMA-X)
039760     compute WS-SPC-ZONE-LOW =
039770         WS-SG-CENTER-X (WS-SPC-SUB) - (2 * WS-SPC-SIGMA-X)
039780     compute WS-PT-FIRST = WS-PT-LAST - 2
039790     move zeroes to WS-ABOVE-COUNT
039800     move zeroes to WS-BELOW-COUNT
039810     perform SPC-ZONE-ONE-MEAN
039820         varying WS-PT-SUB from WS-PT-FIRST by 1
039830         until WS-PT-SUB > WS-PT-LAST
039840     move "X3" to WS-EXC-RULE
039850     if WS-ABOVE-COUNT NOT < 2
039860         and WS-SPC-XBAR > WS-SPC-ZONE-HIGH
039870         move WS-SPC-ZONE-HIGH to WS-EXC-LIMIT
039880         move "TWO OF THREE MEANS PAST +2 SIGMA"
039890             to WS-EXC-TEXT
039900         perform SPC-RAISE-SIGNAL
039910     end-if
039920     if WS-BELOW-COUNT NOT < 2
039930         and WS-SPC-XBAR < WS-SPC-ZONE-LOW
039940         move WS-SPC-ZONE-LOW to WS-EXC-LIMIT
039950         move "TWO OF THREE MEANS PAST -2 SIGMA"
039960             to WS-EXC-TEXT
039970         perform SPC-RAISE-SIGNAL
039980     end-if.

039990 SPC-ZONE-ONE-MEAN.
040000     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB) > WS-SPC-ZONE-HIGH
040010         add 1 to WS-ABOVE-COUNT
040020     end-if
040030     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB) < WS-SPC-ZONE-LOW
040040         add 1 to WS-BELOW-COUNT
040050     end-if.

040060 SPC-COUNT-TREND.
040070     move zeroes to WS-RISE-COUNT
040080     move zeroes to WS-FALL-COUNT
040090     perform SPC-TREND-ONE-STEP
040100         varying WS-PT-SUB from WS-PT-FIRST by 1
040110         until WS-PT-SUB NOT < WS-PT-LAST.

040120 SPC-TREND-ONE-STEP.
040130     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB + 1)
040140         > WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB)
040150         add 1 to WS-RISE-COUNT
040160     end-if
040170     if WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB + 1)
040180         < WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB)
040190         add 1 to WS-FALL-COUNT
040200     end-if.

040210 SPC-RAISE-SIGNAL.
040220     add 1 to WS-SIGNAL-COUNT
040230     string WS-EXC-RULE " " delimited by size
040240         into WS-SIGNAL-LIST with pointer WS-SIGNAL-PTR
040250     end-string
040260     move spaces to SPC-EXCEPTION-RECORD
040270     move WS-GROUP-ID to SX-GROUP-ID
040280     move BDT-BUSINESS-DATE to SX-SAMPLE-DATE
040290     move WS-EXC-CHART to SX-CHART
040300     move WS-EXC-RULE to SX-RULE
040310     move WS-EXC-VALUE to SX-VALUE
040320     move WS-EXC-LIMIT to SX-LIMIT
040330     move WS-EXC-TEXT to SX-DESCRIPTION
040340     move BDT-BUSINESS-DATE to SX-RUN-DATE
040350     accept SX-RUN-TIME from time
040360     write SPC-EXCEPTION-RECORD
040370     move WS-SPCEXC-STATUS to IOC-STATUS
040380     move "SPCEXC" to IOC-FILE-NAME
040390     perform ZZ-CHECK-WRITE
040400     add 1 to WS-SIGNALS-WRITTEN.

040410* the printed X-bar and range chart -- one line per point in
040420* the window, oldest first, the newest carrying its signals.
040430 SPC-PRINT-CHART.
040440     if SG-HAS-LIMITS (WS-SPC-SUB)
040450         move WS-SG-LCL-X (WS-SPC-SUB) to WS-EDIT-LIMIT-1
040460         move WS-SG-CENTER-X (WS-SPC-SUB) to WS-EDIT-LIMIT-2
040470         move WS-SG-UCL-X (WS-SPC-SUB) to WS-EDIT-LIMIT-3
040480         display "  X-bar chart  LCL " WS-EDIT-LIMIT-1
040490             "  CL " WS-EDIT-LIMIT-2 "  UCL " WS-EDIT-LIMIT-3
040500         move WS-SG-LCL-R (WS-SPC-SUB) to WS-EDIT-LIMIT-1
040510         move WS-SG-CENTER-R (WS-SPC-SUB) to WS-EDIT-LIMIT-2
040520         move WS-SG-UCL-R (WS-SPC-SUB) to WS-EDIT-LIMIT-3
040530         display "  Range chart  LCL " WS-EDIT-LIMIT-1
040540             "  CL " WS-EDIT-LIMIT-2 "  UCL " WS-EDIT-LIMIT-3
040548         display "  limits from " WS-SG-BASE-POINTS (WS-SPC-SUB)
040556             " points " WS-SG-BASE-FROM (WS-SPC-SUB) " - "
040564             WS-SG-BASE-TO (WS-SPC-SUB) ", subgroup size "
040572             WS-SG-SIZE (WS-SPC-SUB)
040580         if WS-NUMBER-COUNT NOT = WS-SG-SIZE (WS-SPC-SUB)
040590             display "  (today's subgroup of " WS-NUMBER-COUNT
040600                 " differs from the baseline size)"
040610         end-if
040620         display "  date        mean   LCL |            CL:"
040630             "              |UCL   rng 0              |UCL"
040640     else
040650         display "  (no control limits yet - points are kept "
040660             "toward a baseline for the limit calculation)"
040670         display "  date        mean  range"
040680     end-if
040690     move WS-SG-POINT-COUNT (WS-SPC-SUB) to WS-PT-LAST
040700     perform SPC-PRINT-ONE-POINT
040710         varying WS-PT-SUB from 1 by 1
040720         until WS-PT-SUB > WS-PT-LAST.

040730 SPC-PRINT-ONE-POINT.
040740     move WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB) to WS-EDIT-XBAR
040750     move WS-PT-RANGE (WS-SPC-SUB, WS-PT-SUB) to WS-EDIT-RANGE
040760     if SG-HAS-LIMITS (WS-SPC-SUB)
040770         perform SPC-PLOT-MEAN
040780         perform SPC-PLOT-RANGE
040790         if WS-PT-SUB = WS-PT-LAST and POINT-ADDED
040800             display "  " WS-PT-DATE (WS-SPC-SUB, WS-PT-SUB)
040810                 " " WS-EDIT-XBAR " " WS-X-PLOT " "
040820                 WS-EDIT-RANGE " " WS-R-PLOT " " WS-SIGNAL-LIST
040830         else
040840             display "  " WS-PT-DATE (WS-SPC-SUB, WS-PT-SUB)
040850                 " " WS-EDIT-XBAR " " WS-X-PLOT " "
040860                 WS-EDIT-RANGE " " WS-R-PLOT
040870         end-if
040880     else
040890         display "  " WS-PT-DATE (WS-SPC-SUB, WS-PT-SUB)
040900             " " WS-EDIT-XBAR "  " WS-EDIT-RANGE
040910     end-if.

040920* limits at 6 and 36, center at 21, 15 positions to three
040930* sigma; a point off the scale shows as < or > at the edge.
040940 SPC-PLOT-MEAN.
040950     move spaces to WS-X-PLOT
040960     move "|" to WS-X-PLOT (6:1)
040970     move ":" to WS-X-PLOT (21:1)
040980     move "|" to WS-X-PLOT (36:1)
040990     move "*" to WS-PLOT-MARK
041000     if WS-SG-UCL-X (WS-SPC-SUB) > WS-SG-CENTER-X (WS-SPC-SUB)
041010         compute WS-PLOT-POS rounded = 21
041020             + ((WS-PT-XBAR (WS-SPC-SUB, WS-PT-SUB)
041030             - WS-SG-CENTER-X (WS-SPC-SUB)) * 15)
041040             / (WS-SG-UCL-X (WS-SPC-SUB)
041050             - WS-SG-CENTER-X (WS-SPC-SUB))
041060     else
041070         move 21 to WS-PLOT-POS
041080     end-if
041090     if WS-PLOT-POS < 1
041100         move 1 to WS-PLOT-POS
041110         move "<" to WS-PLOT-MARK
041120     end-if
041130     if WS-PLOT-POS > 41
041140         move 41 to WS-PLOT-POS
041150         move ">" to WS-PLOT-MARK
041160     end-if
041170     move WS-PLOT-MARK to WS-X-PLOT (WS-PLOT-POS:1).

041180* zero at 1, upper limit at 16.
041190 SPC-PLOT-RANGE.
041200     move spaces to WS-R-PLOT
041210     move "|" to WS-R-PLOT (16:1)
041220     move "*" to WS-PLOT-MARK
041230     if WS-SG-UCL-R (WS-SPC-SUB) > 0
041240         compute WS-PLOT-POS rounded = 1
041250             + (WS-SG-CENTER-R (WS-SPC-SUB) * 15)
041260             / WS-SG-UCL-R (WS-SPC-SUB)
041270         move ":" to WS-R-PLOT (WS-PLOT-POS:1)
041280         compute WS-PLOT-POS rounded = 1
041290             + (WS-PT-RANGE (WS-SPC-SUB, WS-PT-SUB) * 15)
041300             / WS-SG-UCL-R (WS-SPC-SUB)
041310     else
041320         move 1 to WS-PLOT-POS
041330     end-if
041340     if WS-PLOT-POS > 21
041350         move 21 to WS-PLOT-POS
041360         move ">" to WS-PLOT-MARK
041370     end-if
041380     move WS-PLOT-MARK to WS-R-PLOT (WS-PLOT-POS:1).

041390 SPC-CLOSE-CHART-FILES.
041400     close SPC-HISTORY-FILE
041410     close SPC-EXCEPTION-FILE
041420     display "Groups charted          : " WS-GROUPS-CHARTED
041430     display "Points added to SPCHIST : " WS-POINTS-ADDED
041440     display "Signals sent to SPCEXC  : " WS-SIGNALS-WRITTEN
041450     if WS-SIGNALS-WRITTEN > 0 and RETURN-CODE = 0
041460         move 4 to RETURN-CODE
041470     end-if.

041480* --------------------------------------------------------------
041490* statistical process control -- limit calculation (mode C).
041500* --------------------------------------------------------------
041510* each group's X-double-bar and R-bar over the baseline points,
041520* with the A2/D3/D4 constants at the baseline's average subgroup
041530* size.  Groups short of the minimum baseline keep what they had.
041540 SPC-CALCULATE-LIMITS.
041550     move "FINDLRGNUM" to IOC-PROGRAM
041560     perform ZB-GET-BUSINESS-DATE
041570     if WS-RUN-PARM (5:8) NOT NUMERIC
041580         or WS-RUN-PARM (14:8) NOT NUMERIC
041590         display "*** SPC BASELINE DATES MISSING FROM THE RUN "
041600             "PARAMETER - job ABORTED ***"
041610         move 8 to RETURN-CODE
041620         stop run
041630     end-if
041640     move WS-RUN-PARM (5:8) to WS-BASELINE-FROM
041650     move WS-RUN-PARM (14:8) to WS-BASELINE-TO
041660     if WS-BASELINE-FROM > WS-BASELINE-TO
041670         display "*** SPC BASELINE FROM " WS-BASELINE-FROM
041680             " IS AFTER TO " WS-BASELINE-TO " - job ABORTED ***"
041690         move 8 to RETURN-CODE
041700         stop run
041710     end-if
041720     display "SPC limit calculation, baseline " WS-BASELINE-FROM
041730         " - " WS-BASELINE-TO
041740     move zeroes to WS-SPC-GROUP-COUNT
041750     perform SPC-LOAD-LIMITS
041760     move "N" to WS-SPC-EOF-SWITCH
041770     open input SPC-HISTORY-FILE
041780     if not SPCHIST-OK
041790         display "*** NO SPCHIST CHART HISTORY - job ABORTED ***"
041800         move 8 to RETURN-CODE
041810         stop run
041820     end-if
041830     perform SPC-READ-HISTORY
041840     perform SPC-ADD-BASELINE-POINT until SPC-EOF
041850     close SPC-HISTORY-FILE
041860     perform SPC-SET-GROUP-LIMITS
041870         varying WS-SPC-SUB from 1 by 1
041880         until WS-SPC-SUB > WS-SPC-GROUP-COUNT
041890     open output SPC-LIMIT-FILE
041900     perform SPC-WRITE-GROUP-LIMITS
041910         varying WS-SPC-SUB from 1 by 1
041920         until WS-SPC-SUB > WS-SPC-GROUP-COUNT
041930     close SPC-LIMIT-FILE
041940     display "==================================="
041950     display "Groups given new limits : " WS-LIMITS-SET.

041960 SPC-ADD-BASELINE-POINT.
041970     if SP-SAMPLE-DATE NOT < WS-BASELINE-FROM
041980         and SP-SAMPLE-DATE NOT > WS-BASELINE-TO
041990         move SP-GROUP-ID to WS-SPC-LOOKUP-ID
042000         perform SPC-FIND-OR-ADD-GROUP
042010         if WS-SPC-SUB > 0
042020             add 1 to WS-SG-BL-COUNT (WS-SPC-SUB)
042030             add SP-XBAR to WS-SG-BL-SUM-X (WS-SPC-SUB)
042040             add SP-RANGE to WS-SG-BL-SUM-R (WS-SPC-SUB)
042050             add SP-SUBGROUP-SIZE to WS-SG-BL-SUM-N (WS-SPC-SUB)
042060         end-if
042070     end-if
042080     perform SPC-READ-HISTORY.

042090 SPC-SET-GROUP-LIMITS.
042100     if WS-SG-BL-COUNT (WS-SPC-SUB) > 0
042110         compute WS-BASE-SIZE rounded =
042120             WS-SG-BL-SUM-N (WS-SPC-SUB)
042130             / WS-SG-BL-COUNT (WS-SPC-SUB)
042140         if WS-SG-BL-COUNT (WS-SPC-SUB) < WS-SPC-MIN-BASELINE
042150             display "Group " WS-SG-ID (WS-SPC-SUB) ": only "
042160                 WS-SG-BL-COUNT (WS-SPC-SUB) " baseline points, "
042170                 WS-SPC-MIN-BASELINE " needed - limits unchanged"
042180         else
042190             if WS-BASE-SIZE < 2
042200                 display "Group " WS-SG-ID (WS-SPC-SUB)
042210                     ": subgroups of one value have no range"
042220                     " - limits unchanged"
042230             else
042240                 perform SPC-COMPUTE-GROUP-LIMITS
042250             end-if
042260         end-if
042270     end-if.

042280 SPC-COMPUTE-GROUP-LIMITS.
042290     if WS-BASE-SIZE > 25
042300         move 24 to WS-CONST-SUB
042310     else
042320         compute WS-CONST-SUB = WS-BASE-SIZE - 1
042330     end-if
042340     move "Y" to WS-SG-LIMIT-SWITCH (WS-SPC-SUB)
042350     move WS-BASE-SIZE to WS-SG-SIZE (WS-SPC-SUB)
042360     move WS-BASELINE-FROM to WS-SG-BASE-FROM (WS-SPC-SUB)
042370     move WS-BASELINE-TO to WS-SG-BASE-TO (WS-SPC-SUB)
042380     move WS-SG-BL-COUNT (WS-SPC-SUB)
042390         to WS-SG-BASE-POINTS (WS-SPC-SUB)
042400     move BDT-BUSINESS-DATE to WS-SG-CALC-DATE (WS-SPC-SUB)
042410     compute WS-SG-CENTER-X (WS-SPC-SUB) rounded =
042420         WS-SG-BL-SUM-X (WS-SPC-SUB) / WS-SG-BL-COUNT (WS-SPC-SUB)
042430     compute WS-SG-CENTER-R (WS-SPC-SUB) rounded =
042440         WS-SG-BL-SUM-R (WS-SPC-SUB) / WS-SG-BL-COUNT (WS-SPC-SUB)
042450     compute WS-SG-UCL-X (WS-SPC-SUB) rounded =
042460         WS-SG-CENTER-X (WS-SPC-SUB)
042470         + (WS-CC-A2 (WS-CONST-SUB) * WS-SG-CENTER-R (WS-SPC-SUB))
042480     compute WS-SG-LCL-X (WS-SPC-SUB) rounded =
042490         WS-SG-CENTER-X (WS-SPC-SUB)
042500         - (WS-CC-A2 (WS-CONST-SUB) * WS-SG-CENTER-R (WS-SPC-SUB))
042510     compute WS-SG-UCL-R (WS-SPC-SUB) rounded =
042520         WS-CC-D4 (WS-CONST-SUB) * WS-SG-CENTER-R (WS-SPC-SUB)
042530     compute WS-SG-LCL-R (WS-SPC-SUB) rounded =
042540         WS-CC-D3 (WS-CONST-SUB) * WS-SG-CENTER-R (WS-SPC-SUB)
042550     add 1 to WS-LIMITS-SET
042560     move WS-SG-LCL-X (WS-SPC-SUB) to WS-EDIT-LIMIT-1
042570     move WS-SG-CENTER-X (WS-SPC-SUB) to WS-EDIT-LIMIT-2
042580     move WS-SG-UCL-X (WS-SPC-SUB) to WS-EDIT-LIMIT-3
042590     display "Group " WS-SG-ID (WS-SPC-SUB) ": "
042600         WS-SG-BL-COUNT (WS-SPC-SUB) " points, n " WS-BASE-SIZE
042610         "  X-bar " WS-EDIT-LIMIT-1 WS-EDIT-LIMIT-2
042620         WS-EDIT-LIMIT-3
042630     move WS-SG-LCL-R (WS-SPC-SUB) to WS-EDIT-LIMIT-1
042640     move WS-SG-CENTER-R (WS-SPC-SUB) to WS-EDIT-LIMIT-2
042650     move WS-SG-UCL-R (WS-SPC-SUB) to WS-EDIT-LIMIT-3
042660     display "                          range "
042670         WS-EDIT-LIMIT-1 WS-EDIT-LIMIT-2 WS-EDIT-LIMIT-3.

042680 SPC-WRITE-GROUP-LIMITS.
042690     if SG-HAS-LIMITS (WS-SPC-SUB)
042700         move spaces to SPC-LIMIT-RECORD
042710         move WS-SG-ID (WS-SPC-SUB) to SL-GROUP-ID
042720         move WS-SG-SIZE (WS-SPC-SUB) to SL-SUBGROUP-SIZE
042730         move WS-SG-BASE-FROM (WS-SPC-SUB) to SL-BASELINE-FROM
042740         move WS-SG-BASE-TO (WS-SPC-SUB) to SL-BASELINE-TO
042750         move WS-SG-BASE-POINTS (WS-SPC-SUB) to SL-BASELINE-POINTS
042760         move WS-SG-CENTER-X (WS-SPC-SUB) to SL-CENTER-X
042770         move WS-SG-UCL-X (WS-SPC-SUB) to SL-UCL-X
042780         move WS-SG-LCL-X (WS-SPC-SUB) to SL-LCL-X
042790         move WS-SG-CENTER-R (WS-SPC-SUB) to SL-CENTER-R
042800         move WS-SG-UCL-R (WS-SPC-SUB) to SL-UCL-R
042810         move WS-SG-LCL-R (WS-SPC-SUB) to SL-LCL-R
042820         move WS-SG-CALC-DATE (WS-SPC-SUB) to SL-CALC-DATE
042830         write SPC-LIMIT-RECORD
042840         move WS-SPCLIM-STATUS to IOC-STATUS
042850         move "SPCLIM" to IOC-FILE-NAME
042860         perform ZZ-CHECK-WRITE
042870     end-if.

042880*****************************************************************
042890* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
042900*****************************************************************
042910     copy IOCHKPRC.

042920*****************************************************************
042930* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
042940*****************************************************************
042950     copy BIZDTPRC.
