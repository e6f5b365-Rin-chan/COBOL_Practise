000631*                   the rptReprint facility.
000632* 2026-09-02   drl  the ESTMAST record now comes from the
000633*                   shared ESTMAST copybook.
00633A* 2026-10-15   drl  survey units normalize through UCFACTR
00633B*                   (family L) to the job's TRIRATE base unit;
00633C*                   unknown units suspense to TRIREJ and TRIEST
00633D*                   shows original and normalized dimensions.
000636*****************************************************************

000639 environment division.
000690     select RATE-FILE assign to "TRIRATE"
000700         organization is sequential
000710         file status is WS-RATE-STATUS.
00710A     select FACTOR-FILE assign to "UCFACTR"
00710B         organization is sequential
00710C         file status is WS-FACTOR-STATUS.
00710D     select SURVEY-REJECT-FILE assign to "TRIREJ"
00710E         organization is sequential
00710F         file status is WS-REJECT-STATUS.
000712     select ESTIMATE-MASTER assign to "ESTMAST"
000713         organization is indexed
000714         access mode is random
000850     05 TR-BH-DATA.
000860         10 TR-LENGTH         PIC 9(03).
000870         10 TR-HEIGHT         PIC 9(03).
000880         10 TR-UNIT           PIC X(03).
000900     05 TR-SIDES-DATA REDEFINES TR-BH-DATA.
000910         10 TR-SIDE-A         PIC 9(03).
000920         10 TR-SIDE-B         PIC 9(03).
000932     05 TR-RECT-DATA REDEFINES TR-BH-DATA.
000933         10 TR-RECT-LENGTH    PIC 9(03).
000934         10 TR-RECT-WIDTH     PIC 9(03).
000935         10 TR-RECT-UNIT      PIC X(03).
000937     05 TR-CIRCLE-DATA REDEFINES TR-BH-DATA.
000938         10 TR-RADIUS         PIC 9(03).
000939         10 FILLER            PIC X(03).
000940         10 TR-CIRCLE-UNIT    PIC X(03).
000949     05 TR-JOB-ID             PIC X(06).
000950     05 TR-RATE-CODE          PIC X(04).
000955     05 TR-SIDES-UNIT         PIC X(03).

000960 fd  RATE-FILE.
000970 01  RATE-RECORD.
000980     05 RT-RATE-CODE          PIC X(04).
000990     05 RT-DESCRIPTION        PIC X(20).
001000     05 RT-COST-PER-UNIT      PIC 9(04)V9(02).
01000A     05 RT-AREA-UNIT          PIC X(04).

01000B fd  FACTOR-FILE.
01000C 01  FACTOR-RECORD.
01000D     05 FC-FAMILY             PIC X(01).
01000E     05 FC-UNIT-CODE          PIC X(04).
01000F     05 FC-DESCRIPTION        PIC X(20).
01000G     05 FC-TO-BASE            PIC 9(05)V9(06).
01000H     05 FC-EFFECTIVE-DATE     PIC 9(08).

01000I fd  SURVEY-REJECT-FILE.
01000J     copy REJCOM.

001002 fd  ESTIMATE-MASTER.
001003     copy ESTMAST.
001130 01 WS-CALC-METHOD            PIC X(01).
001140     88 METHOD-BASE-HEIGHT    VALUE "1".
001150     88 METHOD-HERON          VALUE "2".
001160 01 WS-SIDE-A                 PIC 9(05)V9(04).
001170 01 WS-SIDE-B                 PIC 9(05)V9(04).
001180 01 WS-SIDE-C                 PIC 9(05)V9(04).
001190 01 WS-PERIMETER              PIC 9(06)V9(04).
001200 01 WS-SEMI-PERIMETER         PIC 9(06)V9(04).
001210 01 WS-HERON-PRODUCT          PIC S9(09)V9(04).
001220 01 WS-TRAN-STATUS            PIC X(02).
001230     88 TRAN-OK               VALUE "00".
001250     88 TRAN-EOF              VALUE "Y".
001260 01 WS-TRIANGLE-COUNT         PIC 9(05) VALUE ZEROES.
001270 01 WS-AREA-TOTAL             PIC 9(07)V9(02) VALUE ZEROES.
001280 01 WS-UNIT                   PIC X(04) VALUE "I".
001290 01 WS-LENGTH-NORM            PIC 9(05)V9(04) VALUE ZEROES.
001300 01 WS-HEIGHT-NORM            PIC 9(05)V9(04) VALUE ZEROES.
001350 01 WS-RESULT-CHECK           PIC 9(09)V9(02) VALUE ZEROES.
001360 01 WS-OVERFLOW-SWITCH        PIC X(01) VALUE "N".
001370     88 RESULT-OVERFLOW       VALUE "Y".
001510                      INDEXED BY WS-RATE-IDX.
001520         10 WS-RTE-CODE       PIC X(04).
001530         10 WS-RTE-COST       PIC 9(04)V9(02).
001535         10 WS-RTE-UNIT       PIC X(04).
001540 01 WS-RATE-SUB               PIC 9(02) VALUE ZEROES.
001550 01 WS-RATE-FOUND-SWITCH      PIC X(01) VALUE "N".
001560     88 RATE-FOUND            VALUE "Y".
001654 01 WS-RECT-SHAPE-COUNT        PIC 9(05) VALUE ZEROES.
001656 01 WS-CIRCLE-SHAPE-COUNT      PIC 9(05) VALUE ZEROES.
001658 01 WS-PI                      PIC 9(01)V9(05) VALUE 3.14159.
001660 01 WS-RADIUS-NORM             PIC 9(05)V9(04) VALUE ZEROES.
001662 01 WS-ESTMAST-STATUS          PIC X(02).
001664     88 ESTMAST-OK             VALUE "00".
001666 01 WS-JOB-AREA-TOTAL          PIC 9(07)V9(02) VALUE ZEROES.
001678 01 WS-NR-ORDER               PIC 9(01) VALUE 2.
001680 01 WS-NR-RESULT              PIC 9(05)V9(04) VALUE ZEROES.
001690 01 WS-NR-STATUS              PIC X(02).
01690A 01 WS-FACTOR-TABLE.
01690B     05 WS-FACTOR-ENTRY OCCURS 40 TIMES
01690C                        INDEXED BY WS-FACTOR-IDX.
01690D         10 WS-FACTOR-FAMILY   PIC X(01).
01690E         10 WS-FACTOR-UNIT     PIC X(04).
01690F         10 WS-FACTOR-TO-BASE  PIC 9(05)V9(06).
01690G         10 WS-FACTOR-EFF-DATE PIC 9(08).
01690H 01 WS-FACTOR-MAX             PIC 9(02) VALUE 40.
01690I 01 WS-FACTOR-COUNT           PIC 9(02) VALUE ZEROES.
01690J 01 WS-LENGTH-FACTOR-COUNT    PIC 9(02) VALUE ZEROES.
01690K 01 WS-FACTOR-STATUS          PIC X(02).
01690L     88 FACTOR-FILE-OK        VALUE "00".
01690M 01 WS-FACTOR-EOF-SWITCH      PIC X(01) VALUE "N".
01690N     88 FACTOR-FILE-EOF       VALUE "Y".
001700 01 WS-RUN-PARM               PIC X(08).
001710 01 WS-EMPTY-OVERRIDE         PIC X(01) VALUE "N".
001720     88 EMPTY-INPUT-ALLOWED   VALUE "Y" "y".
01720A 01 WS-LENGTH-FAMILY          PIC X(01) VALUE "L".
01720B 01 WS-LOOKUP-UNIT            PIC X(04).
01720C 01 WS-LOOKUP-FACTOR          PIC 9(05)V9(06) VALUE ZEROES.
01720D 01 WS-BEST-EFF-DATE          PIC 9(08) VALUE ZEROES.
01720E 01 WS-FACTOR-FOUND-SWITCH    PIC X(01) VALUE "N".
01720F     88 FACTOR-FOUND          VALUE "Y".
01720G 01 WS-FROM-FACTOR            PIC 9(05)V9(06) VALUE ZEROES.
01720H 01 WS-TO-FACTOR              PIC 9(05)V9(06) VALUE ZEROES.
01720I 01 WS-BASE-UNIT              PIC X(04) VALUE "I".
01720J 01 WS-BASE-JOB               PIC X(06) VALUE SPACES.
01720K 01 WS-RATE-UNIT              PIC X(04) VALUE SPACES.
01720L 01 WS-UNIT-SWITCH            PIC X(01) VALUE "Y".
01720M     88 UNIT-CONVERTED        VALUE "Y".
01720N     88 UNIT-NOT-CONVERTED    VALUE "N".
01720O 01 WS-DIM-1                  PIC 9(03) VALUE ZEROES.
01720P 01 WS-DIM-2                  PIC 9(03) VALUE ZEROES.
01720Q 01 WS-DIM-3                  PIC 9(03) VALUE ZEROES.
01720R 01 WS-NORM-1                 PIC 9(05)V9(04) VALUE ZEROES.
01720S 01 WS-NORM-2                 PIC 9(05)V9(04) VALUE ZEROES.
01720T 01 WS-NORM-3                 PIC 9(05)V9(04) VALUE ZEROES.
01720U 01 WS-SHAPE-CODE             PIC X(04) VALUE SPACES.
01720V 01 WS-COSTED-AREA            PIC 9(07)V9(04) VALUE ZEROES.
01720W 01 WS-UNIT-REJECT-COUNT      PIC 9(05) VALUE ZEROES.
01720X 01 WS-REJECT-STATUS          PIC X(02).
01720Y     88 REJECT-OK             VALUE "00".
001730 01 EST-HEADING-LINE.
001740     05 filler                PIC X(33) VALUE
001750         "ENGINEERING SERVICES -- ESTIMATE".
001790     05 EST-JOB-ID            PIC X(06).
001800     05 filler                PIC X(02) VALUE SPACES.
001810     05 EST-RATE-CODE         PIC X(04).
01810A     05 filler                PIC X(02) VALUE SPACES.
01810B     05 EST-SHAPE             PIC X(04).
01810C     05 filler                PIC X(07) VALUE "  ORIG=".
01810D     05 EST-ORIG-1            PIC ZZ9 BLANK WHEN ZERO.
01810E     05 filler                PIC X(01) VALUE SPACES.
01810F     05 EST-ORIG-2            PIC ZZ9 BLANK WHEN ZERO.
01810G     05 filler                PIC X(01) VALUE SPACES.
01810H     05 EST-ORIG-3            PIC ZZ9 BLANK WHEN ZERO.
01810I     05 filler                PIC X(01) VALUE SPACES.
01810J     05 EST-ORIG-UNIT         PIC X(04).
01810K     05 filler                PIC X(07) VALUE "  NORM=".
01810L     05 EST-NORM-1            PIC ZZZZ9.9999 BLANK WHEN ZERO.
01810M     05 filler                PIC X(01) VALUE SPACES.
01810N     05 EST-NORM-2            PIC ZZZZ9.9999 BLANK WHEN ZERO.
01810O     05 filler                PIC X(01) VALUE SPACES.
01810P     05 EST-NORM-3            PIC ZZZZ9.9999 BLANK WHEN ZERO.
01810Q     05 filler                PIC X(01) VALUE SPACES.
01810R     05 EST-BASE-UNIT         PIC X(04).
001820     05 filler                PIC X(07) VALUE "  AREA=".
001830     05 EST-AREA              PIC ZZZZ9.99.
001840     05 filler                PIC X(07) VALUE "  COST=".
001850     05 EST-COST              PIC ZZZZZZZ9.99.
001860     05 filler                PIC X(10) VALUE SPACES.
001870 01 EST-TOTAL-LINE.
001880     05 EST-TOTAL-LABEL       PIC X(20).
001890     05 EST-TOTAL-JOB         PIC X(06).
002070         goback
002080     end-if
002090     display "Run mode: " WS-RUN-MODE
002095     perform LOAD-FACTOR-TABLE
002100     if BATCH-MODE
002110         perform BATCH-TRIANGLE-JOB
002120     else
002330         accept WS-Length
002340         display "Enter the height:"
002350         accept WS-Height
002360         display "Unit - I (inches) C (cm) F (feet) or any"
002365             " UCFACTR length unit:"
002370         accept WS-UNIT
002375         move "I" to WS-BASE-UNIT
002380         perform CALCULATE-TRIANGLE
002382         if UNIT-NOT-CONVERTED
002384             display "*** NO CONVERSION FACTOR FOR UNIT '"
002386                 WS-UNIT "' ***"
002388         else
002390             display "Area of triangle : " WS-Result
002395         end-if
002400     end-if.

002410 CALCULATE-TRIANGLE.
002420     move "N" to WS-OVERFLOW-SWITCH
002430     move WS-Length to WS-DIM-1
002440     move WS-Height to WS-DIM-2
02440A     move zeroes to WS-DIM-3
02440B     perform NORMALIZE-DIMENSIONS
02440C     if UNIT-NOT-CONVERTED
02440D         move zeroes to WS-Result
02440E     else
02440F         move WS-NORM-1 to WS-LENGTH-NORM
02440G         move WS-NORM-2 to WS-HEIGHT-NORM
02440H         compute WS-RESULT-CHECK =
02440I             WS-LENGTH-NORM * WS-HEIGHT-NORM * 0.5
02440J         perform CHECK-TRIANGLE-RESULT
02440K     end-if.

02440L CHECK-TRIANGLE-RESULT.
002450     if WS-RESULT-CHECK > 99999.99
002460         set RESULT-OVERFLOW to true
002470         move zeroes to WS-Result
002510         move WS-RESULT-CHECK to WS-Result
002520     end-if.

002530* every survey reading converts through the base of the length
002540* family into the job's base unit in one pass -- value times
002550* from-factor divided by to-factor, the way kmTom converts.  A
002560* blank unit is inches, the only unit the feed ever had.
002570 NORMALIZE-DIMENSIONS.
002580     set UNIT-CONVERTED to true
002590     move zeroes to WS-NORM-1 WS-NORM-2 WS-NORM-3
002600     if WS-UNIT = spaces
002610         move "I" to WS-UNIT
002620     end-if
002630     move WS-UNIT to WS-LOOKUP-UNIT
02630A     perform LOOKUP-FACTOR
02630B     if FACTOR-FOUND
02630C         move WS-LOOKUP-FACTOR to WS-FROM-FACTOR
02630D         move WS-BASE-UNIT to WS-LOOKUP-UNIT
02630E         perform LOOKUP-FACTOR
02630F     end-if
02630G     if FACTOR-FOUND
02630H         move WS-LOOKUP-FACTOR to WS-TO-FACTOR
02630I         compute WS-NORM-1 rounded =
02630J             WS-DIM-1 * WS-FROM-FACTOR / WS-TO-FACTOR
02630K         compute WS-NORM-2 rounded =
02630L             WS-DIM-2 * WS-FROM-FACTOR / WS-TO-FACTOR
02630M         compute WS-NORM-3 rounded =
02630N             WS-DIM-3 * WS-FROM-FACTOR / WS-TO-FACTOR
02630O     else
02630P         set UNIT-NOT-CONVERTED to true
02630Q     end-if.

002640 CALCULATE-PERIMETER.
002650     add WS-SIDE-A WS-SIDE-B WS-SIDE-C giving WS-PERIMETER.

002660 CALCULATE-HERON-AREA.
002670     move "N" to WS-TRIANGLE-INVALID-SWITCH
002675     move "N" to WS-OVERFLOW-SWITCH
002680     divide WS-PERIMETER by 2 giving WS-SEMI-PERIMETER
002690     compute WS-HERON-PRODUCT =
002700         WS-SEMI-PERIMETER
002710         * (WS-SEMI-PERIMETER - WS-SIDE-A)
002720         * (WS-SEMI-PERIMETER - WS-SIDE-B)
002730         * (WS-SEMI-PERIMETER - WS-SIDE-C)
002740         on size error
002741             set RESULT-OVERFLOW to true
002742     end-compute
002743     evaluate true
002744         when RESULT-OVERFLOW
002745             move zeroes to WS-Result
002746             display "*** OVERFLOW - area exceeds 99999.99, "
002747                 "not posted ***"
002748         when WS-HERON-PRODUCT NOT > 0
002750             set INVALID-TRIANGLE to true
002760             move zeroes to WS-Result
002770             display "*** INVALID TRIANGLE - sides do not form "
002780                 "a triangle, not posted ***"
002790         when other
002800             move WS-HERON-PRODUCT to WS-NR-VALUE
002810             call "nthRoot" using WS-NR-VALUE WS-NR-ORDER
002820                 WS-NR-RESULT WS-NR-STATUS
002830             move WS-NR-RESULT to WS-Result
002840     end-evaluate.

002850 BATCH-TRIANGLE-JOB.
002860     move "N" to WS-TRAN-EOF-SWITCH
002880     move zeroes to WS-AREA-TOTAL
002890     move zeroes to WS-OVERFLOW-COUNT
002900     perform LOAD-RATE-TABLE
02900A     open extend SURVEY-REJECT-FILE
02900B     if not REJECT-OK
02900C         open output SURVEY-REJECT-FILE
02900D     end-if
002902     open i-o ESTIMATE-MASTER
002904     if not ESTMAST-OK
002905         close ESTIMATE-MASTER
003080     display "Total area          : " WS-AREA-TOTAL
003090     display "Rejected            : " WS-OVERFLOW-COUNT
003100     display "No rate on file     : " WS-NO-RATE-COUNT
003105     display "  no unit factor    : " WS-UNIT-REJECT-COUNT
003110     if WS-TRIANGLE-COUNT = 0 and WS-OVERFLOW-COUNT = 0
003120         if EMPTY-INPUT-ALLOWED
003130             display "No input - accepted by operator override"
003200     perform WRITE-RUN-SUMMARY
003205     close ESTIMATE-MASTER
003207     close REPORT-ARCHIVE
003209     close SURVEY-REJECT-FILE
003210     close ESTIMATE-PRINT
003220     close TRIANGLE-FILE.

003260     end-read.

003270 PROCESS-TRIANGLE-RECORD.
003271     perform SET-JOB-BASE-UNIT
003272     evaluate true
003274         when TR-THREE-SIDES-REC
003280             perform PROCESS-HERON-RECORD
003350     move TR-LENGTH to WS-Length
003360     move TR-HEIGHT to WS-Height
003370     move TR-UNIT to WS-UNIT
003375     move "TRI " to WS-SHAPE-CODE
003380     perform CALCULATE-TRIANGLE
003381     if UNIT-NOT-CONVERTED
003382         perform WRITE-UNIT-REJECT
003383     else
003384         perform POST-TRIANGLE-AREA
003385     end-if.

003386 POST-TRIANGLE-AREA.
003390     if RESULT-OVERFLOW
003400         add 1 to WS-OVERFLOW-COUNT
003410         display "L=" WS-Length " H=" WS-Height " UNIT=" WS-UNIT
003480         perform COST-THE-TRIANGLE
003490     end-if.

003491* a rectangular slab is length times width in the job's base
003492* unit, costed and printed exactly like a triangle.
003493 PROCESS-RECTANGLE-RECORD.
003494     move "N" to WS-OVERFLOW-SWITCH
003495     move TR-RECT-LENGTH to WS-Length
003496     move TR-RECT-WIDTH to WS-Height
003497     move TR-RECT-UNIT to WS-UNIT
003498     move "RECT" to WS-SHAPE-CODE
003499     move WS-Length to WS-DIM-1
03499A     move WS-Height to WS-DIM-2
03499B     move zeroes to WS-DIM-3
03499C     perform NORMALIZE-DIMENSIONS
03499D     if UNIT-NOT-CONVERTED
03499E         perform WRITE-UNIT-REJECT
03499F     else
03499G         move WS-NORM-1 to WS-LENGTH-NORM
03499H         move WS-NORM-2 to WS-HEIGHT-NORM
03499I         compute WS-RESULT-CHECK = WS-LENGTH-NORM * WS-HEIGHT-NORM
03499J         perform POST-RECTANGLE-AREA
03499K     end-if.

03499L POST-RECTANGLE-AREA.
003500     if WS-RESULT-CHECK > 99999.99
003501         set RESULT-OVERFLOW to true
003502         move zeroes to WS-Result
003513         perform COST-THE-TRIANGLE
003514     end-if.

003515* a circular pad is pi times the squared radius in the job's
03515A* base unit.
003516 PROCESS-CIRCLE-RECORD.
003517     move "N" to WS-OVERFLOW-SWITCH
003518     move TR-RADIUS to WS-Length
003519     move TR-CIRCLE-UNIT to WS-UNIT
003520     move zeroes to WS-Height
003521     move "CIRC" to WS-SHAPE-CODE
003522     move WS-Length to WS-DIM-1
03522A     move zeroes to WS-DIM-2 WS-DIM-3
03522B     perform NORMALIZE-DIMENSIONS
03522C     if UNIT-NOT-CONVERTED
03522D         perform WRITE-UNIT-REJECT
03522E     else
03522F         move WS-NORM-1 to WS-RADIUS-NORM
003523         compute WS-RESULT-CHECK =
003524             WS-PI * WS-RADIUS-NORM * WS-RADIUS-NORM
03524A         perform POST-CIRCLE-AREA
03524B     end-if.

03524C POST-CIRCLE-AREA.
003525     if WS-RESULT-CHECK > 99999.99
003526         set RESULT-OVERFLOW to true
003527         move zeroes to WS-Result
003542* path the single dialog uses; an impossible triangle rejects
003544* into the same batch reject count as an overflow.
003546 PROCESS-HERON-RECORD.
003548     move TR-SIDES-UNIT to WS-UNIT
003550     move "HERN" to WS-SHAPE-CODE
003560     move TR-SIDE-A to WS-DIM-1
003561     move TR-SIDE-B to WS-DIM-2
003562     move TR-SIDE-C to WS-DIM-3
003563     perform NORMALIZE-DIMENSIONS
003564     if UNIT-NOT-CONVERTED
003565         perform WRITE-UNIT-REJECT
003566     else
003567         move WS-NORM-1 to WS-SIDE-A
003568         move WS-NORM-2 to WS-SIDE-B
003569         move WS-NORM-3 to WS-SIDE-C
003570         perform CALCULATE-PERIMETER
003580         perform CALCULATE-HERON-AREA
003590         perform POST-HERON-AREA
003592     end-if.

003594 POST-HERON-AREA.
003596     evaluate true
003598         when RESULT-OVERFLOW
003600             add 1 to WS-OVERFLOW-COUNT
003610             display "A=" WS-SIDE-A " B=" WS-SIDE-B
003620                 " C=" WS-SIDE-C
003630                 " *** REJECTED - overflow, not posted ***"
003640         when INVALID-TRIANGLE
003641             add 1 to WS-OVERFLOW-COUNT
003642             display "A=" WS-SIDE-A " B=" WS-SIDE-B
003643                 " C=" WS-SIDE-C
003644                 " *** REJECTED - not a triangle ***"
003645         when other
003650             add 1 to WS-TRIANGLE-COUNT
003652             add 1 to WS-TRI-SHAPE-COUNT
003660             add WS-Result to WS-AREA-TOTAL
003670             display "A=" WS-SIDE-A " B=" WS-SIDE-B
003680                 " C=" WS-SIDE-C " AREA=" WS-Result
003690             perform COST-THE-TRIANGLE
003700     end-evaluate.

003710* Rates load once at start of run from the estimating
003720* office's TRIRATE file, the way cTof loads its alarm limits.
003890         move WS-RATE-COUNT to WS-RATE-SUB
003900         move RT-RATE-CODE to WS-RTE-CODE (WS-RATE-SUB)
003910         move RT-COST-PER-UNIT to WS-RTE-COST (WS-RATE-SUB)
003912         move RT-AREA-UNIT to WS-RTE-UNIT (WS-RATE-SUB)
003914         if WS-RTE-UNIT (WS-RATE-SUB) = spaces
003916             move "I" to WS-RTE-UNIT (WS-RATE-SUB)
003918         end-if
003920     end-if
003930     perform READ-RATE-RECORD.

004070         display "*** No rate on file for code " TR-RATE-CODE
004080             " - triangle not costed ***"
004090     else
004092         perform CONVERT-AREA-TO-RATE-UNIT
004094     end-if
004096     if RATE-FOUND
004100         compute WS-TRIANGLE-COST =
004110             WS-COSTED-AREA * WS-RTE-COST (WS-RATE-SUB)
004120         add WS-TRIANGLE-COST to WS-JOB-COST-TOTAL
004130         add WS-TRIANGLE-COST to WS-GRAND-COST-TOTAL
004140         move TR-JOB-ID to EST-JOB-ID
004150         move TR-RATE-CODE to EST-RATE-CODE
004160         move WS-Result to EST-AREA
004170         move WS-TRIANGLE-COST to EST-COST
004171         move WS-SHAPE-CODE to EST-SHAPE
004172         move WS-DIM-1 to EST-ORIG-1
004173         move WS-DIM-2 to EST-ORIG-2
004174         move WS-DIM-3 to EST-ORIG-3
004175         move WS-UNIT to EST-ORIG-UNIT
004176         move WS-NORM-1 to EST-NORM-1
004177         move WS-NORM-2 to EST-NORM-2
004178         move WS-NORM-3 to EST-NORM-3
004179         move WS-BASE-UNIT to EST-BASE-UNIT
004180         write ESTIMATE-LINE from EST-DETAIL-LINE
004190             after advancing 1 line
004199         perform ARCHIVE-ESTIMATE-LINE
04199A     end-if.

04199B* the area is in the job's base unit; a rate quoted per square
04199C* of some other unit is applied to the area re-expressed in that
04199D* unit -- the squared ratio of the two length factors.
04199E CONVERT-AREA-TO-RATE-UNIT.
04199F     move WS-Result to WS-COSTED-AREA
04199G     move WS-RTE-UNIT (WS-RATE-SUB) to WS-RATE-UNIT
04199H     if WS-RATE-UNIT not = WS-BASE-UNIT
04199I         move WS-BASE-UNIT to WS-LOOKUP-UNIT
04199J         perform LOOKUP-FACTOR
04199K         if FACTOR-FOUND
04199L             move WS-LOOKUP-FACTOR to WS-FROM-FACTOR
04199M             move WS-RATE-UNIT to WS-LOOKUP-UNIT
04199N             perform LOOKUP-FACTOR
04199O         end-if
04199P         if FACTOR-FOUND
04199Q             move WS-LOOKUP-FACTOR to WS-TO-FACTOR
04199R             compute WS-COSTED-AREA rounded =
04199S                 WS-Result * (WS-FROM-FACTOR / WS-TO-FACTOR)
04199T                           * (WS-FROM-FACTOR / WS-TO-FACTOR)
04199U         else
04199V             set RATE-NOT-FOUND to true
04199W             add 1 to WS-NO-RATE-COUNT
04199X             display "*** No factor for rate unit " WS-RATE-UNIT
04199Y                 " - triangle not costed ***"
04199Z         end-if
004200     end-if.

004210 LOOKUP-RATE-CODE.
004650* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004660*****************************************************************
004670     copy BIZDTPRC.

004680* the UCFACTR factors load once at start of run, the same file
004690* kmTom converts through; only the length family is used here.
004700* With no length family on file the factors this program always
004710* used load built in, so inches, centimetres and feet still work.
004720 LOAD-FACTOR-TABLE.
004730     move zeroes to WS-FACTOR-COUNT
004740     move zeroes to WS-LENGTH-FACTOR-COUNT
004750     move "N" to WS-FACTOR-EOF-SWITCH
004760     open input FACTOR-FILE
004770     if FACTOR-FILE-OK
004780         perform READ-FACTOR-RECORD
004790         perform ADD-FACTOR-ENTRY until FACTOR-FILE-EOF
004800         close FACTOR-FILE
004810     end-if
004820     if WS-LENGTH-FACTOR-COUNT = 0
004830         move WS-LENGTH-FAMILY to WS-FACTOR-FAMILY (1)
004840         move "I" to WS-FACTOR-UNIT (1)
004850         move 1.000000 to WS-FACTOR-TO-BASE (1)
004860         move WS-LENGTH-FAMILY to WS-FACTOR-FAMILY (2)
004870         move "C" to WS-FACTOR-UNIT (2)
004880         move 0.393700 to WS-FACTOR-TO-BASE (2)
004890         move WS-LENGTH-FAMILY to WS-FACTOR-FAMILY (3)
004900         move "F" to WS-FACTOR-UNIT (3)
004910         move 12.000000 to WS-FACTOR-TO-BASE (3)
004920         move zeroes to WS-FACTOR-EFF-DATE (1)
004930         move zeroes to WS-FACTOR-EFF-DATE (2)
004940         move zeroes to WS-FACTOR-EFF-DATE (3)
004950         move 3 to WS-FACTOR-COUNT
004960     end-if.

004970 READ-FACTOR-RECORD.
004980     read FACTOR-FILE
004990         at end set FACTOR-FILE-EOF to true
005000     end-read.

005010 ADD-FACTOR-ENTRY.
005020     if FC-FAMILY = WS-LENGTH-FAMILY
005030         and WS-FACTOR-COUNT < WS-FACTOR-MAX
005040         add 1 to WS-FACTOR-COUNT
005050         add 1 to WS-LENGTH-FACTOR-COUNT
005060         set WS-FACTOR-IDX to WS-FACTOR-COUNT
005070         move FC-FAMILY to WS-FACTOR-FAMILY (WS-FACTOR-IDX)
005080         move FC-UNIT-CODE to WS-FACTOR-UNIT (WS-FACTOR-IDX)
005090         move FC-TO-BASE to WS-FACTOR-TO-BASE (WS-FACTOR-IDX)
005100         move FC-EFFECTIVE-DATE to
005110             WS-FACTOR-EFF-DATE (WS-FACTOR-IDX)
005120     end-if
005130     perform READ-FACTOR-RECORD.

005140* the winning entry is the latest effective date on or before
005150* the business date -- the whole table is examined.
005160 LOOKUP-FACTOR.
005170     move "N" to WS-FACTOR-FOUND-SWITCH
005180     move zeroes to WS-BEST-EFF-DATE
005190     perform TEST-FACTOR-ENTRY
005200         varying WS-FACTOR-IDX from 1 by 1
005210         until WS-FACTOR-IDX > WS-FACTOR-COUNT.

005220 TEST-FACTOR-ENTRY.
005230     if WS-FACTOR-FAMILY (WS-FACTOR-IDX) = WS-LENGTH-FAMILY
005240         and WS-FACTOR-UNIT (WS-FACTOR-IDX) = WS-LOOKUP-UNIT
005250         and WS-FACTOR-EFF-DATE (WS-FACTOR-IDX)
005260             not > BDT-BUSINESS-DATE
005270         and (not FACTOR-FOUND
005280             or WS-FACTOR-EFF-DATE (WS-FACTOR-IDX)
005290             not < WS-BEST-EFF-DATE)
005300         move WS-FACTOR-TO-BASE (WS-FACTOR-IDX)
005310             to WS-LOOKUP-FACTOR
005320         move WS-FACTOR-EFF-DATE (WS-FACTOR-IDX)
005330             to WS-BEST-EFF-DATE
005340         set FACTOR-FOUND to true
005350     end-if.

005360* a job's base unit is fixed by the first record of the job:
005370* the unit its rate is quoted per, or inches with no rate.
005380 SET-JOB-BASE-UNIT.
005390     if TR-JOB-ID not = WS-BASE-JOB
005400         move TR-JOB-ID to WS-BASE-JOB
005410         move "I" to WS-BASE-UNIT
005420         perform LOOKUP-RATE-CODE
005430         if RATE-FOUND
005440             move WS-RTE-UNIT (WS-RATE-SUB) to WS-BASE-UNIT
005450         end-if
005460     end-if.

005470* a unit with no length factor cannot be costed -- it goes to
005480* the survey suspense file with the job and unit for follow-up.
005490 WRITE-UNIT-REJECT.
005500     add 1 to WS-OVERFLOW-COUNT
005510     add 1 to WS-UNIT-REJECT-COUNT
005520     display "JOB " TR-JOB-ID " " WS-SHAPE-CODE " UNIT="
005530         WS-UNIT " *** REJECTED - no conversion factor ***"
005540     move "FINDAREATR" to REJ-SOURCE-PROGRAM
005550     move WS-DIM-1 to REJ-INPUT-1
005560     move WS-DIM-2 to REJ-INPUT-2
005570     move "UNT1" to REJ-REASON-CODE
005580     move spaces to REJ-REASON-TEXT
005590     string "JOB " TR-JOB-ID " UNIT " WS-UNIT " TO "
005600         WS-BASE-UNIT " NO FACTOR" delimited by size
005610         into REJ-REASON-TEXT
005620     end-string
005630     move BDT-BUSINESS-DATE to REJ-POST-DATE
005640     move "BATCH" to REJ-OPERATOR
005650     move "O" to REJ-STATUS
005660     move zeroes to REJ-RESOLVED-DATE
005670     move spaces to REJ-RESOLVED-OPER
005680     write REJ-SUSPENSE-RECORD
005690     if not REJECT-OK
005700         display "*** TRIREJ WRITE FAILED - status "
005710             WS-REJECT-STATUS " ***"
005720     end-if.
