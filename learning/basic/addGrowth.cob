000010 identification division.
000020 program-id. addGrowth.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- multi-year growth report over the
000130*                   ADDHIST close history for the planning season.
000140*                   Each year in the range on the run card is
000150*                   totalled the way addAnnual nets its year
000160*                   statement (posted calculations plus
000170*                   reversals, BAL carry-forwards left out), then
000180*                   printed with its change on the year before.
000190*                   The compound annual growth rate over the span
000200*                   comes from the shared nthRoot subprogram, and
000210*                   a least-squares straight line through the
000220*                   years projects the next one.
000230*****************************************************************

000240 environment division.
000250 input-output section.
000260 file-control.
000270     select CALC-HISTORY-FILE assign to "ADDHIST"
000280         organization is sequential
000290         file status is WS-HISTORY-STATUS.

000300 data division.
000310 file section.
000320 fd  CALC-HISTORY-FILE.
000330     copy ADDRSLT.

000340 working-storage section.
000350 01 WS-HISTORY-STATUS         PIC X(02).
000360     88 HISTORY-OK            VALUE "00".
000370 01 WS-HIST-EOF-SWITCH        PIC X(01) VALUE "N".
000380     88 HIST-EOF              VALUE "Y".
000390 01 WS-ENTRY-COUNT            PIC 9(07) VALUE ZEROES.
000400 01 WS-USED-COUNT             PIC 9(07) VALUE ZEROES.
000410*
000420* the run card -- first and last year of the span.  nthRoot
000430* takes roots of order 2 thru 9, so a span runs to ten years.
000440 01 WS-FROM-YEAR              PIC 9(04) VALUE ZEROES.
000450 01 WS-TO-YEAR                PIC 9(04) VALUE ZEROES.
000460 01 WS-MAX-YEARS              PIC 9(02) VALUE 10.
000470 01 WS-YEAR-COUNT             PIC 9(02) VALUE ZEROES.
000480 01 WS-SPAN                   PIC 9(02) VALUE ZEROES.
000490 01 WS-ENTRY-YEAR             PIC 9(04) VALUE ZEROES.
000500 01 WS-YEAR-SUB               PIC 9(02) VALUE ZEROES.
000510 01 WS-YEAR-TABLE.
000520     05 WS-YR-ENTRY           OCCURS 10 TIMES.
000530         10 WS-YR-COUNT       PIC 9(07).
000540         10 WS-YR-TOTAL       PIC S9(09)V99.
000550 01 WS-EMPTY-YEARS            PIC 9(02) VALUE ZEROES.
000560*
000570 01 WS-CHANGE-AMT             PIC S9(09)V99 VALUE ZEROES.
000580 01 WS-CHANGE-PCT             PIC S9(05)V99 VALUE ZEROES.
000590 01 WS-PRIOR-TOTAL            PIC S9(09)V99 VALUE ZEROES.
000600*
000610* compound growth -- (last / first) ** (1 / span) - 1.
000620 01 WS-NR-VALUE               PIC S9(09)V9(04) VALUE ZEROES.
000630 01 WS-NR-ORDER               PIC 9(01) VALUE ZEROES.
000640 01 WS-NR-RESULT              PIC 9(05)V9(04) VALUE ZEROES.
000650 01 WS-NR-STATUS              PIC X(02).
000660 01 WS-CAGR-PCT               PIC S9(05)V99 VALUE ZEROES.
000670 01 WS-CAGR-SWITCH            PIC X(01) VALUE "N".
000680     88 CAGR-COMPUTED         VALUE "Y".
000690*
000700* straight-line projection -- least squares over year numbers
000710* 1 thru n, projected to n + 1.
000720 01 WS-SUM-X                  PIC 9(05) VALUE ZEROES.
000730 01 WS-SUM-XX                 PIC 9(07) VALUE ZEROES.
000740 01 WS-SUM-Y                  PIC S9(11)V99 VALUE ZEROES.
000750 01 WS-SUM-XY                 PIC S9(13)V99 VALUE ZEROES.
000760 01 WS-SLOPE                  PIC S9(11)V9(04) VALUE ZEROES.
000770 01 WS-INTERCEPT              PIC S9(11)V9(04) VALUE ZEROES.
000780 01 WS-DENOMINATOR            PIC S9(09) VALUE ZEROES.
000785 01 WS-NEXT-X                 PIC 9(02) VALUE ZEROES.
000790 01 WS-LINE-PROJECTION        PIC S9(11)V99 VALUE ZEROES.
000800 01 WS-CAGR-PROJECTION        PIC S9(11)V99 VALUE ZEROES.
000810*
000820 01 WS-AMT-DISPLAY            PIC -(11)9.99.
000830 01 WS-AMT-DISPLAY-2          PIC -(11)9.99.
000840 01 WS-PCT-DISPLAY            PIC -(5)9.99.

000850 procedure division.
000860 PRG-BEGIN.
000870     display "Enter first year of the span (YYYY):"
000880     accept WS-FROM-YEAR
000890     display "Enter last year of the span (YYYY):"
000900     accept WS-TO-YEAR
000910     if WS-FROM-YEAR = zeroes or WS-TO-YEAR NOT > WS-FROM-YEAR
000920         display "*** LAST YEAR MUST FOLLOW THE FIRST - job "
000930             "ABORTED ***"
000940         move 8 to RETURN-CODE
000950         stop run
000960     end-if
000970     compute WS-SPAN = WS-TO-YEAR - WS-FROM-YEAR
000980     compute WS-YEAR-COUNT = WS-SPAN + 1
000990     if WS-YEAR-COUNT > WS-MAX-YEARS
001000         display "*** SPAN OF " WS-YEAR-COUNT " YEARS IS OVER "
001010             "THE " WS-MAX-YEARS "-YEAR LIMIT - job ABORTED ***"
001020         move 8 to RETURN-CODE
001030         stop run
001040     end-if
001050     move zeroes to WS-YEAR-TABLE
001060     open input CALC-HISTORY-FILE
001070     if not HISTORY-OK
001080         display "No ADDHIST history on file"
001090         move 8 to RETURN-CODE
001100         stop run
001110     end-if
001120     perform READ-HISTORY-ENTRY
001130     perform TALLY-HISTORY-ENTRY until HIST-EOF
001140     close CALC-HISTORY-FILE
001150     display "Growth report " WS-FROM-YEAR " thru " WS-TO-YEAR
001160     display "==================================="
001170     perform PRINT-ONE-YEAR
001180         varying WS-YEAR-SUB from 1 by 1
001190         until WS-YEAR-SUB > WS-YEAR-COUNT
001200     display "-----------------------------------"
001210     perform COMPUTE-CAGR
001220     perform COMPUTE-PROJECTION
001230     display "==================================="
001240     display "History entries read : " WS-ENTRY-COUNT
001250     display "Entries in the span  : " WS-USED-COUNT
001260     if WS-EMPTY-YEARS > 0
001270         display "*** " WS-EMPTY-YEARS " year(s) in the span "
001280             "have no history - check the ADDHIST generations ***"
001290         move 4 to RETURN-CODE
001300     end-if
001310     stop run.

001320 READ-HISTORY-ENTRY.
001330     read CALC-HISTORY-FILE
001340         at end set HIST-EOF to true
001350     end-read.

001360* the year's net the same way addAnnual nets it -- posted
001370* calculations and reversals; BAL carry-forwards are not
001380* activity.
001390 TALLY-HISTORY-ENTRY.
001400     add 1 to WS-ENTRY-COUNT
001410     if RR-TRAN-TYPE = "RVSL"
001420         or (RR-TRAN-TYPE = "CALC" and RR-STATUS = "POSTED")
001430         move RR-POST-DATE (1:4) to WS-ENTRY-YEAR
001440         if WS-ENTRY-YEAR NOT < WS-FROM-YEAR
001450             and WS-ENTRY-YEAR NOT > WS-TO-YEAR
001460             compute WS-YEAR-SUB =
001470                WS-ENTRY-YEAR - WS-FROM-YEAR + 1
001480             add 1 to WS-YR-COUNT (WS-YEAR-SUB)
001490             add RR-RESULT to WS-YR-TOTAL (WS-YEAR-SUB)
001500             add 1 to WS-USED-COUNT
001510         end-if
001520     end-if
001530     perform READ-HISTORY-ENTRY.

001540 PRINT-ONE-YEAR.
001550     compute WS-ENTRY-YEAR = WS-FROM-YEAR + WS-YEAR-SUB - 1
001560     move WS-YR-TOTAL (WS-YEAR-SUB) to WS-AMT-DISPLAY
001570     if WS-YR-COUNT (WS-YEAR-SUB) = 0
001580         add 1 to WS-EMPTY-YEARS
001590         display WS-ENTRY-YEAR "  total " WS-AMT-DISPLAY
001600             "  *** NO HISTORY FOR THIS YEAR ***"
001610     else
001620         if WS-YEAR-SUB = 1
001630             display WS-ENTRY-YEAR "  total " WS-AMT-DISPLAY
001640         else
001650             perform PRINT-YEAR-CHANGE
001660         end-if
001670     end-if.

001680 PRINT-YEAR-CHANGE.
001690     move WS-YR-TOTAL (WS-YEAR-SUB - 1) to WS-PRIOR-TOTAL
001700     compute WS-CHANGE-AMT =
001710         WS-YR-TOTAL (WS-YEAR-SUB) - WS-PRIOR-TOTAL
001720     move WS-CHANGE-AMT to WS-AMT-DISPLAY-2
001730     if WS-PRIOR-TOTAL > 0
001740         compute WS-CHANGE-PCT rounded =
001750             (WS-CHANGE-AMT * 100) / WS-PRIOR-TOTAL
001760         move WS-CHANGE-PCT to WS-PCT-DISPLAY
001770         display WS-ENTRY-YEAR "  total " WS-AMT-DISPLAY
001780             "  change " WS-AMT-DISPLAY-2 "  " WS-PCT-DISPLAY "%"
001790     else
001800         display WS-ENTRY-YEAR "  total " WS-AMT-DISPLAY
001810             "  change " WS-AMT-DISPLAY-2
001820             "  (no percent - prior year not positive)"
001830     end-if.

001840* a one-year span needs no root -- the rate is the ratio itself.
001850 COMPUTE-CAGR.
001860     move "N" to WS-CAGR-SWITCH
001870     if WS-YR-TOTAL (1) NOT > 0
001880         or WS-YR-TOTAL (WS-YEAR-COUNT) NOT > 0
001890         display "Compound annual growth: not computed - first "
001900             "and last year totals must both be positive"
001910     else
001920         compute WS-NR-VALUE rounded =
001930             WS-YR-TOTAL (WS-YEAR-COUNT) / WS-YR-TOTAL (1)
001940         if WS-SPAN = 1
001950             move WS-NR-VALUE to WS-NR-RESULT
001960             move "00" to WS-NR-STATUS
001970         else
001980             move WS-SPAN to WS-NR-ORDER
001990             call "nthRoot" using WS-NR-VALUE WS-NR-ORDER
002000                 WS-NR-RESULT WS-NR-STATUS
002010         end-if
002020         if WS-NR-STATUS NOT = "00"
002030             display "Compound annual growth: not computed - "
002040                 "nthRoot status " WS-NR-STATUS
002050         else
002060             move "Y" to WS-CAGR-SWITCH
002070             compute WS-CAGR-PCT rounded =
002080                 (WS-NR-RESULT - 1) * 100
002090             move WS-CAGR-PCT to WS-PCT-DISPLAY
002100             display "Compound annual growth over " WS-SPAN
002110                 " year(s): " WS-PCT-DISPLAY "%"
002120         end-if
002130     end-if.

002140 COMPUTE-PROJECTION.
002150     move zeroes to WS-SUM-X
002160     move zeroes to WS-SUM-XX
002170     move zeroes to WS-SUM-Y
002180     move zeroes to WS-SUM-XY
002190     perform SUM-ONE-YEAR
002200         varying WS-YEAR-SUB from 1 by 1
002210         until WS-YEAR-SUB > WS-YEAR-COUNT
002220     compute WS-DENOMINATOR =
002230         (WS-YEAR-COUNT * WS-SUM-XX) - (WS-SUM-X * WS-SUM-X)
002240     compute WS-SLOPE rounded =
002250         ((WS-YEAR-COUNT * WS-SUM-XY) - (WS-SUM-X * WS-SUM-Y))
002260         / WS-DENOMINATOR
002270     compute WS-INTERCEPT rounded =
002280         (WS-SUM-Y - (WS-SLOPE * WS-SUM-X)) / WS-YEAR-COUNT
002285     compute WS-NEXT-X = WS-YEAR-COUNT + 1
002290     compute WS-LINE-PROJECTION rounded =
002300         WS-INTERCEPT + (WS-SLOPE * WS-NEXT-X)
002310     compute WS-ENTRY-YEAR = WS-TO-YEAR + 1
002320     move WS-LINE-PROJECTION to WS-AMT-DISPLAY
002330     move WS-SLOPE to WS-AMT-DISPLAY-2
002340     display "Straight-line projection for " WS-ENTRY-YEAR ": "
002350         WS-AMT-DISPLAY "  (trend " WS-AMT-DISPLAY-2 " a year)"
002360     if CAGR-COMPUTED
002370         compute WS-CAGR-PROJECTION rounded =
002380             WS-YR-TOTAL (WS-YEAR-COUNT) * WS-NR-RESULT
002390         move WS-CAGR-PROJECTION to WS-AMT-DISPLAY
002400         display "At the compound rate, " WS-ENTRY-YEAR
002410             " would be  : " WS-AMT-DISPLAY
002420     end-if.

002430 SUM-ONE-YEAR.
002440     add WS-YEAR-SUB to WS-SUM-X
002450     compute WS-SUM-XX = WS-SUM-XX + (WS-YEAR-SUB * WS-YEAR-SUB)
002460     add WS-YR-TOTAL (WS-YEAR-SUB) to WS-SUM-Y
002470     compute WS-SUM-XY = WS-SUM-XY
002480         + (WS-YEAR-SUB * WS-YR-TOTAL (WS-YEAR-SUB)).
