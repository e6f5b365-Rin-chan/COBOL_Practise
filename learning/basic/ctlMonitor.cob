000010 identification division.
000020 program-id. ctlMonitor.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- nightly exhaustion monitor for the
000130*                   fixed-width key-generating control records.
000140*                   REGCTL (registration master key), SIDCTL
000150*                   (permanent student ID) and ADDCTL (addition
000160*                   entry number) issue six-digit numbers and
000170*                   ATTNCTL (attendance control number) five;
000180*                   when one wraps the programs collide with keys
000190*                   already on file.  Each control record is
000200*                   read, the share of its range used measured,
000210*                   and days to exhaustion projected from the
000220*                   last 30 days of RUNLOG volume of the programs
000230*                   that draw from it.  A counter past the warning
000240*                   percent or inside the warning days is flagged
000250*                   (RC 4); one past the critical percent or
000260*                   inside the critical days is flagged CRITICAL,
000270*                   posted to OPSLOG with status EX for the
000280*                   morning review, and ends the run RC 8.  The
000290*                   thresholds come from the SYSIN card.
000300*****************************************************************

000310 environment division.
000320 input-output section.
000330 file-control.
000340     select REGISTRATION-CONTROL assign to "REGCTL"
000350         organization is sequential
000360         file status is WS-CTL-STATUS.
000370     select IDENTITY-CONTROL assign to "SIDCTL"
000380         organization is sequential
000390         file status is WS-CTL-STATUS.
000400     select ADD-CONTROL-FILE assign to "ADDCTL"
000410         organization is sequential
000420         file status is WS-CTL-STATUS.
000430     select ATTENDANCE-CONTROL assign to "ATTNCTL"
000440         organization is sequential
000450         file status is WS-CTL-STATUS.
000460     select RUN-LOG-FILE assign to "RUNLOG"
000470         organization is sequential
000480         file status is WS-RUNLOG-STATUS.
000490     select OPS-ERROR-LOG assign to "OPSLOG"
000500         organization is sequential
000510         file status is WS-OPSLOG-STATUS.
000520     select BUSINESS-DATE-FILE assign to "BIZDATE"
000530         organization is sequential
000540         file status is WS-BIZDT-STATUS.

000550 data division.
000560 file section.
000570 fd  REGISTRATION-CONTROL.
000580 01  CONTROL-RECORD.
000590     05 CR-NEXT-KEY           PIC 9(06).

000600 fd  IDENTITY-CONTROL.
000610 01  IDENTITY-CONTROL-RECORD.
000620     05 IC-NEXT-ID            PIC 9(06).

000630 fd  ADD-CONTROL-FILE.
000640 01  ADD-CONTROL-RECORD.
000650     05 AC-NEXT-ENTRY         PIC 9(06).

000660 fd  ATTENDANCE-CONTROL.
000670 01  ATTENDANCE-CONTROL-RECORD.
000680     05 AC-NEXT-NUMBER        PIC 9(05).

000690 fd  RUN-LOG-FILE.
000700     copy RUNSUM.

000710 fd  OPS-ERROR-LOG.
000720     copy OPSERR.

000730 fd  BUSINESS-DATE-FILE.
000740     copy BIZDATE.

000750 working-storage section.
000760     copy IOCHKWS.
000770     copy BIZDTWS.
000780     copy DSERVAL.
000790 01 WS-CTL-STATUS             PIC X(02).
000800     88 CTL-OK                VALUE "00".
000810 01 WS-RUNLOG-STATUS          PIC X(02).
000820     88 RUNLOG-OK             VALUE "00".
000830 01 WS-RUNLOG-EOF-SWITCH      PIC X(01) VALUE "N".
000840     88 RUNLOG-EOF            VALUE "Y".
000850 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
000860*
000870* the threshold card -- warning and critical percent of range
000880* used (cols 1-3, 5-7) and warning and critical days left (cols
000890* 9-12, 14-17).  A blank or non-numeric field takes the default.
000900 01 WS-THRESHOLD-CARD         PIC X(80) VALUE SPACES.
000910 01 WS-WARN-PCT               PIC 9(03) VALUE 080.
000920 01 WS-CRIT-PCT               PIC 9(03) VALUE 095.
000930 01 WS-WARN-DAYS              PIC 9(04) VALUE 0180.
000940 01 WS-CRIT-DAYS              PIC 9(04) VALUE 0030.
000950*
000960* the controls watched -- DD name, highest number the field can
000970* hold, and the RUNLOG programs whose counts measure how fast it
000980* is drawn (P = records posted, R = records read).  SIDCTL is
000990* measured by every posted registration, which overstates new
001000* students and so errs early.
001010 01 WS-CTL-DEFINITIONS.
001020     05 FILLER                PIC X(36) VALUE
001030        "REGCTL  999999ACCEPTVALSP           ".
001040     05 FILLER                PIC X(36) VALUE
001050        "SIDCTL  999999ACCEPTVALSP           ".
001060     05 FILLER                PIC X(36) VALUE
001070        "ADDCTL  999999ADDTWONUM P           ".
001080     05 FILLER                PIC X(36) VALUE
001090        "ATTNCTL 099999ACCEPT    RATTNCLOSE P".
001100 01 WS-CTL-TABLE REDEFINES WS-CTL-DEFINITIONS.
001110     05 WS-CTL-ENTRY          OCCURS 4 TIMES.
001120         10 WS-CTL-NAME       PIC X(08).
001130         10 WS-CTL-MAX        PIC 9(06).
001140         10 WS-CTL-PROG-1     PIC X(10).
001150         10 WS-CTL-COUNT-1    PIC X(01).
001160         10 WS-CTL-PROG-2     PIC X(10).
001170         10 WS-CTL-COUNT-2    PIC X(01).
001180 01 WS-CTL-MAX-COUNT          PIC 9(01) VALUE 4.
001190 01 WS-CTL-RESULTS.
001200     05 WS-CTL-RESULT         OCCURS 4 TIMES.
001210         10 WS-CTL-CURRENT    PIC 9(06).
001220         10 WS-CTL-FOUND      PIC X(01).
001230             88 CTL-ON-FILE   VALUE "Y".
001240         10 WS-CTL-VOLUME     PIC 9(07).
001250 01 WS-CTL-SUB                PIC 9(01) VALUE ZEROES.
001260*
001270* the rating of one control.
001280 01 WS-TODAY-SERIAL           PIC 9(07) VALUE ZEROES.
001290 01 WS-WINDOW-DAYS            PIC 9(02) VALUE 30.
001300 01 WS-RUN-AGE                PIC S9(07) VALUE ZEROES.
001310 01 WS-REMAINING              PIC 9(06) VALUE ZEROES.
001320 01 WS-USED-PCT               PIC 9(03)V9 VALUE ZEROES.
001330 01 WS-DAILY-RATE             PIC 9(05)V99 VALUE ZEROES.
001340 01 WS-DAYS-LEFT              PIC 9(07) VALUE ZEROES.
001350 01 WS-STATE                  PIC X(08) VALUE SPACES.
001360     88 STATE-OK              VALUE "OK".
001370     88 STATE-WARNING         VALUE "WARNING".
001380     88 STATE-CRITICAL        VALUE "CRITICAL".
001390 01 WS-WARNING-COUNT          PIC 9(01) VALUE ZEROES.
001400 01 WS-CRITICAL-COUNT         PIC 9(01) VALUE ZEROES.
001410 01 WS-PCT-ED                 PIC ZZ9.9.
001420 01 WS-RATE-ED                PIC ZZ,ZZ9.99.
001430 01 WS-VOLUME-ED              PIC Z,ZZZ,ZZ9.
001440 01 WS-DAYS-ED                PIC X(09).
001450 01 WS-DAYS-NUM-ED            PIC Z,ZZZ,ZZ9.

001460 procedure division.
001470*    (DSR-CONVERT-DATE comes from the shared DSERPRC copybook
001480*    at the end of this program.)
001490 PRG-BEGIN.
001500     move "CTLMONITOR" to IOC-PROGRAM
001510     accept WS-RUN-START-TIME from TIME
001520     perform ZB-GET-BUSINESS-DATE
001530     perform READ-THRESHOLD-CARD
001540     move BDT-BUSINESS-DATE to DSR-DATE
001550     perform DSR-CONVERT-DATE
001560     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
001570     perform READ-CONTROL-RECORDS
001580     perform GATHER-RUNLOG-VOLUME
001590     display "CONTROL-NUMBER EXHAUSTION MONITOR  "
001600         BDT-BUSINESS-DATE
001610     display "warning at " WS-WARN-PCT "% used or " WS-WARN-DAYS
001620         " days left, critical at " WS-CRIT-PCT "% or "
001630         WS-CRIT-DAYS " days"
001640     display "CONTROL  CURRENT     MAX  USED% 30-DAY USE"
001650         "    PER DAY  DAYS LEFT  STATE"
001660     perform RATE-ONE-CONTROL
001670         varying WS-CTL-SUB from 1 by 1
001680         until WS-CTL-SUB > WS-CTL-MAX-COUNT
001690     display "-----------------------------------"
001700     display "Controls at warning  : " WS-WARNING-COUNT
001710     display "Controls at critical : " WS-CRITICAL-COUNT
001720     perform WRITE-RUN-SUMMARY
001730     evaluate true
001740         when WS-CRITICAL-COUNT > 0
001750             move 8 to RETURN-CODE
001760         when WS-WARNING-COUNT > 0
001770             move 4 to RETURN-CODE
001780     end-evaluate
001790     stop run.

001800 READ-THRESHOLD-CARD.
001810     accept WS-THRESHOLD-CARD
001820     if WS-THRESHOLD-CARD (1:3) numeric
001830         and WS-THRESHOLD-CARD (1:3) not = "000"
001840         move WS-THRESHOLD-CARD (1:3) to WS-WARN-PCT
001850     end-if
001860     if WS-THRESHOLD-CARD (5:3) numeric
001870         and WS-THRESHOLD-CARD (5:3) not = "000"
001880         move WS-THRESHOLD-CARD (5:3) to WS-CRIT-PCT
001890     end-if
001900     if WS-THRESHOLD-CARD (9:4) numeric
001910         and WS-THRESHOLD-CARD (9:4) not = "0000"
001920         move WS-THRESHOLD-CARD (9:4) to WS-WARN-DAYS
001930     end-if
001940     if WS-THRESHOLD-CARD (14:4) numeric
001950         and WS-THRESHOLD-CARD (14:4) not = "0000"
001960         move WS-THRESHOLD-CARD (14:4) to WS-CRIT-DAYS
001970     end-if
001980     if WS-CRIT-PCT < WS-WARN-PCT or WS-CRIT-PCT > 100
001990         or WS-CRIT-DAYS > WS-WARN-DAYS
002000         display "*** THRESHOLD CARD '" WS-THRESHOLD-CARD (1:17)
002010             "' IS INCONSISTENT - job ABORTED ***"
002020         move 8 to RETURN-CODE
002030         stop run
002040     end-if.

002050* a control file that is not there has never issued a number
002060* (the programs create it on first use) and reads as zero.
002070 READ-CONTROL-RECORDS.
002080     move zeroes to WS-CTL-RESULTS
002090     open input REGISTRATION-CONTROL
002100     if CTL-OK
002110         read REGISTRATION-CONTROL
002120         if CTL-OK
002130             move CR-NEXT-KEY to WS-CTL-CURRENT (1)
002140             move "Y" to WS-CTL-FOUND (1)
002150         end-if
002160         close REGISTRATION-CONTROL
002170     end-if
002180     open input IDENTITY-CONTROL
002190     if CTL-OK
002200         read IDENTITY-CONTROL
002210         if CTL-OK
002220             move IC-NEXT-ID to WS-CTL-CURRENT (2)
002230             move "Y" to WS-CTL-FOUND (2)
002240         end-if
002250         close IDENTITY-CONTROL
002260     end-if
002270     open input ADD-CONTROL-FILE
002280     if CTL-OK
002290         read ADD-CONTROL-FILE
002300         if CTL-OK
002310             move AC-NEXT-ENTRY to WS-CTL-CURRENT (3)
002320             move "Y" to WS-CTL-FOUND (3)
002330         end-if
002340         close ADD-CONTROL-FILE
002350     end-if
002360     open input ATTENDANCE-CONTROL
002370     if CTL-OK
002380         read ATTENDANCE-CONTROL
002390         if CTL-OK
002400             move AC-NEXT-NUMBER to WS-CTL-CURRENT (4)
002410             move "Y" to WS-CTL-FOUND (4)
002420         end-if
002430         close ATTENDANCE-CONTROL
002440     end-if.

002450* every RUNLOG run in the 30 days ending on the business date
002460* adds its count to each control its program draws from.
002470 GATHER-RUNLOG-VOLUME.
002480     move "N" to WS-RUNLOG-EOF-SWITCH
002490     open input RUN-LOG-FILE
002500     if not RUNLOG-OK
002510         display "No RUNLOG on file - days left cannot be "
002520             "projected"
002530     else
002540         perform READ-RUN-LOG
002550         perform TALLY-ONE-RUN until RUNLOG-EOF
002560         close RUN-LOG-FILE
002570     end-if.

002580 READ-RUN-LOG.
002590     read RUN-LOG-FILE
002600         at end set RUNLOG-EOF to true
002610     end-read.

002620 TALLY-ONE-RUN.
002630     if RS-RUN-DATE numeric and RS-RUN-DATE > zeroes
002640         move RS-RUN-DATE to DSR-DATE
002650         perform DSR-CONVERT-DATE
002660         compute WS-RUN-AGE = WS-TODAY-SERIAL - DSR-SERIAL-DAYS
002670         if WS-RUN-AGE not < 0 and WS-RUN-AGE < WS-WINDOW-DAYS
002680             perform TALLY-RUN-TO-CONTROL
002690                 varying WS-CTL-SUB from 1 by 1
002700                 until WS-CTL-SUB > WS-CTL-MAX-COUNT
002710         end-if
002720     end-if
002730     perform READ-RUN-LOG.

002740 TALLY-RUN-TO-CONTROL.
002750     if RS-PROGRAM = WS-CTL-PROG-1 (WS-CTL-SUB)
002760         if WS-CTL-COUNT-1 (WS-CTL-SUB) = "R"
002770             add RS-RECORDS-READ to WS-CTL-VOLUME (WS-CTL-SUB)
002780         else
002790             add RS-RECORDS-POSTED to WS-CTL-VOLUME (WS-CTL-SUB)
002800         end-if
002810     end-if
002820     if RS-PROGRAM = WS-CTL-PROG-2 (WS-CTL-SUB)
002830         and WS-CTL-PROG-2 (WS-CTL-SUB) not = spaces
002840         if WS-CTL-COUNT-2 (WS-CTL-SUB) = "R"
002850             add RS-RECORDS-READ to WS-CTL-VOLUME (WS-CTL-SUB)
002860         else
002870             add RS-RECORDS-POSTED to WS-CTL-VOLUME (WS-CTL-SUB)
002880         end-if
002890     end-if.

002900* days left is what remains of the range over the 30-day daily
002910* rate; a control nothing drew from in the window has no
002920* projection and is rated on its percent used alone.
002930 RATE-ONE-CONTROL.
002940     compute WS-REMAINING = WS-CTL-MAX (WS-CTL-SUB)
002950         - WS-CTL-CURRENT (WS-CTL-SUB)
002960     compute WS-USED-PCT rounded =
002970         WS-CTL-CURRENT (WS-CTL-SUB) * 100
002980             / WS-CTL-MAX (WS-CTL-SUB)
002990     compute WS-DAILY-RATE rounded =
003000         WS-CTL-VOLUME (WS-CTL-SUB) / WS-WINDOW-DAYS
003010     set STATE-OK to true
003020     if WS-CTL-VOLUME (WS-CTL-SUB) > 0
003030         compute WS-DAYS-LEFT =
003040             WS-REMAINING * WS-WINDOW-DAYS
003050                 / WS-CTL-VOLUME (WS-CTL-SUB)
003060         move WS-DAYS-LEFT to WS-DAYS-NUM-ED
003070         move WS-DAYS-NUM-ED to WS-DAYS-ED
003080         if WS-DAYS-LEFT not > WS-WARN-DAYS
003090             set STATE-WARNING to true
003100         end-if
003110         if WS-DAYS-LEFT not > WS-CRIT-DAYS
003120             set STATE-CRITICAL to true
003130         end-if
003140     else
003150         move "   NO USE" to WS-DAYS-ED
003160     end-if
003170     if WS-USED-PCT not < WS-WARN-PCT and not STATE-CRITICAL
003180         set STATE-WARNING to true
003190     end-if
003200     if WS-USED-PCT not < WS-CRIT-PCT
003210         set STATE-CRITICAL to true
003220     end-if
003230     evaluate true
003240         when STATE-CRITICAL
003250             add 1 to WS-CRITICAL-COUNT
003260             perform POST-CRITICAL-CONTROL
003270         when STATE-WARNING
003280             add 1 to WS-WARNING-COUNT
003290     end-evaluate
003300     move WS-USED-PCT to WS-PCT-ED
003310     move WS-DAILY-RATE to WS-RATE-ED
003320     move WS-CTL-VOLUME (WS-CTL-SUB) to WS-VOLUME-ED
003330     display WS-CTL-NAME (WS-CTL-SUB) "  " WS-CTL-CURRENT
003340         (WS-CTL-SUB) "  " WS-CTL-MAX (WS-CTL-SUB) "  "
003350         WS-PCT-ED "  " WS-VOLUME-ED "  " WS-RATE-ED "  "
003360         WS-DAYS-ED "  " WS-STATE
003370     if not CTL-ON-FILE (WS-CTL-SUB)
003380         display "          (" WS-CTL-NAME (WS-CTL-SUB)
003390             " not on file - no number issued yet)"
003400     end-if.

003410* a critical counter goes on OPSLOG under the control's DD name
003420* with status EX, so the morning review sees it with the I/O
003430* failures.
003440 POST-CRITICAL-CONTROL.
003450     open extend OPS-ERROR-LOG
003460     if not OPSLOG-OK
003470         open output OPS-ERROR-LOG
003480     end-if
003490     move IOC-PROGRAM to OE-PROGRAM
003500     move WS-CTL-NAME (WS-CTL-SUB) to OE-FILE-NAME
003510     move "EX" to OE-STATUS
003520     accept OE-DATE from DATE YYYYMMDD
003530     accept OE-TIME from TIME
003540     write OPS-ERROR-RECORD
003580     close OPS-ERROR-LOG.

003590* one standard record per run to the shared RUNLOG operations
003600* file, for the night-end opsReport.
003610 WRITE-RUN-SUMMARY.
003620     open extend RUN-LOG-FILE
003630     if not RUNLOG-OK
003640         open output RUN-LOG-FILE
003650     end-if
003660     move "CTLMONITOR" to RS-PROGRAM
003670     move BDT-BUSINESS-DATE to RS-RUN-DATE
003680     accept RS-RUN-TIME from TIME
003690     move WS-RUN-START-TIME to RS-START-TIME
003700     move WS-CTL-MAX-COUNT to RS-RECORDS-READ
003710     move zeroes to RS-RECORDS-POSTED
003720     move WS-CRITICAL-COUNT to RS-RECORDS-REJECTED
003730     move "BALANCED" to RS-CONTROL-STATUS
003740     write RUN-SUMMARY-RECORD
003750     move WS-RUNLOG-STATUS to IOC-STATUS
003760     move "RUNLOG" to IOC-FILE-NAME
003770     perform ZZ-CHECK-WRITE
003780     close RUN-LOG-FILE.

003790*****************************************************************
003800* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003810*****************************************************************
003820     copy BIZDTPRC.

003830*****************************************************************
003840* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
003850*****************************************************************
003860     copy DSERPRC.

003870*****************************************************************
003880* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003890*****************************************************************
003900     copy IOCHKPRC.
