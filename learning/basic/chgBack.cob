000010 identification division.
000020 program-id. chgBack.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- monthly processing chargeback
000130*                   from the RUNLOG run summaries.  Every batch
000140*                   run in the chargeback month is charged to the
000150*                   department that owns its program (CHGDEPT)
000160*                   at the CHGRATE rates in effect for the month:
000170*                   a charge per run, per record read and per
000180*                   elapsed minute between the run's start and
000190*                   end stamps.  Prints a chargeback statement
000200*                   per department with the run detail behind
000210*                   every figure and the department's share of
000220*                   the month, then a summary of all departments,
000230*                   and writes the CHGSUMM summary file for
000240*                   accounting to load.  A program not on CHGDEPT
000250*                   is charged as UNASSIGNED (RC 4); a run with no
000260*                   start stamp is charged no minutes.  The
000270*                   statements are captured to RPTARCH.  The
000280*                   SYSIN card is the month (YYYYMM); blank takes
000290*                   the month before the business date.
000300*****************************************************************

000310 environment division.
000320 input-output section.
000330 file-control.
000340     select RUN-LOG-FILE assign to "RUNLOG"
000350         organization is sequential
000360         file status is WS-RUNLOG-STATUS.
000370     select CHARGE-DEPT-FILE assign to "CHGDEPT"
000380         organization is sequential
000390         file status is WS-CHGDEPT-STATUS.
000400     select CHARGE-RATE-FILE assign to "CHGRATE"
000410         organization is sequential
000420         file status is WS-CHGRATE-STATUS.
000430     select SORT-WORK-FILE assign to "CHGSWK".
000440     select SORTED-RUN-FILE assign to "CHGSRT"
000450         organization is sequential
000460         file status is WS-SORT-STATUS.
000470     select CHARGE-PRINT assign to "CHGBRPT"
000480         organization is sequential
000490         file status is WS-PRINT-STATUS.
000500     select CHARGE-SUMMARY-FILE assign to "CHGSUMM"
000510         organization is sequential
000520         file status is WS-CHGSUMM-STATUS.
000530     select REPORT-ARCHIVE assign to "RPTARCH"
000540         organization is sequential
000550         file status is WS-RPTARCH-STATUS.
000560     select OPS-ERROR-LOG assign to "OPSLOG"
000570         organization is sequential
000580         file status is WS-OPSLOG-STATUS.
000590     select BUSINESS-DATE-FILE assign to "BIZDATE"
000600         organization is sequential
000610         file status is WS-BIZDT-STATUS.

000620 data division.
000630 file section.
000640 fd  RUN-LOG-FILE.
000650     copy RUNSUM.

000660 fd  CHARGE-DEPT-FILE.
000670     copy CHGDEPT.

000680 fd  CHARGE-RATE-FILE.
000690     copy CHGRATE.

000700 sd  SORT-WORK-FILE.
000710 01  SORT-WORK-RECORD.
000720     05 SW-DEPARTMENT         PIC X(24).
000730     05 SW-PROGRAM            PIC X(10).
000740     05 SW-RUN-DATE           PIC 9(08).
000750     05 SW-START-TIME         PIC 9(08).
000760     05 SW-END-TIME           PIC 9(08).
000770     05 SW-RECORDS            PIC 9(06).
000780     05 SW-MINUTES            PIC 9(05)V9(02).
000790     05 SW-RUN-CHARGE         PIC 9(05)V9(02).
000800     05 SW-RECORD-CHARGE      PIC 9(07)V9(02).
000810     05 SW-MINUTE-CHARGE      PIC 9(07)V9(02).
000820     05 SW-TOTAL-CHARGE       PIC 9(07)V9(02).
000830     05 SW-STAMP-FLAG         PIC X(01).

000840 fd  SORTED-RUN-FILE.
000850 01  SORTED-RUN-RECORD.
000860     05 SR-DEPARTMENT         PIC X(24).
000870     05 SR-PROGRAM            PIC X(10).
000880     05 SR-RUN-DATE           PIC 9(08).
000890     05 SR-START-TIME         PIC 9(08).
000900     05 SR-END-TIME           PIC 9(08).
000910     05 SR-RECORDS            PIC 9(06).
000920     05 SR-MINUTES            PIC 9(05)V9(02).
000930     05 SR-RUN-CHARGE         PIC 9(05)V9(02).
000940     05 SR-RECORD-CHARGE      PIC 9(07)V9(02).
000950     05 SR-MINUTE-CHARGE      PIC 9(07)V9(02).
000960     05 SR-TOTAL-CHARGE       PIC 9(07)V9(02).
000970     05 SR-STAMP-FLAG         PIC X(01).
000980         88 SR-NO-START-STAMP VALUE "N".

000990 fd  CHARGE-PRINT.
001000 01  PRINT-LINE               PIC X(132).

001010 fd  CHARGE-SUMMARY-FILE.
001020     copy CHGSUMM.

001030 fd  REPORT-ARCHIVE.
001040     copy RPTARCH.

001050 fd  OPS-ERROR-LOG.
001060     copy OPSERR.

001070 fd  BUSINESS-DATE-FILE.
001080     copy BIZDATE.

001090 working-storage section.
001100 copy BIZDTWS.
001110 copy IOCHKWS.
001120 01 WS-RUNLOG-STATUS         PIC X(02).
001130     88 RUNLOG-OK             VALUE "00".
001140 01 WS-CHGDEPT-STATUS        PIC X(02).
001150     88 CHGDEPT-OK            VALUE "00".
001160 01 WS-CHGRATE-STATUS        PIC X(02).
001170     88 CHGRATE-OK            VALUE "00".
001180 01 WS-SORT-STATUS           PIC X(02).
001190     88 SORT-OK               VALUE "00".
001200 01 WS-PRINT-STATUS          PIC X(02).
001210     88 PRINT-OK              VALUE "00".
001220 01 WS-CHGSUMM-STATUS        PIC X(02).
001230     88 CHGSUMM-OK            VALUE "00".
001240 01 WS-RPTARCH-STATUS        PIC X(02).
001250     88 RPTARCH-OK            VALUE "00".
001260 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
001270 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
001280     88 FILE-EOF              VALUE "Y".
001290 01 WS-SORTED-EOF-SWITCH     PIC X(01) VALUE "N".
001300     88 SORTED-EOF            VALUE "Y".
001310 01 WS-FOUND-SWITCH          PIC X(01) VALUE "N".
001320     88 ENTRY-FOUND           VALUE "Y".
001330 01 WS-RATE-FOUND-SWITCH     PIC X(01) VALUE "N".
001340     88 RATE-FOUND            VALUE "Y".
001350 01 WS-SECTION-SWITCH        PIC X(01) VALUE "D".
001360     88 DEPT-SECTION          VALUE "D".
001370     88 SUMMARY-SECTION       VALUE "S".
001380*
001390* the chargeback month, from the SYSIN card or the month before
001400* the business date.
001410 01 WS-MONTH-IN              PIC X(06) VALUE SPACES.
001420 01 WS-CHARGE-MONTH          PIC 9(06) VALUE ZEROES.
001430 01 WS-CHARGE-MONTH-X REDEFINES WS-CHARGE-MONTH.
001440     05 WS-CHARGE-YYYY        PIC 9(04).
001450     05 WS-CHARGE-MM          PIC 9(02).
001460*
001470* the rates in effect for the month.
001480 01 WS-RATE-MONTH            PIC 9(06) VALUE ZEROES.
001490 01 WS-RATE-PER-RUN          PIC 9(03)V9(02) VALUE ZEROES.
001500 01 WS-RATE-PER-RECORD       PIC 9(01)V9(05) VALUE ZEROES.
001510 01 WS-RATE-PER-MINUTE       PIC 9(03)V9(02) VALUE ZEROES.
001520*
001530* the program-to-department table, loaded whole from CHGDEPT.
001540 01 WS-PGM-MAX               PIC 9(03) VALUE 300.
001550 01 WS-PGM-COUNT             PIC 9(03) VALUE ZEROES.
001560 01 WS-PGM-TABLE.
001570     05 WS-PGM-ENTRY          OCCURS 300 TIMES.
001580         10 WS-PGM-NAME       PIC X(10).
001590         10 WS-PGM-DEPARTMENT PIC X(24).
001600 01 WS-PGM-SUB               PIC 9(03) VALUE ZEROES.
001610 01 WS-UNASSIGNED            PIC X(24) VALUE "UNASSIGNED".
001620*
001630* the programs met that are not on CHGDEPT, listed at the end.
001640 01 WS-UNK-MAX               PIC 9(02) VALUE 50.
001650 01 WS-UNK-COUNT             PIC 9(02) VALUE ZEROES.
001660 01 WS-UNK-TABLE.
001670     05 WS-UNK-PROGRAM        PIC X(10) OCCURS 50 TIMES.
001680 01 WS-UNK-SUB               PIC 9(02) VALUE ZEROES.
001690*
001700* one run's charge, worked out as it is released to the sort.
001710 01 WS-START-SECONDS         PIC 9(05) VALUE ZEROES.
001720 01 WS-END-SECONDS           PIC 9(05) VALUE ZEROES.
001730 01 WS-ELAPSED-SECONDS       PIC 9(05) VALUE ZEROES.
001740 01 WS-TIME-WORK             PIC 9(08) VALUE ZEROES.
001750 01 WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
001760     05 WS-TIME-HH            PIC 9(02).
001770     05 WS-TIME-MM            PIC 9(02).
001780     05 WS-TIME-SS            PIC 9(02).
001790     05 WS-TIME-CC            PIC 9(02).
001800*
001810* counts and control totals.
001820 01 WS-RUNLOG-READ           PIC 9(07) VALUE ZEROES.
001830 01 WS-RUNS-CHARGED          PIC 9(07) VALUE ZEROES.
001840 01 WS-RUNS-UNASSIGNED       PIC 9(07) VALUE ZEROES.
001850 01 WS-RUNS-UNSTAMPED        PIC 9(07) VALUE ZEROES.
001860 01 WS-RUNS-PRINTED          PIC 9(07) VALUE ZEROES.
001870 01 WS-GRAND-CHARGE          PIC 9(09)V9(02) VALUE ZEROES.
001880 01 WS-PRINTED-CHARGE        PIC 9(09)V9(02) VALUE ZEROES.
001890 01 WS-SHARE-PCT             PIC 9(03)V9(02) VALUE ZEROES.
001900*
001910* the department being printed, and every department's totals
001920* kept for the summary page.
001930 01 WS-CURRENT-DEPARTMENT    PIC X(24) VALUE SPACES.
001940 01 WS-GROUP-OPEN-SWITCH     PIC X(01) VALUE "N".
001950     88 GROUP-OPEN            VALUE "Y".
001960 01 WS-DEPT-MAX              PIC 9(02) VALUE 50.
001970 01 WS-DEPT-COUNT            PIC 9(02) VALUE ZEROES.
001980 01 WS-DEPT-TABLE.
001990     05 WS-DEPT-ENTRY         OCCURS 50 TIMES.
002000         10 WS-DEPT-NAME      PIC X(24).
002010         10 WS-DEPT-RUNS      PIC 9(05).
002020         10 WS-DEPT-RECORDS   PIC 9(09).
002030         10 WS-DEPT-MINUTES   PIC 9(07)V9(02).
002040         10 WS-DEPT-RUN-CHG   PIC 9(07)V9(02).
002050         10 WS-DEPT-REC-CHG   PIC 9(07)V9(02).
002060         10 WS-DEPT-MIN-CHG   PIC 9(07)V9(02).
002070         10 WS-DEPT-TOTAL     PIC 9(07)V9(02).
002080         10 WS-DEPT-SHARE     PIC 9(03)V9(02).
002090 01 WS-DEPT-SUB              PIC 9(02) VALUE ZEROES.
002100 01 WS-ARCH-LINE-SEQ         PIC 9(06) VALUE ZEROES.
002110 01 WS-PAGE-COUNT            PIC 9(04) VALUE ZEROES.
002120 01 WS-LINE-COUNT            PIC 9(03) VALUE 99.
002130 01 WS-LINES-PER-PAGE        PIC 9(03) VALUE 55.
002140*
002150* report lines.
002160 01 CBR-HEADING-LINE.
002170     05 FILLER                PIC X(30) VALUE
002180         "GENERAL ACCOUNTING".
002190     05 FILLER                PIC X(38) VALUE
002200         "PROCESSING CHARGEBACK STATEMENT".
002210     05 FILLER                PIC X(06) VALUE "MONTH ".
002220     05 CBR-HEADING-MONTH     PIC 9(06).
002230     05 FILLER                PIC X(09) VALUE "   AS OF ".
002240     05 CBR-HEADING-DATE      PIC 9(08).
002250     05 FILLER                PIC X(08) VALUE "   PAGE ".
002260     05 CBR-HEADING-PAGE      PIC ZZZ9.
002270 01 CBR-DEPT-LINE.
002280     05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
002290     05 CBR-DEPT-NAME         PIC X(24).
002300 01 CBR-RATE-LINE.
002310     05 FILLER                PIC X(15) VALUE "RATES - PER RUN".
002320     05 CBR-RATE-RUN          PIC ZZ9.99.
002330     05 FILLER                PIC X(14) VALUE "   PER RECORD ".
002340     05 CBR-RATE-RECORD       PIC 9.99999.
002350     05 FILLER                PIC X(14) VALUE "   PER MINUTE ".
002360     05 CBR-RATE-MINUTE       PIC ZZ9.99.
002370     05 FILLER                PIC X(19) VALUE
002380         "   EFFECTIVE MONTH ".
002390     05 CBR-RATE-MONTH        PIC 9(06).
002400 01 CBR-RUN-COLUMN-LINE.
002410     05 FILLER                PIC X(44) VALUE
002420         "PROGRAM     RUN DATE   START      END       ".
002430     05 FILLER                PIC X(44) VALUE
002440         "RECORDS   MINUTES   RUN CHG    RECORD CHG   ".
002450     05 FILLER                PIC X(44) VALUE
002460         " MINUTE CHG      TOTAL CHG".
002470 01 CBR-RUN-LINE.
002480     05 CBR-PROGRAM           PIC X(10).
002490     05 FILLER                PIC X(02) VALUE SPACES.
002500     05 CBR-RUN-DATE          PIC 9(08).
002510     05 FILLER                PIC X(03) VALUE SPACES.
002520     05 CBR-START-TIME        PIC 99B99B99.
002530     05 FILLER                PIC X(03) VALUE SPACES.
002540     05 CBR-END-TIME          PIC 99B99B99.
002550     05 FILLER                PIC X(01) VALUE SPACE.
002560     05 CBR-RECORDS           PIC ZZZ,ZZ9.
002570     05 FILLER                PIC X(01) VALUE SPACE.
002580     05 CBR-MINUTES           PIC ZZ,ZZ9.99.
002590     05 FILLER                PIC X(01) VALUE SPACE.
002600     05 CBR-RUN-CHARGE        PIC ZZ,ZZ9.99.
002610     05 FILLER                PIC X(01) VALUE SPACE.
002620     05 CBR-RECORD-CHARGE     PIC Z,ZZZ,ZZ9.99.
002630     05 FILLER                PIC X(01) VALUE SPACE.
002640     05 CBR-MINUTE-CHARGE     PIC Z,ZZZ,ZZ9.99.
002650     05 FILLER                PIC X(01) VALUE SPACE.
002660     05 CBR-RUN-TOTAL-CHG     PIC ZZZ,ZZZ,ZZ9.99.
002670     05 FILLER                PIC X(02) VALUE SPACES.
002680     05 CBR-FLAG              PIC X(16).
002690 01 CBR-TOTAL-LINE.
002700     05 CBR-TOTAL-LABEL       PIC X(24).
002710     05 CBR-TOTAL-RUNS        PIC ZZ,ZZ9.
002720     05 FILLER                PIC X(06) VALUE " RUNS ".
002730     05 CBR-TOTAL-RECORDS     PIC ZZZ,ZZZ,ZZ9.
002740     05 FILLER                PIC X(01) VALUE SPACE.
002750     05 CBR-TOTAL-MINUTES     PIC Z,ZZZ,ZZ9.99.
002760     05 FILLER                PIC X(01) VALUE SPACE.
002770     05 CBR-TOTAL-RUN-CHG     PIC Z,ZZZ,ZZ9.99.
002780     05 FILLER                PIC X(01) VALUE SPACE.
002790     05 CBR-TOTAL-REC-CHG     PIC Z,ZZZ,ZZ9.99.
002800     05 FILLER                PIC X(01) VALUE SPACE.
002810     05 CBR-TOTAL-MIN-CHG     PIC Z,ZZZ,ZZ9.99.
002820     05 FILLER                PIC X(01) VALUE SPACE.
002830     05 CBR-TOTAL-ALL-CHG     PIC ZZZ,ZZZ,ZZ9.99.
002840     05 FILLER                PIC X(02) VALUE SPACES.
002850     05 CBR-TOTAL-SHARE       PIC ZZ9.99.
002860     05 FILLER                PIC X(01) VALUE "%".
002870 01 CBR-SUMMARY-COLUMN-LINE.
002880     05 FILLER                PIC X(44) VALUE
002890         "DEPARTMENT                RUNS      RECORDS".
002900     05 FILLER                PIC X(44) VALUE
002910         "      MINUTES       RUN CHG    RECORD CHG   ".
002920     05 FILLER                PIC X(44) VALUE
002930         " MINUTE CHG      TOTAL CHG    SHARE".
002940 01 CBR-SHARE-LINE.
002950     05 FILLER                PIC X(24) VALUE
002960         "SHARE OF PROCESSING".
002970     05 CBR-SHARE-PCT         PIC ZZ9.99.
002980     05 FILLER                PIC X(21) VALUE
002990         "% OF THE MONTH'S".
003000     05 CBR-SHARE-GRAND       PIC ZZZ,ZZZ,ZZ9.99.

003010 procedure division.
003020 PRG-BEGIN.
003030     move "CHGBACK" to IOC-PROGRAM
003040     accept WS-RUN-START-TIME from TIME
003050     perform ZB-GET-BUSINESS-DATE
003060     perform SET-CHARGE-MONTH
003070     perform LOAD-CHARGE-RATES
003080     if not RATE-FOUND
003090         display "*** NO CHGRATE RATES EFFECTIVE FOR MONTH "
003100             WS-CHARGE-MONTH " - job ABORTED ***"
003110         move 8 to RETURN-CODE
003120         stop run
003130     end-if
003140     perform LOAD-DEPARTMENT-TABLE
003150     sort SORT-WORK-FILE
003160         on ascending key SW-DEPARTMENT
003170         on ascending key SW-PROGRAM
003180         on ascending key SW-RUN-DATE
003190         on ascending key SW-START-TIME
003200         input procedure is RELEASE-MONTH-RUNS
003210             thru RELEASE-MONTH-RUNS-EXIT
003220         giving SORTED-RUN-FILE
003230     open output CHARGE-PRINT
003240     open output CHARGE-SUMMARY-FILE
003250     open extend REPORT-ARCHIVE
003260     if not RPTARCH-OK
003270         open output REPORT-ARCHIVE
003280     end-if
003290     open input SORTED-RUN-FILE
003300     perform READ-SORTED-RUN
003310     perform CHARGE-ONE-RUN until SORTED-EOF
003320     if GROUP-OPEN
003330         perform CLOSE-DEPARTMENT
003340     end-if
003350     close SORTED-RUN-FILE
003360     perform PRINT-SUMMARY-PAGE
003370     close CHARGE-PRINT
003380     close CHARGE-SUMMARY-FILE
003390     close REPORT-ARCHIVE
003400     display "-----------------------------------"
003410     display "Chargeback month    : " WS-CHARGE-MONTH
003420     display "RUNLOG records read : " WS-RUNLOG-READ
003430     display "Runs charged        : " WS-RUNS-CHARGED
003440     display "Runs unassigned     : " WS-RUNS-UNASSIGNED
003450     display "Runs without start  : " WS-RUNS-UNSTAMPED
003460     display "Departments charged : " WS-DEPT-COUNT
003470     if WS-PRINTED-CHARGE not = WS-GRAND-CHARGE
003480         or WS-RUNS-PRINTED not = WS-RUNS-CHARGED
003490         display "*** DEPARTMENT STATEMENTS DO NOT TOTAL THE "
003500             "MONTH'S CHARGES ***"
003510         move 8 to RETURN-CODE
003520     else
003530         display "Control total       : TIES OUT"
003540         if WS-RUNS-UNASSIGNED > 0
003550             move 4 to RETURN-CODE
003560         end-if
003570     end-if
003580     perform WRITE-RUN-SUMMARY
003590     stop run.

003600 SET-CHARGE-MONTH.
003610     accept WS-MONTH-IN
003620     if WS-MONTH-IN numeric
003630         move WS-MONTH-IN to WS-CHARGE-MONTH
003640     else
003650         move BDT-BUSINESS-DATE (1:6) to WS-CHARGE-MONTH
003660         if WS-CHARGE-MM = 1
003670             move 12 to WS-CHARGE-MM
003680             subtract 1 from WS-CHARGE-YYYY
003690         else
003700             subtract 1 from WS-CHARGE-MM
003710         end-if
003720     end-if
003730     if WS-CHARGE-MM < 1 or WS-CHARGE-MM > 12
003740         display "*** CHARGEBACK MONTH '" WS-MONTH-IN
003750             "' IS NOT A VALID YYYYMM - job ABORTED ***"
003760         move 8 to RETURN-CODE
003770         stop run
003780     end-if.

003790* the latest rate record effective on or before the month.
003800 LOAD-CHARGE-RATES.
003810     move "N" to WS-EOF-SWITCH
003820     move "N" to WS-RATE-FOUND-SWITCH
003830     open input CHARGE-RATE-FILE
003840     if CHGRATE-OK
003850         perform READ-CHARGE-RATE
003860         perform TEST-ONE-RATE until FILE-EOF
003870         close CHARGE-RATE-FILE
003880     end-if.

003890 READ-CHARGE-RATE.
003900     read CHARGE-RATE-FILE
003910         at end set FILE-EOF to true
003920     end-read.

003930 TEST-ONE-RATE.
003940     if CG-EFFECTIVE-MONTH not > WS-CHARGE-MONTH
003950         and (not RATE-FOUND
003960              or CG-EFFECTIVE-MONTH > WS-RATE-MONTH)
003970         set RATE-FOUND to true
003980         move CG-EFFECTIVE-MONTH to WS-RATE-MONTH
003990         move CG-RATE-PER-RUN to WS-RATE-PER-RUN
004000         move CG-RATE-PER-RECORD to WS-RATE-PER-RECORD
004010         move CG-RATE-PER-MINUTE to WS-RATE-PER-MINUTE
004020     end-if
004030     perform READ-CHARGE-RATE.

004040 LOAD-DEPARTMENT-TABLE.
004050     move "N" to WS-EOF-SWITCH
004060     move zeroes to WS-PGM-COUNT
004070     open input CHARGE-DEPT-FILE
004080     if not CHGDEPT-OK
004090         display "No CHGDEPT table - every run is UNASSIGNED"
004100     else
004110         perform READ-CHARGE-DEPT
004120         perform STORE-ONE-PROGRAM until FILE-EOF
004130         close CHARGE-DEPT-FILE
004140     end-if.

004150 READ-CHARGE-DEPT.
004160     read CHARGE-DEPT-FILE
004170         at end set FILE-EOF to true
004180     end-read.

004190 STORE-ONE-PROGRAM.
004200     if WS-PGM-COUNT not < WS-PGM-MAX
004210         display "*** MORE THAN " WS-PGM-MAX
004220             " CHGDEPT PROGRAMS - job ABORTED ***"
004230         move 8 to RETURN-CODE
004240         stop run
004250     end-if
004260     add 1 to WS-PGM-COUNT
004270     move CD-PROGRAM to WS-PGM-NAME (WS-PGM-COUNT)
004280     move CD-DEPARTMENT to WS-PGM-DEPARTMENT (WS-PGM-COUNT)
004290     perform READ-CHARGE-DEPT.

004300* every run in the month is priced here, so the month's total
004310* is known before the first statement prints its share.
004320 RELEASE-MONTH-RUNS.
004330     move "N" to WS-EOF-SWITCH
004340     open input RUN-LOG-FILE
004350     if not RUNLOG-OK
004360         display "*** CANNOT OPEN RUNLOG - status "
004370             WS-RUNLOG-STATUS " - job ABORTED ***"
004380         move 8 to RETURN-CODE
004390         stop run
004400     end-if
004410     perform READ-RUN-LOG
004420     perform RELEASE-ONE-RUN until FILE-EOF
004430     close RUN-LOG-FILE
004440     go to RELEASE-MONTH-RUNS-EXIT.

004450 READ-RUN-LOG.
004460     read RUN-LOG-FILE
004470         at end set FILE-EOF to true
004480     end-read.

004490 RELEASE-ONE-RUN.
004500     add 1 to WS-RUNLOG-READ
004510     if RS-RUN-DATE (1:6) = WS-CHARGE-MONTH
004520         perform PRICE-ONE-RUN
004530         release SORT-WORK-RECORD
004540     end-if
004550     perform READ-RUN-LOG.

004560 PRICE-ONE-RUN.
004570     add 1 to WS-RUNS-CHARGED
004580     move RS-PROGRAM to SW-PROGRAM
004590     move RS-RUN-DATE to SW-RUN-DATE
004600     move RS-RUN-TIME to SW-END-TIME
004610     move RS-RECORDS-READ to SW-RECORDS
004620     perform FIND-PROGRAM-DEPARTMENT
004630     perform COMPUTE-ELAPSED-MINUTES
004640     move WS-RATE-PER-RUN to SW-RUN-CHARGE
004650     compute SW-RECORD-CHARGE rounded =
004660         SW-RECORDS * WS-RATE-PER-RECORD
004670     compute SW-MINUTE-CHARGE rounded =
004680         SW-MINUTES * WS-RATE-PER-MINUTE
004690     compute SW-TOTAL-CHARGE = SW-RUN-CHARGE
004700         + SW-RECORD-CHARGE + SW-MINUTE-CHARGE
004710     add SW-TOTAL-CHARGE to WS-GRAND-CHARGE.

004720 FIND-PROGRAM-DEPARTMENT.
004730     move "N" to WS-FOUND-SWITCH
004740     perform TEST-ONE-PROGRAM
004750         varying WS-PGM-SUB from 1 by 1
004760         until WS-PGM-SUB > WS-PGM-COUNT
004770             or ENTRY-FOUND
004780     if ENTRY-FOUND
004790         subtract 1 from WS-PGM-SUB
004800         move WS-PGM-DEPARTMENT (WS-PGM-SUB) to SW-DEPARTMENT
004810     else
004820         move WS-UNASSIGNED to SW-DEPARTMENT
004830         add 1 to WS-RUNS-UNASSIGNED
004840         perform NOTE-UNASSIGNED-PROGRAM
004850     end-if.

004860 TEST-ONE-PROGRAM.
004870     if WS-PGM-NAME (WS-PGM-SUB) = RS-PROGRAM
004880         set ENTRY-FOUND to true
004890     end-if.

004900 NOTE-UNASSIGNED-PROGRAM.
004910     move "N" to WS-FOUND-SWITCH
004920     perform TEST-ONE-UNASSIGNED
004930         varying WS-UNK-SUB from 1 by 1
004940         until WS-UNK-SUB > WS-UNK-COUNT
004950             or ENTRY-FOUND
004960     if not ENTRY-FOUND and WS-UNK-COUNT < WS-UNK-MAX
004970         add 1 to WS-UNK-COUNT
004980         move RS-PROGRAM to WS-UNK-PROGRAM (WS-UNK-COUNT)
004990     end-if.

005000 TEST-ONE-UNASSIGNED.
005010     if WS-UNK-PROGRAM (WS-UNK-SUB) = RS-PROGRAM
005020         set ENTRY-FOUND to true
005030     end-if.

005040* elapsed time runs from the start stamp to the end stamp, both
005050* HHMMSSCC; a run that ends past midnight wraps the day.  A
005060* summary cut before the start stamp existed carries no usable
005070* start and is charged no minutes.
005080 COMPUTE-ELAPSED-MINUTES.
005090     move zeroes to SW-MINUTES
005100     move "Y" to SW-STAMP-FLAG
005110     move RS-START-TIME to SW-START-TIME
005120     move RS-START-TIME to WS-TIME-WORK
005130     if RS-START-TIME not numeric or RS-START-TIME = zeroes
005140         or WS-TIME-HH > 23 or WS-TIME-MM > 59 or WS-TIME-SS > 59
005150         move "N" to SW-STAMP-FLAG
005160         move zeroes to SW-START-TIME
005170         add 1 to WS-RUNS-UNSTAMPED
005180     else
005190         compute WS-START-SECONDS = WS-TIME-HH * 3600
005200             + WS-TIME-MM * 60 + WS-TIME-SS
005210         move RS-RUN-TIME to WS-TIME-WORK
005220         compute WS-END-SECONDS = WS-TIME-HH * 3600
005230             + WS-TIME-MM * 60 + WS-TIME-SS
005240         if WS-END-SECONDS < WS-START-SECONDS
005250             compute WS-ELAPSED-SECONDS =
005260                 WS-END-SECONDS + 86400 - WS-START-SECONDS
005270         else
005280             compute WS-ELAPSED-SECONDS =
005290                 WS-END-SECONDS - WS-START-SECONDS
005300         end-if
005310         compute SW-MINUTES rounded = WS-ELAPSED-SECONDS / 60
005320     end-if.

005330 RELEASE-MONTH-RUNS-EXIT.
005340     exit.

005350 READ-SORTED-RUN.
005360     read SORTED-RUN-FILE
005370         at end set SORTED-EOF to true
005380     end-read.

005390* control break on department -- each one its own statement.
005400 CHARGE-ONE-RUN.
005410     if not GROUP-OPEN
005420         or SR-DEPARTMENT not = WS-CURRENT-DEPARTMENT
005430         if GROUP-OPEN
005440             perform CLOSE-DEPARTMENT
005450         end-if
005460         perform OPEN-DEPARTMENT
005470     end-if
005480     add 1 to WS-DEPT-RUNS (WS-DEPT-SUB)
005490     add SR-RECORDS to WS-DEPT-RECORDS (WS-DEPT-SUB)
005500     add SR-MINUTES to WS-DEPT-MINUTES (WS-DEPT-SUB)
005510     add SR-RUN-CHARGE to WS-DEPT-RUN-CHG (WS-DEPT-SUB)
005520     add SR-RECORD-CHARGE to WS-DEPT-REC-CHG (WS-DEPT-SUB)
005530     add SR-MINUTE-CHARGE to WS-DEPT-MIN-CHG (WS-DEPT-SUB)
005540     add SR-TOTAL-CHARGE to WS-DEPT-TOTAL (WS-DEPT-SUB)
005550     add 1 to WS-RUNS-PRINTED
005560     add SR-TOTAL-CHARGE to WS-PRINTED-CHARGE
005570     move SR-PROGRAM to CBR-PROGRAM
005580     move SR-RUN-DATE to CBR-RUN-DATE
005590     move SR-START-TIME (1:6) to CBR-START-TIME
005600     move SR-END-TIME (1:6) to CBR-END-TIME
005610     move SR-RECORDS to CBR-RECORDS
005620     move SR-MINUTES to CBR-MINUTES
005630     move SR-RUN-CHARGE to CBR-RUN-CHARGE
005640     move SR-RECORD-CHARGE to CBR-RECORD-CHARGE
005650     move SR-MINUTE-CHARGE to CBR-MINUTE-CHARGE
005660     move SR-TOTAL-CHARGE to CBR-RUN-TOTAL-CHG
005670     if SR-NO-START-STAMP
005680         move "NO START STAMP" to CBR-FLAG
005690     else
005700         move spaces to CBR-FLAG
005710     end-if
005720     if WS-LINE-COUNT > WS-LINES-PER-PAGE
005730         perform PRINT-CHARGE-HEADING
005740     end-if
005750     write PRINT-LINE from CBR-RUN-LINE
005760         after advancing 1 line
005770     add 1 to WS-LINE-COUNT
005780     perform ARCHIVE-PRINT-LINE
005790     perform READ-SORTED-RUN.

005800 OPEN-DEPARTMENT.
005810     if WS-DEPT-COUNT not < WS-DEPT-MAX
005820         display "*** MORE THAN " WS-DEPT-MAX
005830             " DEPARTMENTS CHARGED - job ABORTED ***"
005840         move 8 to RETURN-CODE
005850         stop run
005860     end-if
005870     set GROUP-OPEN to true
005880     move SR-DEPARTMENT to WS-CURRENT-DEPARTMENT
005890     add 1 to WS-DEPT-COUNT
005900     move WS-DEPT-COUNT to WS-DEPT-SUB
005910     move SR-DEPARTMENT to WS-DEPT-NAME (WS-DEPT-SUB)
005920     move zeroes to WS-DEPT-RUNS (WS-DEPT-SUB)
005930     move zeroes to WS-DEPT-RECORDS (WS-DEPT-SUB)
005940     move zeroes to WS-DEPT-MINUTES (WS-DEPT-SUB)
005950     move zeroes to WS-DEPT-RUN-CHG (WS-DEPT-SUB)
005960     move zeroes to WS-DEPT-REC-CHG (WS-DEPT-SUB)
005970     move zeroes to WS-DEPT-MIN-CHG (WS-DEPT-SUB)
005980     move zeroes to WS-DEPT-TOTAL (WS-DEPT-SUB)
005990     move zeroes to WS-DEPT-SHARE (WS-DEPT-SUB)
006000     perform PRINT-CHARGE-HEADING.

006010* the department's totals, its share of the month, and its
006020* record on the summary file for accounting.
006030 CLOSE-DEPARTMENT.
006040     move zeroes to WS-SHARE-PCT
006050     if WS-GRAND-CHARGE > zeroes
006060         compute WS-SHARE-PCT rounded =
006070             WS-DEPT-TOTAL (WS-DEPT-SUB) * 100 / WS-GRAND-CHARGE
006080     end-if
006090     move WS-SHARE-PCT to WS-DEPT-SHARE (WS-DEPT-SUB)
006100     move "DEPARTMENT TOTAL" to CBR-TOTAL-LABEL
006110     perform FORMAT-TOTAL-LINE
006120     write PRINT-LINE from CBR-TOTAL-LINE
006130         after advancing 2 lines
006140     perform ARCHIVE-PRINT-LINE
006150     move WS-SHARE-PCT to CBR-SHARE-PCT
006160     move WS-GRAND-CHARGE to CBR-SHARE-GRAND
006170     write PRINT-LINE from CBR-SHARE-LINE
006180         after advancing 1 line
006190     perform ARCHIVE-PRINT-LINE
006200     move WS-CHARGE-MONTH to CS-MONTH
006210     move WS-DEPT-NAME (WS-DEPT-SUB) to CS-DEPARTMENT
006220     move WS-DEPT-RUNS (WS-DEPT-SUB) to CS-RUNS
006230     move WS-DEPT-RECORDS (WS-DEPT-SUB) to CS-RECORDS
006240     move WS-DEPT-MINUTES (WS-DEPT-SUB) to CS-MINUTES
006250     move WS-DEPT-RUN-CHG (WS-DEPT-SUB) to CS-RUN-CHARGE
006260     move WS-DEPT-REC-CHG (WS-DEPT-SUB) to CS-RECORD-CHARGE
006270     move WS-DEPT-MIN-CHG (WS-DEPT-SUB) to CS-MINUTE-CHARGE
006280     move WS-DEPT-TOTAL (WS-DEPT-SUB) to CS-TOTAL-CHARGE
006290     move WS-SHARE-PCT to CS-SHARE-PCT
006300     move BDT-BUSINESS-DATE to CS-RUN-DATE
006310     write CHARGE-SUMMARY-RECORD
006320     move WS-CHGSUMM-STATUS to IOC-STATUS
006330     move "CHGSUMM" to IOC-FILE-NAME
006340     perform ZZ-CHECK-WRITE
006350     move "N" to WS-GROUP-OPEN-SWITCH.

006360 FORMAT-TOTAL-LINE.
006370     move WS-DEPT-RUNS (WS-DEPT-SUB) to CBR-TOTAL-RUNS
006380     move WS-DEPT-RECORDS (WS-DEPT-SUB) to CBR-TOTAL-RECORDS
006390     move WS-DEPT-MINUTES (WS-DEPT-SUB) to CBR-TOTAL-MINUTES
006400     move WS-DEPT-RUN-CHG (WS-DEPT-SUB) to CBR-TOTAL-RUN-CHG
006410     move WS-DEPT-REC-CHG (WS-DEPT-SUB) to CBR-TOTAL-REC-CHG
006420     move WS-DEPT-MIN-CHG (WS-DEPT-SUB) to CBR-TOTAL-MIN-CHG
006430     move WS-DEPT-TOTAL (WS-DEPT-SUB) to CBR-TOTAL-ALL-CHG
006440     move WS-DEPT-SHARE (WS-DEPT-SUB) to CBR-TOTAL-SHARE.

006450* every department on one page, then the programs that need a
006460* CHGDEPT entry.
006470 PRINT-SUMMARY-PAGE.
006480     set SUMMARY-SECTION to true
006490     perform PRINT-CHARGE-HEADING
006500     perform PRINT-ONE-DEPARTMENT
006510         varying WS-DEPT-SUB from 1 by 1
006520         until WS-DEPT-SUB > WS-DEPT-COUNT
006530     move WS-GRAND-CHARGE to CBR-SHARE-GRAND
006540     move spaces to PRINT-LINE
006550     move WS-RUNS-CHARGED to CBR-TOTAL-RUNS
006560     string "MONTH TOTAL           " CBR-TOTAL-RUNS
006570         " RUNS  CHARGED "
006580         CBR-SHARE-GRAND delimited by size into PRINT-LINE
006590     write PRINT-LINE after advancing 2 lines
006600     perform ARCHIVE-PRINT-LINE
006610     perform PRINT-ONE-UNASSIGNED
006620         varying WS-UNK-SUB from 1 by 1
006630         until WS-UNK-SUB > WS-UNK-COUNT.

006640 PRINT-ONE-DEPARTMENT.
006650     move WS-DEPT-NAME (WS-DEPT-SUB) to CBR-TOTAL-LABEL
006660     perform FORMAT-TOTAL-LINE
006670     write PRINT-LINE from CBR-TOTAL-LINE
006680         after advancing 1 line
006690     perform ARCHIVE-PRINT-LINE.

006700 PRINT-ONE-UNASSIGNED.
006710     move spaces to PRINT-LINE
006720     string "*** PROGRAM " WS-UNK-PROGRAM (WS-UNK-SUB)
006730         " IS NOT ON CHGDEPT - CHARGED AS UNASSIGNED ***"
006740         delimited by size into PRINT-LINE
006750     write PRINT-LINE after advancing 1 line
006760     perform ARCHIVE-PRINT-LINE
006770     display "*** PROGRAM " WS-UNK-PROGRAM (WS-UNK-SUB)
006780         " IS NOT ON CHGDEPT ***".

006790 PRINT-CHARGE-HEADING.
006800     add 1 to WS-PAGE-COUNT
006810     move WS-CHARGE-MONTH to CBR-HEADING-MONTH
006820     move BDT-BUSINESS-DATE to CBR-HEADING-DATE
006830     move WS-PAGE-COUNT to CBR-HEADING-PAGE
006840     write PRINT-LINE from CBR-HEADING-LINE
006850         after advancing page
006860     perform ARCHIVE-PRINT-LINE
006870     move WS-RATE-PER-RUN to CBR-RATE-RUN
006880     move WS-RATE-PER-RECORD to CBR-RATE-RECORD
006890     move WS-RATE-PER-MINUTE to CBR-RATE-MINUTE
006900     move WS-RATE-MONTH to CBR-RATE-MONTH
006910     if SUMMARY-SECTION
006920         move "SUMMARY OF DEPARTMENTS" to PRINT-LINE
006930         write PRINT-LINE after advancing 2 lines
006940         perform ARCHIVE-PRINT-LINE
006950         write PRINT-LINE from CBR-RATE-LINE
006960             after advancing 1 line
006970         perform ARCHIVE-PRINT-LINE
006980         write PRINT-LINE from CBR-SUMMARY-COLUMN-LINE
006990             after advancing 2 lines
007000     else
007010         move WS-CURRENT-DEPARTMENT to CBR-DEPT-NAME
007020         write PRINT-LINE from CBR-DEPT-LINE
007030             after advancing 2 lines
007040         perform ARCHIVE-PRINT-LINE
007050         write PRINT-LINE from CBR-RATE-LINE
007060             after advancing 1 line
007070         perform ARCHIVE-PRINT-LINE
007080         write PRINT-LINE from CBR-RUN-COLUMN-LINE
007090             after advancing 2 lines
007100     end-if
007110     perform ARCHIVE-PRINT-LINE
007120     move 7 to WS-LINE-COUNT.

007130* every report line also lands on the report archive by page,
007140* so rptReprint can reproduce a lost statement.
007150 ARCHIVE-PRINT-LINE.
007160     move "CHGBACK " to RP-REPORT-NAME
007170     move BDT-BUSINESS-DATE to RP-RUN-DATE
007180     move WS-PAGE-COUNT to RP-PAGE
007190     add 1 to WS-ARCH-LINE-SEQ
007200     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
007210     move PRINT-LINE to RP-PRINT-LINE
007220     write REPORT-ARCHIVE-RECORD
007230     move WS-RPTARCH-STATUS to IOC-STATUS
007240     move "RPTARCH" to IOC-FILE-NAME
007250     perform ZZ-CHECK-WRITE.

007260* one standard record per run to the shared RUNLOG operations
007270* file, for the night-end opsReport.
007280 WRITE-RUN-SUMMARY.
007290     open extend RUN-LOG-FILE
007300     if not RUNLOG-OK
007310         open output RUN-LOG-FILE
007320     end-if
007330     move "CHGBACK" to RS-PROGRAM
007340     move BDT-BUSINESS-DATE to RS-RUN-DATE
007350     accept RS-RUN-TIME from TIME
007360     move WS-RUN-START-TIME to RS-START-TIME
007370     move WS-RUNLOG-READ to RS-RECORDS-READ
007380     move WS-RUNS-CHARGED to RS-RECORDS-POSTED
007390     move WS-RUNS-UNASSIGNED to RS-RECORDS-REJECTED
007400     if WS-PRINTED-CHARGE = WS-GRAND-CHARGE
007410         move "BALANCED" to RS-CONTROL-STATUS
007420     else
007430         move "OUTOFBAL" to RS-CONTROL-STATUS
007440     end-if
007450     write RUN-SUMMARY-RECORD
007460     close RUN-LOG-FILE.

007470*****************************************************************
007480* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
007490*****************************************************************
007500     copy IOCHKPRC.

007510*****************************************************************
007520* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007530*****************************************************************
007540     copy BIZDTPRC.

