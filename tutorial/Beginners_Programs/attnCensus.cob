000010 identification division.
000020 program-id. attnCensus.
000030 author. REGISTRAR-SYSTEMS-GROUP.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   mfc  original -- average daily attendance census
000130*                   for district funding.  For the reporting
000140*                   period on the run cards, the scheduled session
000150*                   days come off SESSCAL and the sign-ins off
000160*                   ATTNLOG by student ID.  Each student's days
000170*                   enrolled run from the later of the period
000180*                   start and the STUIDNT first registration (or
000190*                   the first sign-in, if earlier); days present
000200*                   are the distinct session days signed in.  The
000210*                   ADACENS report lists days enrolled, present
000220*                   and ADA per student with the period ADA and
000230*                   ADM, and closes on a sign-off block for the
000240*                   attendance officer and principal.  The same
000250*                   figures go to the ADACENF census file in the
000260*                   district layout, with a dated header and a
000270*                   count trailer as on STUEXTF.  Withheld
000280*                   directory names go out masked and every
000290*                   student sent is logged to DISCLOG.
000300*****************************************************************

000310 environment division.
000320 input-output section.
000330 file-control.
000340     select ATTENDANCE-LOG assign to "ATTNLOG"
000350         organization is sequential
000360         file status is WS-TRAN-STATUS.
000370     select SESSION-CALENDAR assign to "SESSCAL"
000380         organization is sequential
000390         file status is WS-CAL-STATUS.
000400     select STUDENT-IDENTITY assign to "STUIDNT"
000410         organization is indexed
000420         access mode is random
000430         record key is SI-STUDENT-ID
000440         file status is WS-IDENT-STATUS.
000450     select SORT-WORK-FILE assign to "ADASWK".
000460     select SORTED-ATTENDANCE-FILE assign to "ADASRT"
000470         organization is sequential
000480         file status is WS-SORT-STATUS.
000490     select CENSUS-PRINT assign to "ADACENS"
000500         organization is sequential
000510         file status is WS-PRINT-STATUS.
000520     select CENSUS-FILE assign to "ADACENF"
000530         organization is sequential
000540         file status is WS-CENSUS-STATUS.
000550     select REPORT-ARCHIVE assign to "RPTARCH"
000560         organization is sequential
000570         file status is WS-RPTARCH-STATUS.
000580     select DISCLOSURE-LOG assign to "DISCLOG"
000590         organization is sequential
000600         file status is WS-DISCLOG-STATUS.
000610     select RUN-LOG-FILE assign to "RUNLOG"
000620         organization is sequential
000630         file status is WS-RUNLOG-STATUS.
000640     select OPS-ERROR-LOG assign to "OPSLOG"
000650         organization is sequential
000660         file status is WS-OPSLOG-STATUS.
000670     select BUSINESS-DATE-FILE assign to "BIZDATE"
000680         organization is sequential
000690         file status is WS-BIZDT-STATUS.

000700 data division.
000710 file section.
000720 fd  ATTENDANCE-LOG.
000730     copy ATTNLOG.

000740 fd  SESSION-CALENDAR.
000750 01  CALENDAR-RECORD.
000760     05 SC-DATE                PIC X(10).
000770     05 SC-TYPE                PIC X(01).
000780         88 SC-SESSION-DAY     VALUE "S" "F".
000790         88 SC-HOLIDAY         VALUE "H".

000800 fd  STUDENT-IDENTITY.
000810     copy STUIDNT.

000820 sd  SORT-WORK-FILE.
000830 01  SORT-WORK-RECORD.
000840     05 SW-STUDENT-ID          PIC 9(06).
000850     05 SW-STUDENT             PIC X(25).
000860     05 SW-DATE                PIC X(10).

000870 fd  SORTED-ATTENDANCE-FILE.
000880 01  SORTED-ATTENDANCE-RECORD.
000890     05 SA-STUDENT-ID          PIC 9(06).
000900     05 SA-STUDENT             PIC X(25).
000910     05 SA-DATE                PIC X(10).

000920 fd  CENSUS-PRINT.
000930 01  PRINT-LINE                PIC X(132).

000940*
000950* district census layout -- one header, a detail per student and
000960* a trailer carrying the count and period totals for the
000970* district's balance.
000980 fd  CENSUS-FILE.
000990 01  CENSUS-RECORD.
001000     05 CF-RECORD-TYPE         PIC X(01).
001010         88 CF-HEADER          VALUE "H".
001020         88 CF-DETAIL          VALUE "D".
001030         88 CF-TRAILER         VALUE "T".
001040     05 CF-DETAIL-DATA.
001050         10 CF-STUDENT-ID      PIC 9(06).
001060         10 CF-STUDENT-NAME    PIC X(25).
001070         10 CF-ENROLL-DATE     PIC 9(08).
001080         10 CF-DAYS-ENROLLED   PIC 9(03).
001090         10 CF-DAYS-PRESENT    PIC 9(03).
001100         10 CF-DAYS-ABSENT     PIC 9(03).
001110         10 CF-ADA-RATE        PIC 9V999.
001120         10 FILLER             PIC X(07).
001130     05 CF-HEADER-DATA REDEFINES CF-DETAIL-DATA.
001140         10 CF-RUN-DATE        PIC 9(08).
001150         10 CF-PERIOD-CODE     PIC X(04).
001160         10 CF-FROM-DATE       PIC 9(08).
001170         10 CF-TO-DATE         PIC 9(08).
001180         10 CF-SESSION-DAYS    PIC 9(03).
001190         10 FILLER             PIC X(28).
001200     05 CF-TRAILER-DATA REDEFINES CF-DETAIL-DATA.
001210         10 CF-RECORD-COUNT    PIC 9(06).
001220         10 CF-TOTAL-ENROLLED  PIC 9(07).
001230         10 CF-TOTAL-PRESENT   PIC 9(07).
001240         10 CF-PERIOD-ADA      PIC 9(05)V99.
001250         10 CF-PERIOD-ADM      PIC 9(05)V99.
001260         10 CF-WITHHELD-COUNT  PIC 9(06).
001270         10 FILLER             PIC X(19).

001280 fd  REPORT-ARCHIVE.
001290     copy RPTARCH.

001300 fd  DISCLOSURE-LOG.
001310     copy DISCLOG.

001320 fd  RUN-LOG-FILE.
001330     copy RUNSUM.

001340 fd  OPS-ERROR-LOG.
001350     copy OPSERR.

001360 fd  BUSINESS-DATE-FILE.
001370     copy BIZDATE.

001380 working-storage section.
001390 copy BIZDTWS.
001400 copy IOCHKWS.
001410 copy DISCWS.
001420 01 WS-TRAN-STATUS            PIC X(02).
001430     88 TRAN-OK               VALUE "00".
001440 01 WS-CAL-STATUS             PIC X(02).
001450     88 CAL-OK                VALUE "00".
001460 01 WS-IDENT-STATUS           PIC X(02).
001470     88 IDENT-OK              VALUE "00".
001480 01 WS-SORT-STATUS            PIC X(02).
001490     88 SORT-OK               VALUE "00".
001500 01 WS-PRINT-STATUS           PIC X(02).
001510     88 PRINT-OK              VALUE "00".
001520 01 WS-CENSUS-STATUS          PIC X(02).
001530     88 CENSUS-OK             VALUE "00".
001540 01 WS-RPTARCH-STATUS         PIC X(02).
001550     88 RPTARCH-OK            VALUE "00".
001560 01 WS-RUNLOG-STATUS          PIC X(02).
001570     88 RUNLOG-OK             VALUE "00".
001580 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
001590 01 WS-RELEASE-EOF-SWITCH     PIC X(01) VALUE "N".
001600     88 RELEASE-EOF           VALUE "Y".
001610 01 WS-SORTED-EOF-SWITCH      PIC X(01) VALUE "N".
001620     88 SORTED-EOF            VALUE "Y".
001630 01 WS-IDENT-OPEN-SWITCH      PIC X(01) VALUE "N".
001640     88 IDENTITY-OPEN         VALUE "Y".
001650 01 WS-PERIOD-CODE            PIC X(04) VALUE SPACES.
001660 01 WS-FROM-DATE              PIC X(10) VALUE SPACES.
001670 01 WS-TO-DATE                PIC X(10) VALUE SPACES.
001680*
001690* scheduled session days in the period, with a per-student
001700* attended flag reset at each student break.
001710 01 WS-SESSION-MAX            PIC 9(03) VALUE 366.
001720 01 WS-SESSION-COUNT          PIC 9(03) VALUE ZEROES.
001730 01 WS-SESSION-TABLE.
001740     05 WS-SESSION-ENTRY      OCCURS 366 TIMES.
001750         10 WS-SES-DATE       PIC X(10).
001760         10 WS-SES-ATT-FLAG   PIC X(01).
001770             88 DAY-ATTENDED  VALUE "Y".
001780 01 WS-SES-SUB                PIC 9(03) VALUE ZEROES.
001790 01 WS-CURRENT-ID             PIC 9(06) VALUE ZEROES.
001800 01 WS-CURRENT-STUDENT        PIC X(25) VALUE SPACES.
001810 01 WS-FIRST-SIGNIN           PIC X(10) VALUE SPACES.
001820 01 WS-ENROLL-START           PIC X(10) VALUE SPACES.
001830 01 WS-GROUP-OPEN-SWITCH      PIC X(01) VALUE "N".
001840     88 STUDENT-GROUP-OPEN    VALUE "Y".
001850 01 WS-WITHHELD-SWITCH        PIC X(01) VALUE "N".
001860     88 STUDENT-WITHHELD      VALUE "Y".
001870*
001880* per-student and period figures.  ADA for a student is the share
001890* of enrolled days present; for the period it is the average
001900* number of students present per session day, with ADM the
001910* average number enrolled.
001920 01 WS-STU-ENROLLED           PIC 9(03) VALUE ZEROES.
001930 01 WS-STU-PRESENT            PIC 9(03) VALUE ZEROES.
001940 01 WS-STU-ABSENT             PIC 9(03) VALUE ZEROES.
001950 01 WS-STU-ADA                PIC 9V999 VALUE ZEROES.
001960 01 WS-TOTAL-ENROLLED         PIC 9(07) VALUE ZEROES.
001970 01 WS-TOTAL-PRESENT          PIC 9(07) VALUE ZEROES.
001980 01 WS-PERIOD-ADA             PIC 9(05)V99 VALUE ZEROES.
001990 01 WS-PERIOD-ADM             PIC 9(05)V99 VALUE ZEROES.
002000 01 WS-PERIOD-RATE            PIC 9V999 VALUE ZEROES.
002010 01 WS-STUDENT-COUNT          PIC 9(06) VALUE ZEROES.
002020 01 WS-WITHHELD-COUNT         PIC 9(06) VALUE ZEROES.
002030 01 WS-NO-ID-COUNT            PIC 9(05) VALUE ZEROES.
002040 01 WS-READ-COUNT             PIC 9(06) VALUE ZEROES.
002050 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
002060 01 WS-LINE-COUNT             PIC 9(03) VALUE ZEROES.
002070 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 50.
002080 01 WS-ARCH-LINE-SEQ          PIC 9(06) VALUE ZEROES.
002090*
002100* report lines.
002110 01 ADA-HEADING-LINE.
002120     05 FILLER                PIC X(28) VALUE
002130         "STUDENT REGISTRATION SYSTEM".
002140     05 FILLER                PIC X(36) VALUE
002150         "AVERAGE DAILY ATTENDANCE CENSUS".
002160     05 FILLER                PIC X(08) VALUE "PERIOD ".
002170     05 ADA-HEADING-PERIOD    PIC X(04).
002180     05 FILLER                PIC X(09) VALUE "   AS OF ".
002190     05 ADA-HEADING-DATE      PIC 9(08).
002200     05 FILLER                PIC X(08) VALUE "   PAGE ".
002210     05 ADA-HEADING-PAGE      PIC ZZZ9.
002220 01 ADA-RANGE-LINE.
002230     05 FILLER                PIC X(20) VALUE
002240         "REPORTING PERIOD ".
002250     05 ADA-FROM-DATE         PIC X(10).
002260     05 FILLER                PIC X(06) VALUE " TO ".
002270     05 ADA-TO-DATE           PIC X(10).
002280     05 FILLER                PIC X(20) VALUE
002290         "   SESSION DAYS ".
002300     05 ADA-SESSION-DAYS      PIC ZZ9.
002310 01 ADA-COLUMN-LINE.
002320     05 FILLER                PIC X(40) VALUE
002330         "STUDENT ID  NAME".
002340     05 FILLER                PIC X(50) VALUE
002350         "ENROLLED    ENROLLED  PRESENT  ABSENT    ADA".
002360 01 ADA-DETAIL-LINE.
002370     05 ADA-STUDENT-ID        PIC 9(06).
002380     05 FILLER                PIC X(06) VALUE SPACES.
002390     05 ADA-STUDENT-NAME      PIC X(25).
002400     05 FILLER                PIC X(03) VALUE SPACES.
002410     05 ADA-ENROLL-DATE       PIC X(10).
002420     05 FILLER                PIC X(04) VALUE SPACES.
002430     05 ADA-ENROLLED          PIC ZZ9.
002440     05 FILLER                PIC X(06) VALUE SPACES.
002450     05 ADA-PRESENT           PIC ZZ9.
002460     05 FILLER                PIC X(06) VALUE SPACES.
002470     05 ADA-ABSENT            PIC ZZ9.
002480     05 FILLER                PIC X(04) VALUE SPACES.
002490     05 ADA-RATE              PIC 9.999.
002500 01 ADA-TOTAL-LINE.
002510     05 FILLER                PIC X(30) VALUE SPACES.
002520     05 ADA-TOTAL-LABEL       PIC X(30).
002530     05 ADA-TOTAL-VALUE       PIC Z,ZZZ,ZZ9.99.
002540 01 ADA-SIGN-LINE.
002550     05 ADA-SIGN-TITLE        PIC X(40).
002560     05 FILLER                PIC X(36) VALUE
002570         "____________________________  DATE ".
002580     05 FILLER                PIC X(10) VALUE "__________".

002590 procedure division.
002600 PRG-BEGIN.
002610     move "ATTNCENSUS" to IOC-PROGRAM
002620     accept WS-RUN-START-TIME from TIME
002630     perform ZB-GET-BUSINESS-DATE
002640     display "Census period code (e.g. P1):"
002650     accept WS-PERIOD-CODE
002660     display "From date YYYYMMDD (stored form):"
002670     accept WS-FROM-DATE
002680     display "To date YYYYMMDD:"
002690     accept WS-TO-DATE
002700     if WS-FROM-DATE (1:8) not numeric
002710         or WS-TO-DATE (1:8) not numeric
002720         or WS-FROM-DATE > WS-TO-DATE
002730         display "*** CENSUS PERIOD DATES INVALID - "
002735             "job ABORTED ***"
002740         move 8 to RETURN-CODE
002750         stop run
002760     end-if
002770     perform LOAD-SESSION-CALENDAR
002780     if WS-SESSION-COUNT = 0
002790         display "*** NO SCHEDULED SESSION DAYS ON SESSCAL "
002800             "FOR THE PERIOD - job ABORTED ***"
002810         move 8 to RETURN-CODE
002820         stop run
002830     end-if
002840     open input STUDENT-IDENTITY
002850     if IDENT-OK
002860         set IDENTITY-OPEN to true
002870     end-if
002880     open output CENSUS-PRINT
002890     open output CENSUS-FILE
002900     open extend REPORT-ARCHIVE
002910     if not RPTARCH-OK
002920         open output REPORT-ARCHIVE
002930     end-if
002940     move "ATTNCENSUS" to DSC-PROGRAM
002950     move "BATCH" to DSC-OPERATOR
002960     move "E" to DSC-MEDIUM
002970     move "DISTRICT ADA CENSUS" to DSC-PURPOSE
002980     perform WRITE-CENSUS-HEADER
002990     perform PRINT-PAGE-HEADING
003000     sort SORT-WORK-FILE
003010         on ascending key SW-STUDENT-ID
003020         on ascending key SW-DATE
003030         input procedure is RELEASE-SIGNINS
003040             thru RELEASE-SIGNINS-EXIT
003050         giving SORTED-ATTENDANCE-FILE
003060     open input SORTED-ATTENDANCE-FILE
003070     perform READ-SORTED-RECORD
003080     perform TALLY-ONE-SIGNIN until SORTED-EOF
003090     if STUDENT-GROUP-OPEN
003100         perform CLOSE-OUT-STUDENT
003110     end-if
003120     close SORTED-ATTENDANCE-FILE
003130     perform FIGURE-PERIOD-ADA
003140     perform PRINT-PERIOD-TOTALS
003150     perform PRINT-SIGN-OFF
003160     perform WRITE-CENSUS-TRAILER
003170     display "==================================="
003180     display "Census period          : " WS-PERIOD-CODE
003190     display "Session days in period : " WS-SESSION-COUNT
003200     display "Students reported      : " WS-STUDENT-COUNT
003210     display "Names withheld         : " WS-WITHHELD-COUNT
003220     display "Sign-ins with no ID    : " WS-NO-ID-COUNT
003230     display "Period ADA             : " WS-PERIOD-ADA
003240     display "Period ADM             : " WS-PERIOD-ADM
003250     perform WRITE-RUN-SUMMARY
003260     if IDENTITY-OPEN
003270         close STUDENT-IDENTITY
003280     end-if
003290     close CENSUS-PRINT
003300     close CENSUS-FILE
003310     close REPORT-ARCHIVE
003320     stop run.

003330 LOAD-SESSION-CALENDAR.
003340     move "N" to WS-RELEASE-EOF-SWITCH
003350     open input SESSION-CALENDAR
003360     if CAL-OK
003370         perform READ-CALENDAR-RECORD
003380         perform NOTE-CALENDAR-DAY until RELEASE-EOF
003390         close SESSION-CALENDAR
003400     end-if
003410     move "N" to WS-RELEASE-EOF-SWITCH.

003420 READ-CALENDAR-RECORD.
003430     read SESSION-CALENDAR
003440         at end set RELEASE-EOF to true
003450     end-read.

003460 NOTE-CALENDAR-DAY.
003470     if SC-SESSION-DAY
003480         and SC-DATE not < WS-FROM-DATE
003490         and SC-DATE not > WS-TO-DATE
003500         and WS-SESSION-COUNT < WS-SESSION-MAX
003510         add 1 to WS-SESSION-COUNT
003520         move SC-DATE to WS-SES-DATE (WS-SESSION-COUNT)
003530         move "N" to WS-SES-ATT-FLAG (WS-SESSION-COUNT)
003540     end-if
003550     perform READ-CALENDAR-RECORD.

003560* only in-range sign-ins with a real student ID release into
003570* the sort -- the census counts students, so it needs the ID.
003580 RELEASE-SIGNINS.
003590     open input ATTENDANCE-LOG
003600     if TRAN-OK
003610         perform READ-LOG-RECORD
003620         perform RELEASE-ONE-SIGNIN until RELEASE-EOF
003630         close ATTENDANCE-LOG
003640     end-if
003650     go to RELEASE-SIGNINS-EXIT.

003660 READ-LOG-RECORD.
003670     read ATTENDANCE-LOG
003680         at end set RELEASE-EOF to true
003690     end-read.

003700 RELEASE-ONE-SIGNIN.
003710     add 1 to WS-READ-COUNT
003720     if AL-SIGN-IN
003730         and AL-DATE not < WS-FROM-DATE
003740         and AL-DATE not > WS-TO-DATE
003750         if AL-STUDENT-ID = zeroes
003760             add 1 to WS-NO-ID-COUNT
003770         else
003780             move AL-STUDENT-ID to SW-STUDENT-ID
003790             move AL-STUDENT to SW-STUDENT
003800             move AL-DATE to SW-DATE
003810             release SORT-WORK-RECORD
003820         end-if
003830     end-if
003840     perform READ-LOG-RECORD.

003850 RELEASE-SIGNINS-EXIT.
003860     exit.

003870 READ-SORTED-RECORD.
003880     read SORTED-ATTENDANCE-FILE
003890         at end set SORTED-EOF to true
003900     end-read.

003910 TALLY-ONE-SIGNIN.
003920     if not STUDENT-GROUP-OPEN
003930         or SA-STUDENT-ID not = WS-CURRENT-ID
003940         if STUDENT-GROUP-OPEN
003950             perform CLOSE-OUT-STUDENT
003960         end-if
003970         move "Y" to WS-GROUP-OPEN-SWITCH
003980         move SA-STUDENT-ID to WS-CURRENT-ID
003990         move SA-STUDENT to WS-CURRENT-STUDENT
004000         move SA-DATE to WS-FIRST-SIGNIN
004010         perform CLEAR-ATTENDED-FLAGS
004020             varying WS-SES-SUB from 1 by 1
004030             until WS-SES-SUB > WS-SESSION-COUNT
004040     end-if
004050     perform MARK-ATTENDED-DAY
004060         varying WS-SES-SUB from 1 by 1
004070         until WS-SES-SUB > WS-SESSION-COUNT
004080     perform READ-SORTED-RECORD.

004090 CLEAR-ATTENDED-FLAGS.
004100     move "N" to WS-SES-ATT-FLAG (WS-SES-SUB).

004110 MARK-ATTENDED-DAY.
004120     if WS-SES-DATE (WS-SES-SUB) = SA-DATE
004130         move "Y" to WS-SES-ATT-FLAG (WS-SES-SUB)
004140     end-if.

004150* a student is enrolled from the later of the period start and
004160* the first registration on STUIDNT -- but never after a day
004170* the student actually signed in.  Days enrolled are the session
004180* days from then on; days present the ones signed in.
004190 CLOSE-OUT-STUDENT.
004200     add 1 to WS-STUDENT-COUNT
004210     move WS-FROM-DATE to WS-ENROLL-START
004220     move "N" to WS-WITHHELD-SWITCH
004230     if IDENTITY-OPEN
004240         move WS-CURRENT-ID to SI-STUDENT-ID
004250         read STUDENT-IDENTITY
004260             invalid key continue
004270             not invalid key perform NOTE-IDENTITY
004280         end-read
004290     end-if
004300     if WS-FIRST-SIGNIN < WS-ENROLL-START
004310         move WS-FIRST-SIGNIN to WS-ENROLL-START
004320     end-if
004330     move zeroes to WS-STU-ENROLLED
004340     move zeroes to WS-STU-PRESENT
004350     perform COUNT-ONE-SESSION-DAY
004360         varying WS-SES-SUB from 1 by 1
004370         until WS-SES-SUB > WS-SESSION-COUNT
004380     compute WS-STU-ABSENT = WS-STU-ENROLLED - WS-STU-PRESENT
004390     if WS-STU-ENROLLED > 0
004400         compute WS-STU-ADA rounded =
004410             WS-STU-PRESENT / WS-STU-ENROLLED
004420     else
004430         move zeroes to WS-STU-ADA
004440     end-if
004450     add WS-STU-ENROLLED to WS-TOTAL-ENROLLED
004460     add WS-STU-PRESENT to WS-TOTAL-PRESENT
004470     perform PRINT-STUDENT-LINE
004480     perform WRITE-CENSUS-DETAIL
004490     move "N" to WS-GROUP-OPEN-SWITCH.

004500 NOTE-IDENTITY.
004510     if SI-FIRST-REG-DATE (1:8) numeric
004520         and SI-FIRST-REG-DATE > WS-ENROLL-START
004530         move SI-FIRST-REG-DATE to WS-ENROLL-START
004540     end-if
004550     if SI-DIRECTORY-WITHHELD
004560         move "Y" to WS-WITHHELD-SWITCH
004570     end-if.

004580 COUNT-ONE-SESSION-DAY.
004590     if WS-SES-DATE (WS-SES-SUB) not < WS-ENROLL-START
004600         add 1 to WS-STU-ENROLLED
004610         if DAY-ATTENDED (WS-SES-SUB)
004620             add 1 to WS-STU-PRESENT
004630         end-if
004640     end-if.

004650 PRINT-STUDENT-LINE.
004660     if WS-LINE-COUNT > WS-LINES-PER-PAGE
004670         perform PRINT-PAGE-HEADING
004680     end-if
004690     move WS-CURRENT-ID to ADA-STUDENT-ID
004700     move WS-CURRENT-STUDENT to ADA-STUDENT-NAME
004710     move WS-ENROLL-START to ADA-ENROLL-DATE
004720     move WS-STU-ENROLLED to ADA-ENROLLED
004730     move WS-STU-PRESENT to ADA-PRESENT
004740     move WS-STU-ABSENT to ADA-ABSENT
004750     move WS-STU-ADA to ADA-RATE
004760     write PRINT-LINE from ADA-DETAIL-LINE
004770         after advancing 1 line
004780     perform ARCHIVE-PRINT-LINE
004790     add 1 to WS-LINE-COUNT.

004800 PRINT-PAGE-HEADING.
004810     add 1 to WS-PAGE-COUNT
004820     move WS-PERIOD-CODE to ADA-HEADING-PERIOD
004830     move BDT-BUSINESS-DATE to ADA-HEADING-DATE
004840     move WS-PAGE-COUNT to ADA-HEADING-PAGE
004850     write PRINT-LINE from ADA-HEADING-LINE
004860         after advancing page
004870     perform ARCHIVE-PRINT-LINE
004880     move WS-FROM-DATE to ADA-FROM-DATE
004890     move WS-TO-DATE to ADA-TO-DATE
004900     move WS-SESSION-COUNT to ADA-SESSION-DAYS
004910     write PRINT-LINE from ADA-RANGE-LINE
004920         after advancing 2 lines
004930     perform ARCHIVE-PRINT-LINE
004940     write PRINT-LINE from ADA-COLUMN-LINE
004950         after advancing 2 lines
004960     perform ARCHIVE-PRINT-LINE
004970     move 5 to WS-LINE-COUNT.

004980 FIGURE-PERIOD-ADA.
004990     compute WS-PERIOD-ADA rounded =
005000         WS-TOTAL-PRESENT / WS-SESSION-COUNT
005010     compute WS-PERIOD-ADM rounded =
005020         WS-TOTAL-ENROLLED / WS-SESSION-COUNT
005030     if WS-TOTAL-ENROLLED > 0
005040         compute WS-PERIOD-RATE rounded =
005050             WS-TOTAL-PRESENT / WS-TOTAL-ENROLLED
005060     end-if.

005070 PRINT-PERIOD-TOTALS.
005080     if WS-LINE-COUNT > WS-LINES-PER-PAGE - 8
005090         perform PRINT-PAGE-HEADING
005100     end-if
005110     move "STUDENTS REPORTED" to ADA-TOTAL-LABEL
005120     move WS-STUDENT-COUNT to ADA-TOTAL-VALUE
005130     perform PRINT-TOTAL-LINE
005140     move "TOTAL DAYS ENROLLED" to ADA-TOTAL-LABEL
005150     move WS-TOTAL-ENROLLED to ADA-TOTAL-VALUE
005160     perform PRINT-TOTAL-LINE
005170     move "TOTAL DAYS PRESENT" to ADA-TOTAL-LABEL
005180     move WS-TOTAL-PRESENT to ADA-TOTAL-VALUE
005190     perform PRINT-TOTAL-LINE
005200     move "AVERAGE DAILY MEMBERSHIP" to ADA-TOTAL-LABEL
005210     move WS-PERIOD-ADM to ADA-TOTAL-VALUE
005220     perform PRINT-TOTAL-LINE
005230     move "AVERAGE DAILY ATTENDANCE" to ADA-TOTAL-LABEL
005240     move WS-PERIOD-ADA to ADA-TOTAL-VALUE
005250     perform PRINT-TOTAL-LINE
005260     move "ATTENDANCE RATE" to ADA-TOTAL-LABEL
005270     move WS-PERIOD-RATE to ADA-TOTAL-VALUE
005280     perform PRINT-TOTAL-LINE.

005290 PRINT-TOTAL-LINE.
005300     write PRINT-LINE from ADA-TOTAL-LINE
005310         after advancing 1 line
005320     perform ARCHIVE-PRINT-LINE
005330     add 1 to WS-LINE-COUNT.

005340* the district takes the census only over the signatures of the
005350* preparer, the attendance officer who certifies the counts and
005360* the principal, so the block prints on every run.
005370 PRINT-SIGN-OFF.
005380     if WS-LINE-COUNT > WS-LINES-PER-PAGE - 10
005390         perform PRINT-PAGE-HEADING
005400     end-if
005410     move spaces to PRINT-LINE
005420     move "I CERTIFY THE ABOVE ATTENDANCE FIGURES ARE TRUE AND "
005430         to PRINT-LINE
005440     move "CORRECT FROM THE OFFICIAL RECORDS." to PRINT-LINE (53:)
005450     write PRINT-LINE after advancing 3 lines
005460     perform ARCHIVE-PRINT-LINE
005470     move "PREPARED BY" to ADA-SIGN-TITLE
005480     perform PRINT-SIGN-LINE
005490     move "ATTENDANCE OFFICER" to ADA-SIGN-TITLE
005500     perform PRINT-SIGN-LINE
005510     move "PRINCIPAL" to ADA-SIGN-TITLE
005520     perform PRINT-SIGN-LINE.

005530 PRINT-SIGN-LINE.
005540     write PRINT-LINE from ADA-SIGN-LINE
005550         after advancing 3 lines
005560     perform ARCHIVE-PRINT-LINE
005570     add 3 to WS-LINE-COUNT.

005580* every report line also lands on the report archive by page,
005590* so rptReprint can reproduce a lost census page.
005600 ARCHIVE-PRINT-LINE.
005610     move "ADACENS " to RP-REPORT-NAME
005620     move BDT-BUSINESS-DATE to RP-RUN-DATE
005630     move WS-PAGE-COUNT to RP-PAGE
005640     add 1 to WS-ARCH-LINE-SEQ
005650     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
005660     move PRINT-LINE to RP-PRINT-LINE
005670     write REPORT-ARCHIVE-RECORD
005680     move WS-RPTARCH-STATUS to IOC-STATUS
005690     move "RPTARCH" to IOC-FILE-NAME
005700     perform ZZ-CHECK-WRITE.

005710 WRITE-CENSUS-HEADER.
005720     move spaces to CENSUS-RECORD
005730     set CF-HEADER to true
005740     move BDT-BUSINESS-DATE to CF-RUN-DATE
005750     move WS-PERIOD-CODE to CF-PERIOD-CODE
005760     move WS-FROM-DATE (1:8) to CF-FROM-DATE
005770     move WS-TO-DATE (1:8) to CF-TO-DATE
005780     move WS-SESSION-COUNT to CF-SESSION-DAYS
005790     perform WRITE-CENSUS-RECORD.

005800* directory-withheld students still count for funding, but
005810* their names go to the district masked.
005820 WRITE-CENSUS-DETAIL.
005830     move spaces to CENSUS-RECORD
005840     set CF-DETAIL to true
005850     move WS-CURRENT-ID to CF-STUDENT-ID
005860     move "N" to DSC-MASKED-FLAG
005870     if STUDENT-WITHHELD
005880         move all "*" to CF-STUDENT-NAME
005890         move "Y" to DSC-MASKED-FLAG
005900         add 1 to WS-WITHHELD-COUNT
005910     else
005920         move WS-CURRENT-STUDENT to CF-STUDENT-NAME
005930     end-if
005940     move WS-ENROLL-START (1:8) to CF-ENROLL-DATE
005950     move WS-STU-ENROLLED to CF-DAYS-ENROLLED
005960     move WS-STU-PRESENT to CF-DAYS-PRESENT
005970     move WS-STU-ABSENT to CF-DAYS-ABSENT
005980     move WS-STU-ADA to CF-ADA-RATE
005990     perform WRITE-CENSUS-RECORD
006000     move WS-CURRENT-ID to DSC-STUDENT-ID
006010     move WS-CURRENT-STUDENT to DSC-STUDENT-NAME
006020     perform ZD-LOG-DISCLOSURE.

006030 WRITE-CENSUS-TRAILER.
006040     move spaces to CENSUS-RECORD
006050     set CF-TRAILER to true
006060     move WS-STUDENT-COUNT to CF-RECORD-COUNT
006070     move WS-TOTAL-ENROLLED to CF-TOTAL-ENROLLED
006080     move WS-TOTAL-PRESENT to CF-TOTAL-PRESENT
006090     move WS-PERIOD-ADA to CF-PERIOD-ADA
006100     move WS-PERIOD-ADM to CF-PERIOD-ADM
006110     move WS-WITHHELD-COUNT to CF-WITHHELD-COUNT
006120     perform WRITE-CENSUS-RECORD.

006130 WRITE-CENSUS-RECORD.
006140     write CENSUS-RECORD
006150     move WS-CENSUS-STATUS to IOC-STATUS
006160     move "ADACENF" to IOC-FILE-NAME
006170     perform ZZ-CHECK-WRITE.

006180* one standard record per run to the shared RUNLOG operations
006190* file, for the night-end opsReport.
006200 WRITE-RUN-SUMMARY.
006210     open extend RUN-LOG-FILE
006220     if not RUNLOG-OK
006230         open output RUN-LOG-FILE
006240     end-if
006250     move "ATTNCENSUS" to RS-PROGRAM
006260     move BDT-BUSINESS-DATE to RS-RUN-DATE
006270     accept RS-RUN-TIME from TIME
006280     move WS-RUN-START-TIME to RS-START-TIME
006290     move WS-READ-COUNT to RS-RECORDS-READ
006300     move WS-STUDENT-COUNT to RS-RECORDS-POSTED
006310     move WS-NO-ID-COUNT to RS-RECORDS-REJECTED
006320     move "BALANCED" to RS-CONTROL-STATUS
006330     write RUN-SUMMARY-RECORD
006340     close RUN-LOG-FILE.

006350*****************************************************************
006360* ZD-LOG-DISCLOSURE (from the shared DISCPRC copybook)
006370*****************************************************************
006380     copy DISCPRC.

006390*****************************************************************
006400* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006410*****************************************************************
006420     copy IOCHKPRC.

006430*****************************************************************
006440* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006450*****************************************************************
006460     copy BIZDTPRC.
