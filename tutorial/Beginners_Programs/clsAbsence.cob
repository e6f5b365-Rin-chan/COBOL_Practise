000010 identification division.
000020 program-id. clsAbsence.
000030 author. REGISTRAR-SYSTEMS-GROUP.
000040 date-written. 2026-10-12.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-12   mfc  original -- weekly class absence report.
000130*                   Reads the TERMCTL current term's CLSATTN marks
000140*                   in course order and, for each course, totals
000150*                   every student's absences, excused absences and
000160*                   tardies for the term to date.  Students whose
000170*                   unexcused absences exceed the limit on the run
000180*                   card print on one CLSABS page per course,
000190*                   headed with the course title and instructor so
000200*                   the page goes straight to the instructor.  A
000210*                   second card gives the first day of the
000220*                   reporting week, and absences from that day on
000230*                   show in their own column.  Every page is
000240*                   captured to RPTARCH.
000243* 2026-10-15   mfc  term control record now from the shared
000246*                   TERMCTL copybook instead of an inline layout.
000250*****************************************************************

000260 environment division.
000270 input-output section.
000280 file-control.
000290     select CLASS-ATTENDANCE assign to "CLSATTN"
000300         organization is indexed
000310         access mode is sequential
000320         record key is CA-KEY
000330         file status is WS-CLSATTN-STATUS.
000340     select COURSE-MASTER assign to "CRSMAST"
000350         organization is indexed
000360         access mode is random
000370         record key is CM-COURSE-ID
000380         file status is WS-COURSE-STATUS.
000390     select INSTRUCTOR-MASTER assign to "INSTMAST"
000400         organization is indexed
000410         access mode is random
000420         record key is IM-INSTRUCTOR-ID
000430         file status is WS-INSTR-STATUS.
000440     select TERM-CONTROL assign to "TERMCTL"
000450         organization is sequential
000460         file status is WS-TERMCTL-STATUS.
000470     select ABSENCE-PRINT assign to "CLSABS"
000480         organization is sequential
000490         file status is WS-PRINT-STATUS.
000500     select REPORT-ARCHIVE assign to "RPTARCH"
000510         organization is sequential
000520         file status is WS-RPTARCH-STATUS.
000530     select OPS-ERROR-LOG assign to "OPSLOG"
000540         organization is sequential
000550         file status is WS-OPSLOG-STATUS.
000560     select BUSINESS-DATE-FILE assign to "BIZDATE"
000570         organization is sequential
000580         file status is WS-BIZDT-STATUS.

000590 data division.
000600 file section.
000610 fd  CLASS-ATTENDANCE.
000620     copy CLSATTN.

000630 fd  COURSE-MASTER.
000640     copy CRSMAST.

000650 fd  INSTRUCTOR-MASTER.
000660     copy INSTMAST.

000670 fd  TERM-CONTROL.
000680     copy TERMCTL.

000700 fd  ABSENCE-PRINT.
000710 01  PRINT-LINE                PIC X(132).

000720 fd  REPORT-ARCHIVE.
000730     copy RPTARCH.

000740 fd  OPS-ERROR-LOG.
000750     copy OPSERR.

000760 fd  BUSINESS-DATE-FILE.
000770     copy BIZDATE.

000780 working-storage section.
000790 copy BIZDTWS.
000800 copy IOCHKWS.
000810 01 WS-CLSATTN-STATUS         PIC X(02).
000820     88 CLSATTN-OK            VALUE "00".
000830 01 WS-COURSE-STATUS          PIC X(02).
000840     88 COURSE-OK             VALUE "00".
000850 01 WS-INSTR-STATUS           PIC X(02).
000860     88 INSTR-OK              VALUE "00".
000870 01 WS-TERMCTL-STATUS         PIC X(02).
000880     88 TERMCTL-OK            VALUE "00".
000890 01 WS-PRINT-STATUS           PIC X(02).
000900     88 PRINT-OK              VALUE "00".
000910 01 WS-RPTARCH-STATUS         PIC X(02).
000920     88 RPTARCH-OK            VALUE "00".
000930 01 WS-MARK-EOF-SWITCH        PIC X(01) VALUE "N".
000940     88 MARK-EOF              VALUE "Y".
000950 01 WS-COURSE-OPEN-SWITCH     PIC X(01) VALUE "N".
000960     88 COURSE-MASTER-OPEN    VALUE "Y".
000970 01 WS-INSTR-OPEN-SWITCH      PIC X(01) VALUE "N".
000980     88 INSTRUCTOR-MASTER-OPEN VALUE "Y".
000990 01 WS-GROUP-OPEN-SWITCH      PIC X(01) VALUE "N".
001000     88 COURSE-GROUP-OPEN     VALUE "Y".
001010 01 WS-ABSENCE-LIMIT          PIC 9(03) VALUE ZEROES.
001020 01 WS-WEEK-START             PIC X(10) VALUE SPACES.
001030 01 WS-CURRENT-TERM           PIC X(05) VALUE SPACES.
001040 01 WS-CURRENT-COURSE         PIC X(06) VALUE SPACES.
001050 01 WS-LAST-MEET-DATE         PIC X(10) VALUE SPACES.
001060 01 WS-MEETING-COUNT          PIC 9(03) VALUE ZEROES.
001070 01 WS-OVER-COUNT             PIC 9(03) VALUE ZEROES.
001080 01 WS-READ-COUNT             PIC 9(06) VALUE ZEROES.
001090 01 WS-COURSE-COUNT           PIC 9(05) VALUE ZEROES.
001100 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
001110 01 WS-STUDENT-LISTED         PIC 9(05) VALUE ZEROES.
001120 01 WS-LINE-COUNT             PIC 9(03) VALUE ZEROES.
001130 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 50.
001140 01 WS-ARCH-LINE-SEQ          PIC 9(06) VALUE ZEROES.
001150*
001160* one slot per student marked in the course in hand, cleared at
001170* each course break.
001180 01 WS-STU-MAX                PIC 9(03) VALUE 300.
001190 01 WS-STU-COUNT              PIC 9(03) VALUE ZEROES.
001200 01 WS-STU-TABLE.
001210     05 WS-STU-ENTRY          OCCURS 300 TIMES.
001220         10 WS-STU-ID         PIC 9(06).
001230         10 WS-STU-NAME       PIC X(25).
001240         10 WS-STU-ABSENT     PIC 9(03).
001250         10 WS-STU-WEEK       PIC 9(03).
001260         10 WS-STU-EXCUSED    PIC 9(03).
001270         10 WS-STU-TARDY      PIC 9(03).
001280 01 WS-STU-SUB                PIC 9(03) VALUE ZEROES.
001290 01 WS-STU-FOUND-SWITCH       PIC X(01) VALUE "N".
001300     88 STUDENT-IN-TABLE      VALUE "Y".
001310*
001320* report lines.
001330 01 ABS-HEADING-LINE.
001340     05 FILLER                PIC X(28) VALUE
001350         "STUDENT REGISTRATION SYSTEM".
001360     05 FILLER                PIC X(24) VALUE
001370         "CLASS ABSENCE REPORT".
001380     05 FILLER                PIC X(06) VALUE "TERM ".
001390     05 ABS-HEADING-TERM      PIC X(05).
001400     05 FILLER                PIC X(11) VALUE "   AS OF ".
001410     05 ABS-HEADING-DATE      PIC 9(08).
001420     05 FILLER                PIC X(08) VALUE "   PAGE ".
001430     05 ABS-HEADING-PAGE      PIC ZZZ9.
001440 01 ABS-COURSE-LINE.
001450     05 FILLER                PIC X(08) VALUE "COURSE ".
001460     05 ABS-COURSE-ID         PIC X(06).
001470     05 FILLER                PIC X(02) VALUE SPACES.
001480     05 ABS-COURSE-TITLE      PIC X(30).
001490     05 FILLER                PIC X(14) VALUE "  INSTRUCTOR ".
001500     05 ABS-INSTRUCTOR-NAME   PIC X(25).
001510 01 ABS-LIMIT-LINE.
001520     05 FILLER                PIC X(20) VALUE
001530         "MEETINGS RECORDED ".
001540     05 ABS-MEETINGS          PIC ZZ9.
001550     05 FILLER                PIC X(18) VALUE
001560         "   ABSENCE LIMIT ".
001570     05 ABS-LIMIT             PIC ZZ9.
001580     05 FILLER                PIC X(16) VALUE
001590         "   WEEK FROM ".
001600     05 ABS-WEEK-START        PIC X(10).
001610 01 ABS-COLUMN-LINE.
001620     05 FILLER                PIC X(40) VALUE
001630         "STUDENT ID  NAME".
001640     05 FILLER                PIC X(40) VALUE
001650         "ABSENT  THIS WEEK  EXCUSED  TARDY".
001660 01 ABS-DETAIL-LINE.
001670     05 ABS-STUDENT-ID        PIC 9(06).
001680     05 FILLER                PIC X(06) VALUE SPACES.
001690     05 ABS-STUDENT-NAME      PIC X(25).
001700     05 FILLER                PIC X(04) VALUE SPACES.
001710     05 ABS-ABSENT            PIC ZZ9.
001720     05 FILLER                PIC X(08) VALUE SPACES.
001730     05 ABS-WEEK              PIC ZZ9.
001740     05 FILLER                PIC X(06) VALUE SPACES.
001750     05 ABS-EXCUSED           PIC ZZ9.
001760     05 FILLER                PIC X(04) VALUE SPACES.
001770     05 ABS-TARDY             PIC ZZ9.

001780 procedure division.
001790 PRG-BEGIN.
001800     move "CLSABSENCE" to IOC-PROGRAM
001810     perform ZB-GET-BUSINESS-DATE
001820     display "Absence limit (unexcused absences):"
001830     accept WS-ABSENCE-LIMIT
001840     display "Reporting week from date YYYYMMDD (stored form):"
001850     accept WS-WEEK-START
001860     if WS-ABSENCE-LIMIT not numeric
001870         display "*** ABSENCE LIMIT MUST BE THREE DIGITS - "
001880             "job ABORTED ***"
001890         move 8 to RETURN-CODE
001900         stop run
001910     end-if
001920     perform GET-CURRENT-TERM
001930     open input CLASS-ATTENDANCE
001940     if not CLSATTN-OK
001950         display "*** CLSATTN WILL NOT OPEN, STATUS "
001960             WS-CLSATTN-STATUS " - job ABORTED ***"
001970         move 8 to RETURN-CODE
001980         stop run
001990     end-if
002000     open input COURSE-MASTER
002010     if COURSE-OK
002020         set COURSE-MASTER-OPEN to true
002030     end-if
002040     open input INSTRUCTOR-MASTER
002050     if INSTR-OK
002060         set INSTRUCTOR-MASTER-OPEN to true
002070     end-if
002080     open output ABSENCE-PRINT
002090     open extend REPORT-ARCHIVE
002100     if not RPTARCH-OK
002110         open output REPORT-ARCHIVE
002120     end-if
002130     perform READ-ATTENDANCE-MARK
002140     perform TALLY-ONE-MARK until MARK-EOF
002150     if COURSE-GROUP-OPEN
002160         perform CLOSE-OUT-COURSE
002170     end-if
002180     display "==================================="
002190     display "Term                   : " WS-CURRENT-TERM
002200     display "Class marks read       : " WS-READ-COUNT
002210     display "Courses with marks     : " WS-COURSE-COUNT
002220     display "Course pages printed   : " WS-PAGE-COUNT
002230     display "Students over the limit: " WS-STUDENT-LISTED
002240     close CLASS-ATTENDANCE
002250     if COURSE-MASTER-OPEN
002260         close COURSE-MASTER
002270     end-if
002280     if INSTRUCTOR-MASTER-OPEN
002290         close INSTRUCTOR-MASTER
002300     end-if
002310     close ABSENCE-PRINT
002320     close REPORT-ARCHIVE
002330     stop run.

002340* absences count against the term being taught.
002350 GET-CURRENT-TERM.
002360     open input TERM-CONTROL
002370     if not TERMCTL-OK
002380         display "*** NO TERMCTL CONTROL RECORD - job ABORTED ***"
002390         move 8 to RETURN-CODE
002400         stop run
002410     end-if
002420     read TERM-CONTROL
002430         at end move spaces to WS-CURRENT-TERM
002440         not at end move TC-CURRENT-TERM to WS-CURRENT-TERM
002450     end-read
002460     close TERM-CONTROL
002470     if WS-CURRENT-TERM = spaces
002480         display "*** NO CURRENT TERM ON TERMCTL - "
002490             "job ABORTED ***"
002500         move 8 to RETURN-CODE
002510         stop run
002520     end-if.

002530 READ-ATTENDANCE-MARK.
002540     read CLASS-ATTENDANCE next record
002550         at end set MARK-EOF to true
002560     end-read.

002570 TALLY-ONE-MARK.
002580     add 1 to WS-READ-COUNT
002590     if CA-TERM = WS-CURRENT-TERM
002600         if not COURSE-GROUP-OPEN
002610             or CA-COURSE-ID not = WS-CURRENT-COURSE
002620             if COURSE-GROUP-OPEN
002630                 perform CLOSE-OUT-COURSE
002640             end-if
002650             perform OPEN-COURSE-GROUP
002660         end-if
002670         if CA-MEET-DATE not = WS-LAST-MEET-DATE
002680             add 1 to WS-MEETING-COUNT
002690             move CA-MEET-DATE to WS-LAST-MEET-DATE
002700         end-if
002710         perform COUNT-STUDENT-MARK
002720     end-if
002730     perform READ-ATTENDANCE-MARK.

002740 OPEN-COURSE-GROUP.
002750     move "Y" to WS-GROUP-OPEN-SWITCH
002760     move CA-COURSE-ID to WS-CURRENT-COURSE
002770     move spaces to WS-LAST-MEET-DATE
002780     move zeroes to WS-MEETING-COUNT
002790     move zeroes to WS-STU-COUNT
002800     add 1 to WS-COURSE-COUNT.

002810 COUNT-STUDENT-MARK.
002820     perform FIND-STUDENT-SLOT
002830     if not STUDENT-IN-TABLE
002840         if WS-STU-COUNT < WS-STU-MAX
002850             add 1 to WS-STU-COUNT
002860             move WS-STU-COUNT to WS-STU-SUB
002870             move CA-STUDENT-ID to WS-STU-ID (WS-STU-SUB)
002880             move CA-STUDENT-NAME to WS-STU-NAME (WS-STU-SUB)
002890             move zeroes to WS-STU-ABSENT (WS-STU-SUB)
002900             move zeroes to WS-STU-WEEK (WS-STU-SUB)
002910             move zeroes to WS-STU-EXCUSED (WS-STU-SUB)
002920             move zeroes to WS-STU-TARDY (WS-STU-SUB)
002930         else
002940             display "*** MORE THAN " WS-STU-MAX
002950                 " STUDENTS IN " WS-CURRENT-COURSE
002960                 " - run ABORTED ***"
002970             move 8 to RETURN-CODE
002980             stop run
002990         end-if
003000     end-if
003010     if CA-ABSENT
003020         add 1 to WS-STU-ABSENT (WS-STU-SUB)
003030         if CA-MEET-DATE not < WS-WEEK-START
003040             add 1 to WS-STU-WEEK (WS-STU-SUB)
003050         end-if
003060     end-if
003070     if CA-EXCUSED
003080         add 1 to WS-STU-EXCUSED (WS-STU-SUB)
003090     end-if
003100     if CA-TARDY
003110         add 1 to WS-STU-TARDY (WS-STU-SUB)
003120     end-if.

003130 FIND-STUDENT-SLOT.
003140     move "N" to WS-STU-FOUND-SWITCH
003150     if WS-STU-COUNT > 0
003160         perform TEST-STUDENT-SLOT
003170             varying WS-STU-SUB from 1 by 1
003180             until WS-STU-SUB > WS-STU-COUNT
003190                 or STUDENT-IN-TABLE
003200     end-if
003210     if STUDENT-IN-TABLE
003220         subtract 1 from WS-STU-SUB
003230     end-if.

003240 TEST-STUDENT-SLOT.
003250     if WS-STU-ID (WS-STU-SUB) = CA-STUDENT-ID
003260         set STUDENT-IN-TABLE to true
003270     end-if.

003280* a course prints only when somebody is over the limit -- the
003290* instructor gets a page of names to act on, not a full roll.
003300 CLOSE-OUT-COURSE.
003310     move zeroes to WS-OVER-COUNT
003320     perform COUNT-OVER-LIMIT
003330         varying WS-STU-SUB from 1 by 1
003340         until WS-STU-SUB > WS-STU-COUNT
003350     if WS-OVER-COUNT > 0
003360         perform PRINT-COURSE-HEADING
003370         perform PRINT-OVER-LIMIT
003380             varying WS-STU-SUB from 1 by 1
003390             until WS-STU-SUB > WS-STU-COUNT
003400     end-if
003410     move "N" to WS-GROUP-OPEN-SWITCH.

003420 COUNT-OVER-LIMIT.
003430     if WS-STU-ABSENT (WS-STU-SUB) > WS-ABSENCE-LIMIT
003440         add 1 to WS-OVER-COUNT
003450     end-if.

003460 PRINT-COURSE-HEADING.
003470     add 1 to WS-PAGE-COUNT
003480     move WS-CURRENT-TERM to ABS-HEADING-TERM
003490     move BDT-BUSINESS-DATE to ABS-HEADING-DATE
003500     move WS-PAGE-COUNT to ABS-HEADING-PAGE
003510     write PRINT-LINE from ABS-HEADING-LINE
003520         after advancing page
003530     perform ARCHIVE-PRINT-LINE
003540     move WS-CURRENT-COURSE to ABS-COURSE-ID
003550     move "(NOT ON COURSE MASTER)" to ABS-COURSE-TITLE
003560     move "(NOT ASSIGNED)" to ABS-INSTRUCTOR-NAME
003570     if COURSE-MASTER-OPEN
003580         move WS-CURRENT-COURSE to CM-COURSE-ID
003590         read COURSE-MASTER
003600             invalid key continue
003610             not invalid key
003620                 move CM-COURSE-TITLE to ABS-COURSE-TITLE
003630                 perform LOOKUP-INSTRUCTOR
003640         end-read
003650     end-if
003660     write PRINT-LINE from ABS-COURSE-LINE
003670         after advancing 2 lines
003680     perform ARCHIVE-PRINT-LINE
003690     move WS-MEETING-COUNT to ABS-MEETINGS
003700     move WS-ABSENCE-LIMIT to ABS-LIMIT
003710     move WS-WEEK-START to ABS-WEEK-START
003720     write PRINT-LINE from ABS-LIMIT-LINE
003730         after advancing 1 line
003740     perform ARCHIVE-PRINT-LINE
003750     write PRINT-LINE from ABS-COLUMN-LINE
003760         after advancing 2 lines
003770     perform ARCHIVE-PRINT-LINE
003780     move 6 to WS-LINE-COUNT.

003790 LOOKUP-INSTRUCTOR.
003800     if INSTRUCTOR-MASTER-OPEN
003810         and CM-INSTRUCTOR-ID not = spaces
003820         move CM-INSTRUCTOR-ID to IM-INSTRUCTOR-ID
003830         read INSTRUCTOR-MASTER
003840             invalid key continue
003850             not invalid key
003860                 move IM-INSTRUCTOR-NAME to ABS-INSTRUCTOR-NAME
003870         end-read
003880     end-if.

003890 PRINT-OVER-LIMIT.
003900     if WS-STU-ABSENT (WS-STU-SUB) > WS-ABSENCE-LIMIT
003910         if WS-LINE-COUNT not < WS-LINES-PER-PAGE
003920             perform PRINT-COURSE-HEADING
003930         end-if
003940         add 1 to WS-STUDENT-LISTED
003950         move WS-STU-ID (WS-STU-SUB) to ABS-STUDENT-ID
003960         move WS-STU-NAME (WS-STU-SUB) to ABS-STUDENT-NAME
003970         move WS-STU-ABSENT (WS-STU-SUB) to ABS-ABSENT
003980         move WS-STU-WEEK (WS-STU-SUB) to ABS-WEEK
003990         move WS-STU-EXCUSED (WS-STU-SUB) to ABS-EXCUSED
004000         move WS-STU-TARDY (WS-STU-SUB) to ABS-TARDY
004010         write PRINT-LINE from ABS-DETAIL-LINE
004020             after advancing 1 line
004030         perform ARCHIVE-PRINT-LINE
004040         add 1 to WS-LINE-COUNT
004050     end-if.

004060* every report line also lands on the report archive by page,
004070* so rptReprint can reproduce one instructor's page.
004080 ARCHIVE-PRINT-LINE.
004090     move "CLSABS  " to RP-REPORT-NAME
004100     move BDT-BUSINESS-DATE to RP-RUN-DATE
004110     move WS-PAGE-COUNT to RP-PAGE
004120     add 1 to WS-ARCH-LINE-SEQ
004130     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
004140     move PRINT-LINE to RP-PRINT-LINE
004150     write REPORT-ARCHIVE-RECORD
004160     move WS-RPTARCH-STATUS to IOC-STATUS
004170     move "RPTARCH" to IOC-FILE-NAME
004180     perform ZZ-CHECK-WRITE.

004190*****************************************************************
004200* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
004210*****************************************************************
004220     copy IOCHKPRC.

004230*****************************************************************
004240* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004250*****************************************************************
004260     copy BIZDTPRC.
