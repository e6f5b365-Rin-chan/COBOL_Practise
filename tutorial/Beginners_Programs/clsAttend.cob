000010 identification division.
000020 program-id. clsAttend.
000030 author. REGISTRAR-SYSTEMS-GROUP.
000040 date-written. 2026-10-12.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-12   mfc  original -- class roll posting.  Each CLSROLL
000130*                   transaction is one student's mark (present,
000140*                   absent, excused, tardy) for one meeting of one
000150*                   course.  The mark is checked against ENRLDETL
000160*                   -- only a student holding a seat in the course
000170*                   for the TERMCTL current term counts -- and
000180*                   posted to the CLSATTN class attendance file
000190*                   under course, meeting date and student.  A
000200*                   second mark for the same meeting is a
000210*                   corrected roll and replaces the first.
000220*                   Rejects list on SYSOUT and the run writes the
000230*                   standard RUNLOG summary.
000233* 2026-10-15   mfc  term control record now from the shared
000236*                   TERMCTL copybook instead of an inline layout.
000240*****************************************************************

000250 environment division.
000260 input-output section.
000270 file-control.
000280     select CLASS-ROLL assign to "CLSROLL"
000290         organization is sequential
000300         file status is WS-ROLL-STATUS.
000310     select CLASS-ATTENDANCE assign to "CLSATTN"
000320         organization is indexed
000330         access mode is dynamic
000340         record key is CA-KEY
000350         file status is WS-CLSATTN-STATUS.
000360     select ENROLLMENT-DETAIL assign to "ENRLDETL"
000370         organization is indexed
000380         access mode is dynamic
000390         record key is EN-KEY
000400         alternate record key is EN-COURSE-ID with duplicates
000410         file status is WS-ENROLL-STATUS.
000420     select TERM-CONTROL assign to "TERMCTL"
000430         organization is sequential
000440         file status is WS-TERMCTL-STATUS.
000450     select RUN-LOG-FILE assign to "RUNLOG"
000460         organization is sequential
000470         file status is WS-RUNLOG-STATUS.
000480     select OPS-ERROR-LOG assign to "OPSLOG"
000490         organization is sequential
000500         file status is WS-OPSLOG-STATUS.
000510     select BUSINESS-DATE-FILE assign to "BIZDATE"
000520         organization is sequential
000530         file status is WS-BIZDT-STATUS.

000540 data division.
000550 file section.
000560 fd  CLASS-ROLL.
000570 01  CLASS-ROLL-RECORD.
000580     05 CR-COURSE-ID           PIC X(06).
000590     05 CR-MEET-DATE           PIC X(10).
000600     05 CR-STUDENT-ID          PIC 9(06).
000610     05 CR-STATUS              PIC X(01).
000620         88 CR-VALID-STATUS    VALUE "P" "A" "E" "T".

000630 fd  CLASS-ATTENDANCE.
000640     copy CLSATTN.

000650 fd  ENROLLMENT-DETAIL.
000660     copy ENRLDETL.

000670 fd  TERM-CONTROL.
000680     copy TERMCTL.

000700 fd  RUN-LOG-FILE.
000710     copy RUNSUM.

000720 fd  OPS-ERROR-LOG.
000730     copy OPSERR.

000740 fd  BUSINESS-DATE-FILE.
000750     copy BIZDATE.

000760 working-storage section.
000770 copy BIZDTWS.
000780 copy IOCHKWS.
000790 copy DATEVAL.
000800 01 WS-ROLL-STATUS            PIC X(02).
000810     88 ROLL-OK               VALUE "00".
000820 01 WS-CLSATTN-STATUS         PIC X(02).
000830     88 CLSATTN-OK            VALUE "00".
000840     88 CLSATTN-DUPLICATE     VALUE "22".
000850 01 WS-ENROLL-STATUS          PIC X(02).
000860     88 ENROLL-OK             VALUE "00".
000870 01 WS-TERMCTL-STATUS         PIC X(02).
000880     88 TERMCTL-OK            VALUE "00".
000890 01 WS-RUNLOG-STATUS          PIC X(02).
000900     88 RUNLOG-OK             VALUE "00".
000910 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
000920 01 WS-ROLL-EOF-SWITCH        PIC X(01) VALUE "N".
000930     88 ROLL-EOF              VALUE "Y".
000940 01 WS-ENRL-EOF-SWITCH        PIC X(01) VALUE "N".
000950     88 ENRL-EOF              VALUE "Y".
000960 01 WS-MARK-VALID-SWITCH      PIC X(01) VALUE "Y".
000970     88 MARK-VALID            VALUE "Y".
000980 01 WS-REJECT-REASON          PIC X(30) VALUE SPACES.
000990 01 WS-CURRENT-TERM           PIC X(05) VALUE SPACES.
001000 01 WS-BUSINESS-DATE-X        PIC X(10) VALUE SPACES.
001010 01 WS-READ-COUNT             PIC 9(06) VALUE ZEROES.
001020 01 WS-POSTED-COUNT           PIC 9(06) VALUE ZEROES.
001030 01 WS-CORRECTED-COUNT        PIC 9(06) VALUE ZEROES.
001040 01 WS-REJECT-COUNT           PIC 9(06) VALUE ZEROES.
001050*
001060* the class list for the course on the roll in hand, loaded off
001070* the ENRLDETL course key when the course changes -- a roll comes
001080* in a course at a time, so each class is read once per run.
001090 01 WS-CLASS-MAX              PIC 9(03) VALUE 300.
001100 01 WS-CLASS-COUNT            PIC 9(03) VALUE ZEROES.
001110 01 WS-CLASS-COURSE           PIC X(06) VALUE SPACES.
001120 01 WS-CLASS-TABLE.
001130     05 WS-CLASS-ENTRY        OCCURS 300 TIMES.
001140         10 WS-CLS-STUDENT-ID PIC 9(06).
001150         10 WS-CLS-NAME       PIC X(25).
001160 01 WS-CLS-SUB                PIC 9(03) VALUE ZEROES.
001170 01 WS-CLS-FOUND-SWITCH       PIC X(01) VALUE "N".
001180     88 STUDENT-IN-CLASS      VALUE "Y".

001190 procedure division.
001200 PRG-BEGIN.
001210     move "CLSATTEND" to IOC-PROGRAM
001220     accept WS-RUN-START-TIME from TIME
001230     perform ZB-GET-BUSINESS-DATE
001240     move BDT-BUSINESS-DATE to WS-BUSINESS-DATE-X
001250     perform GET-CURRENT-TERM
001260     open input CLASS-ROLL
001270     if not ROLL-OK
001280         display "*** NO CLSROLL ROLL FILE - job ABORTED ***"
001290         move 8 to RETURN-CODE
001300         stop run
001310     end-if
001320     open input ENROLLMENT-DETAIL
001330     if not ENROLL-OK
001340         display "*** ENRLDETL WILL NOT OPEN, STATUS "
001350             WS-ENROLL-STATUS " - job ABORTED ***"
001360         move 8 to RETURN-CODE
001370         stop run
001380     end-if
001390     open i-o CLASS-ATTENDANCE
001400     if not CLSATTN-OK
001410         open output CLASS-ATTENDANCE
001420         close CLASS-ATTENDANCE
001430         open i-o CLASS-ATTENDANCE
001440     end-if
001450     perform READ-ROLL-RECORD
001460     perform POST-ONE-MARK until ROLL-EOF
001470     close CLASS-ROLL
001480     close ENROLLMENT-DETAIL
001490     close CLASS-ATTENDANCE
001500     display "-----------------------------------"
001510     display "Term                  : " WS-CURRENT-TERM
001520     display "Roll marks read       : " WS-READ-COUNT
001530     display "Marks posted          : " WS-POSTED-COUNT
001540     display "Marks corrected       : " WS-CORRECTED-COUNT
001550     display "Marks rejected        : " WS-REJECT-COUNT
001560     if WS-REJECT-COUNT > 0
001570         move 4 to RETURN-CODE
001580     end-if
001590     perform WRITE-RUN-SUMMARY
001600     stop run.

001610* attendance only counts against the term being taught.
001620 GET-CURRENT-TERM.
001630     open input TERM-CONTROL
001640     if not TERMCTL-OK
001650         display "*** NO TERMCTL CONTROL RECORD - job ABORTED ***"
001660         move 8 to RETURN-CODE
001670         stop run
001680     end-if
001690     read TERM-CONTROL
001700         at end move spaces to WS-CURRENT-TERM
001710         not at end move TC-CURRENT-TERM to WS-CURRENT-TERM
001720     end-read
001730     close TERM-CONTROL
001740     if WS-CURRENT-TERM = spaces
001750         display "*** NO CURRENT TERM ON TERMCTL - "
001755             "job ABORTED ***"
001760         move 8 to RETURN-CODE
001770         stop run
001780     end-if.

001790 READ-ROLL-RECORD.
001800     read CLASS-ROLL
001810         at end set ROLL-EOF to true
001820     end-read.

001830 POST-ONE-MARK.
001840     add 1 to WS-READ-COUNT
001850     perform EDIT-ROLL-MARK
001860     if MARK-VALID
001870         perform WRITE-ATTENDANCE-MARK
001880     else
001890         add 1 to WS-REJECT-COUNT
001900         display "ROLL REJECT : " CR-COURSE-ID " " CR-MEET-DATE
001910             " " CR-STUDENT-ID " - " WS-REJECT-REASON
001920     end-if
001930     perform READ-ROLL-RECORD.

001940* a mark must carry a known status code, a real calendar date
001950* no later than the business date, and a student who holds a
001960* seat in the course this term.
001970 EDIT-ROLL-MARK.
001980     move "Y" to WS-MARK-VALID-SWITCH
001990     move spaces to WS-REJECT-REASON
002000     if not CR-VALID-STATUS
002010         move "N" to WS-MARK-VALID-SWITCH
002020         move "STATUS NOT P, A, E OR T" to WS-REJECT-REASON
002030     end-if
002040     if MARK-VALID
002050         if CR-MEET-DATE (1:8) not numeric
002060             or CR-MEET-DATE (9:2) not = spaces
002070             move "N" to WS-MARK-VALID-SWITCH
002080         else
002090             move CR-MEET-DATE (1:8) to DTV-RAW-DATE
002100             perform DTV-VALIDATE-DATE
002110             if DTV-DATE-INVALID
002120                 move "N" to WS-MARK-VALID-SWITCH
002130             end-if
002140         end-if
002150         if not MARK-VALID
002160             move "MEETING DATE NOT YYYYMMDD" to WS-REJECT-REASON
002170         end-if
002180     end-if
002190     if MARK-VALID
002200         and CR-MEET-DATE > WS-BUSINESS-DATE-X
002210         move "N" to WS-MARK-VALID-SWITCH
002220         move "MEETING DATE IN THE FUTURE" to WS-REJECT-REASON
002230     end-if
002240     if MARK-VALID
002250         if CR-COURSE-ID not = WS-CLASS-COURSE
002260             perform LOAD-CLASS-LIST
002270         end-if
002280         perform FIND-CLASS-STUDENT
002290         if not STUDENT-IN-CLASS
002300             move "N" to WS-MARK-VALID-SWITCH
002310             move "NOT ENROLLED IN THE COURSE" to WS-REJECT-REASON
002320         end-if
002330     end-if.

002340 LOAD-CLASS-LIST.
002350     move CR-COURSE-ID to WS-CLASS-COURSE
002360     move zeroes to WS-CLASS-COUNT
002370     move "N" to WS-ENRL-EOF-SWITCH
002380     move CR-COURSE-ID to EN-COURSE-ID
002390     start ENROLLMENT-DETAIL key is = EN-COURSE-ID
002400         invalid key set ENRL-EOF to true
002410     end-start
002420     if not ENRL-EOF
002430         perform READ-NEXT-ENROLLMENT
002440     end-if
002450     perform NOTE-CLASS-SEAT until ENRL-EOF.

002460 READ-NEXT-ENROLLMENT.
002470     read ENROLLMENT-DETAIL next record
002480         at end set ENRL-EOF to true
002490     end-read
002500     if not ENRL-EOF
002510         and EN-COURSE-ID not = WS-CLASS-COURSE
002520         set ENRL-EOF to true
002530     end-if.

002540 NOTE-CLASS-SEAT.
002550     if EN-TERM = WS-CURRENT-TERM
002560         and EN-STUDENT-ID not = zeroes
002570         if WS-CLASS-COUNT < WS-CLASS-MAX
002580             add 1 to WS-CLASS-COUNT
002590             move EN-STUDENT-ID
002600                 to WS-CLS-STUDENT-ID (WS-CLASS-COUNT)
002610             move EN-STUDENT-NAME to WS-CLS-NAME (WS-CLASS-COUNT)
002620         else
002630             display "*** MORE THAN " WS-CLASS-MAX
002640                 " STUDENTS IN " WS-CLASS-COURSE
002650                 " - run ABORTED ***"
002660             move 8 to RETURN-CODE
002670             stop run
002680         end-if
002690     end-if
002700     perform READ-NEXT-ENROLLMENT.

002710 FIND-CLASS-STUDENT.
002720     move "N" to WS-CLS-FOUND-SWITCH
002730     if WS-CLASS-COUNT > 0
002740         perform TEST-CLASS-STUDENT
002750             varying WS-CLS-SUB from 1 by 1
002760             until WS-CLS-SUB > WS-CLASS-COUNT
002770                 or STUDENT-IN-CLASS
002780     end-if
002790     if STUDENT-IN-CLASS
002800         subtract 1 from WS-CLS-SUB
002810     end-if.

002820 TEST-CLASS-STUDENT.
002830     if WS-CLS-STUDENT-ID (WS-CLS-SUB) = CR-STUDENT-ID
002840         set STUDENT-IN-CLASS to true
002850     end-if.

002860* a second mark for the same student and meeting is the
002870* instructor's correction -- it replaces the first.
002880 WRITE-ATTENDANCE-MARK.
002890     move CR-COURSE-ID to CA-COURSE-ID
002900     move CR-MEET-DATE to CA-MEET-DATE
002910     move CR-STUDENT-ID to CA-STUDENT-ID
002920     move WS-CLS-NAME (WS-CLS-SUB) to CA-STUDENT-NAME
002930     move WS-CURRENT-TERM to CA-TERM
002940     move CR-STATUS to CA-STATUS
002950     move BDT-BUSINESS-DATE to CA-POSTED-DATE
002960     write CLASS-ATTENDANCE-RECORD
002970     if CLSATTN-DUPLICATE
002980         rewrite CLASS-ATTENDANCE-RECORD
002990         move WS-CLSATTN-STATUS to IOC-STATUS
003000         move "CLSATTN" to IOC-FILE-NAME
003010         perform ZZ-CHECK-WRITE
003020         add 1 to WS-CORRECTED-COUNT
003030     else
003040         move WS-CLSATTN-STATUS to IOC-STATUS
003050         move "CLSATTN" to IOC-FILE-NAME
003060         perform ZZ-CHECK-WRITE
003070         add 1 to WS-POSTED-COUNT
003080     end-if.

003090* one standard record per run to the shared RUNLOG operations
003100* file, for the night-end opsReport.
003110 WRITE-RUN-SUMMARY.
003120     open extend RUN-LOG-FILE
003130     if not RUNLOG-OK
003140         open output RUN-LOG-FILE
003150     end-if
003160     move "CLSATTEND" to RS-PROGRAM
003170     move BDT-BUSINESS-DATE to RS-RUN-DATE
003180     accept RS-RUN-TIME from TIME
003190     move WS-RUN-START-TIME to RS-START-TIME
003200     move WS-READ-COUNT to RS-RECORDS-READ
003210     compute RS-RECORDS-POSTED =
003220         WS-POSTED-COUNT + WS-CORRECTED-COUNT
003230     move WS-REJECT-COUNT to RS-RECORDS-REJECTED
003240     move "BALANCED" to RS-CONTROL-STATUS
003250     write RUN-SUMMARY-RECORD
003260     close RUN-LOG-FILE.

003270*****************************************************************
003280* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
003290*****************************************************************
003300     copy DATEPRC.

003310*****************************************************************
003320* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003330*****************************************************************
003340     copy IOCHKPRC.

003350*****************************************************************
003360* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003370*****************************************************************
003380     copy BIZDTPRC.
