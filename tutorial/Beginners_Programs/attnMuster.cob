000010 identification division.
000020 program-id. attnMuster.
000030 author. REGISTRAR-SYSTEMS-GROUP.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   mfc  original -- emergency roll call.  Reads
000130*                   today's ATTNLOG on demand and lists every
000140*                   student whose last record of the day is a
000150*                   sign-in, with the student ID and sign-in time,
000160*                   so the office knows who is in the building
000170*                   during a drill or an evacuation.  The operator
000180*                   picks the order, by name or by sign-in time.
000190*                   The list prints to MUSTLST with a count at the
000200*                   bottom, shows on the console as it prints, and
000210*                   is captured to RPTARCH.
000220*****************************************************************

000230 environment division.
000240 input-output section.
000250 file-control.
000260     select ATTENDANCE-LOG assign to "ATTNLOG"
000270         organization is sequential
000280         file status is WS-TRAN-STATUS.
000290     select SORT-WORK-FILE assign to "MUSTSWK".
000300     select MUSTER-PRINT assign to "MUSTLST"
000310         organization is sequential
000320         file status is WS-PRINT-STATUS.
000330     select REPORT-ARCHIVE assign to "RPTARCH"
000340         organization is sequential
000350         file status is WS-RPTARCH-STATUS.
000360     select OPS-ERROR-LOG assign to "OPSLOG"
000370         organization is sequential
000380         file status is WS-OPSLOG-STATUS.
000390     select BUSINESS-DATE-FILE assign to "BIZDATE"
000400         organization is sequential
000410         file status is WS-BIZDT-STATUS.

000420 data division.
000430 file section.
000440 fd  ATTENDANCE-LOG.
000450     copy ATTNLOG.

000460 sd  SORT-WORK-FILE.
000470 01  SORT-WORK-RECORD.
000480     05 SW-SORT-KEY            PIC X(25).
000490     05 SW-TIME                PIC 9(08).
000500     05 SW-STUDENT-ID          PIC 9(06).
000510     05 SW-STUDENT             PIC X(25).

000520 fd  MUSTER-PRINT.
000530 01  PRINT-LINE                PIC X(132).

000540 fd  REPORT-ARCHIVE.
000550     copy RPTARCH.

000560 fd  OPS-ERROR-LOG.
000570     copy OPSERR.

000580 fd  BUSINESS-DATE-FILE.
000590     copy BIZDATE.

000600 working-storage section.
000610 copy BIZDTWS.
000620 copy IOCHKWS.
000630 01 WS-TRAN-STATUS            PIC X(02).
000640     88 TRAN-OK               VALUE "00".
000650 01 WS-PRINT-STATUS           PIC X(02).
000660     88 PRINT-OK              VALUE "00".
000670 01 WS-RPTARCH-STATUS         PIC X(02).
000680     88 RPTARCH-OK            VALUE "00".
000690 01 WS-LOG-EOF-SWITCH         PIC X(01) VALUE "N".
000700     88 LOG-EOF               VALUE "Y".
000710 01 WS-SORT-EOF-SWITCH        PIC X(01) VALUE "N".
000720     88 SORT-EOF              VALUE "Y".
000730 01 WS-ORDER-SWITCH           PIC X(01) VALUE "N".
000740     88 ORDER-BY-NAME         VALUE "N" "n".
000750     88 ORDER-BY-TIME         VALUE "T" "t".
000760 01 WS-MUSTER-DATE            PIC X(10).
000770 01 WS-MUSTER-TIME            PIC 9(08) VALUE ZEROES.
000780 01 WS-READ-COUNT             PIC 9(06) VALUE ZEROES.
000790 01 WS-IN-BUILDING-COUNT      PIC 9(04) VALUE ZEROES.
000800 01 WS-PAGE-COUNT             PIC 9(04) VALUE ZEROES.
000810 01 WS-LINE-COUNT             PIC 9(03) VALUE ZEROES.
000820 01 WS-LINES-PER-PAGE         PIC 9(03) VALUE 50.
000830 01 WS-ARCH-LINE-SEQ          PIC 9(06) VALUE ZEROES.
000840*
000850* one slot per student seen today -- a sign-in opens the slot
000860* with its time, a sign-out closes it, and a later sign-in
000870* opens it again.  Whoever is left open is in the building.
000880 01 WS-STU-MAX                PIC 9(03) VALUE 500.
000890 01 WS-STU-COUNT              PIC 9(03) VALUE ZEROES.
000900 01 WS-STU-TABLE.
000910     05 WS-STU-ENTRY          OCCURS 500 TIMES.
000920         10 WS-STU-ID         PIC 9(06).
000930         10 WS-STU-NAME       PIC X(25).
000940         10 WS-STU-IN-TIME    PIC 9(08).
000950         10 WS-STU-OUT-FLAG   PIC X(01).
000960             88 SIGNED-OUT    VALUE "Y".
000970 01 WS-STU-SUB                PIC 9(03) VALUE ZEROES.
000980 01 WS-STU-FOUND-SWITCH       PIC X(01) VALUE "N".
000990     88 STUDENT-IN-TABLE      VALUE "Y".
001000 01 WS-TABLE-FULL-SWITCH      PIC X(01) VALUE "N".
001010     88 TABLE-FULL            VALUE "Y".
001020*
001030* report lines.
001040 01 MUS-HEADING-LINE.
001050     05 FILLER                PIC X(28) VALUE
001060         "STUDENT REGISTRATION SYSTEM".
001070     05 FILLER                PIC X(34) VALUE
001080         "EMERGENCY ROLL CALL".
001090     05 FILLER                PIC X(06) VALUE "DATE ".
001100     05 MUS-HEADING-DATE      PIC X(10).
001110     05 FILLER                PIC X(09) VALUE "   AS OF ".
001120     05 MUS-HEADING-HH        PIC 9(02).
001130     05 FILLER                PIC X(01) VALUE ":".
001140     05 MUS-HEADING-MM        PIC 9(02).
001150     05 FILLER                PIC X(08) VALUE "   PAGE ".
001160     05 MUS-HEADING-PAGE      PIC ZZZ9.
001170 01 MUS-ORDER-LINE.
001180     05 FILLER                PIC X(31) VALUE
001190         "STUDENTS SIGNED IN, LISTED BY ".
001200     05 MUS-ORDER-TEXT        PIC X(14).
001210 01 MUS-COLUMN-LINE.
001220     05 FILLER                PIC X(40) VALUE
001230         "STUDENT ID  NAME".
001240     05 FILLER                PIC X(20) VALUE
001250         "SIGNED IN".
001260 01 MUS-DETAIL-LINE.
001270     05 MUS-STUDENT-ID        PIC 9(06).
001280     05 FILLER                PIC X(06) VALUE SPACES.
001290     05 MUS-STUDENT-NAME      PIC X(25).
001300     05 FILLER                PIC X(03) VALUE SPACES.
001310     05 MUS-IN-HH             PIC 9(02).
001320     05 FILLER                PIC X(01) VALUE ":".
001330     05 MUS-IN-MM             PIC 9(02).
001340     05 FILLER                PIC X(01) VALUE ":".
001350     05 MUS-IN-SS             PIC 9(02).
001360 01 MUS-COUNT-LINE.
001370     05 FILLER                PIC X(30) VALUE
001380         "STUDENTS IN THE BUILDING: ".
001390     05 MUS-COUNT             PIC ZZZ9.
001400 01 WS-TIME-PARTS.
001410     05 WS-TIME-HH            PIC 9(02).
001420     05 WS-TIME-MM            PIC 9(02).
001430     05 WS-TIME-SS            PIC 9(02).
001440     05 WS-TIME-CC            PIC 9(02).

001450 procedure division.
001460 PRG-BEGIN.
001470     move "ATTNMUSTER" to IOC-PROGRAM
001480     perform ZB-GET-BUSINESS-DATE
001490     display "List order - N by name, T by sign-in time (N):"
001500     accept WS-ORDER-SWITCH
001510     if not ORDER-BY-TIME
001520         move "N" to WS-ORDER-SWITCH
001530     end-if
001540     accept WS-MUSTER-DATE from DATE YYYYMMDD
001550     accept WS-MUSTER-TIME from TIME
001560     perform SWEEP-TODAYS-LOG
001570     open output MUSTER-PRINT
001580     open extend REPORT-ARCHIVE
001590     if not RPTARCH-OK
001600         open output REPORT-ARCHIVE
001610     end-if
001620     perform PRINT-PAGE-HEADING
001630     sort SORT-WORK-FILE
001640         on ascending key SW-SORT-KEY
001650         on ascending key SW-TIME
001660         input procedure is RELEASE-OPEN-SIGNINS
001670             thru RELEASE-OPEN-SIGNINS-EXIT
001680         output procedure is PRINT-MUSTER-LIST
001690             thru PRINT-MUSTER-LIST-EXIT
001700     perform PRINT-MUSTER-COUNT
001710     close MUSTER-PRINT
001720     close REPORT-ARCHIVE
001730     display "-----------------------------------"
001740     display "Log records read        : " WS-READ-COUNT
001750     display "Students in the building: " WS-IN-BUILDING-COUNT
001760     if TABLE-FULL
001770         display "*** MORE THAN " WS-STU-MAX
001780             " STUDENTS TODAY - list is INCOMPLETE ***"
001790         move 4 to RETURN-CODE
001800     end-if
001810     stop run.

001820 SWEEP-TODAYS-LOG.
001830     move "N" to WS-LOG-EOF-SWITCH
001840     open input ATTENDANCE-LOG
001850     if not TRAN-OK
001860         display "No attendance log on file"
001870         set LOG-EOF to true
001880     else
001890         perform READ-LOG-RECORD
001900         perform NOTE-TODAYS-RECORD until LOG-EOF
001910         close ATTENDANCE-LOG
001920     end-if.

001930 READ-LOG-RECORD.
001940     read ATTENDANCE-LOG
001950         at end set LOG-EOF to true
001960     end-read.

001970 NOTE-TODAYS-RECORD.
001980     add 1 to WS-READ-COUNT
001990     if AL-DATE = WS-MUSTER-DATE
002000         if AL-SIGN-OUT
002010             perform MARK-SIGNED-OUT
002020         else
002030             perform NOTE-SIGNED-IN
002040         end-if
002050     end-if
002060     perform READ-LOG-RECORD.

002070* in an emergency a full table must not stop the list -- the
002080* students already held still print, and the shortfall is
002090* called out on the console.
002100 NOTE-SIGNED-IN.
002110     perform FIND-STUDENT-SLOT
002120     if not STUDENT-IN-TABLE
002130         if WS-STU-COUNT < WS-STU-MAX
002140             add 1 to WS-STU-COUNT
002150             move WS-STU-COUNT to WS-STU-SUB
002160             move AL-STUDENT-ID to WS-STU-ID (WS-STU-SUB)
002170             move AL-STUDENT to WS-STU-NAME (WS-STU-SUB)
002180             set STUDENT-IN-TABLE to true
002190         else
002200             set TABLE-FULL to true
002210         end-if
002220     end-if
002230     if STUDENT-IN-TABLE
002240         move AL-TIME to WS-STU-IN-TIME (WS-STU-SUB)
002250         move "N" to WS-STU-OUT-FLAG (WS-STU-SUB)
002260     end-if.

002270 MARK-SIGNED-OUT.
002280     perform FIND-STUDENT-SLOT
002290     if STUDENT-IN-TABLE
002300         move "Y" to WS-STU-OUT-FLAG (WS-STU-SUB)
002310     end-if.

002320* students from before the ID stamp match on the logged name.
002330 FIND-STUDENT-SLOT.
002340     move "N" to WS-STU-FOUND-SWITCH
002350     if WS-STU-COUNT > 0
002360         perform TEST-STUDENT-SLOT
002370             varying WS-STU-SUB from 1 by 1
002380             until WS-STU-SUB > WS-STU-COUNT
002390                 or STUDENT-IN-TABLE
002400     end-if
002410     if STUDENT-IN-TABLE
002420         subtract 1 from WS-STU-SUB
002430     end-if.

002440 TEST-STUDENT-SLOT.
002450     if (AL-STUDENT-ID not = zeroes
002460         and WS-STU-ID (WS-STU-SUB) = AL-STUDENT-ID)
002470         or (AL-STUDENT-ID = zeroes
002480         and WS-STU-NAME (WS-STU-SUB) = AL-STUDENT)
002490         set STUDENT-IN-TABLE to true
002500     end-if.

002510* only the students still signed in go into the sort, keyed on
002520* the name or the sign-in time as the operator asked.
002530 RELEASE-OPEN-SIGNINS.
002540     if WS-STU-COUNT > 0
002550         perform RELEASE-ONE-STUDENT
002560             varying WS-STU-SUB from 1 by 1
002570             until WS-STU-SUB > WS-STU-COUNT
002580     end-if
002590     go to RELEASE-OPEN-SIGNINS-EXIT.

002600 RELEASE-ONE-STUDENT.
002610     if not SIGNED-OUT (WS-STU-SUB)
002620         if ORDER-BY-TIME
002630             move WS-STU-IN-TIME (WS-STU-SUB) to SW-SORT-KEY
002640         else
002650             move WS-STU-NAME (WS-STU-SUB) to SW-SORT-KEY
002660         end-if
002670         move WS-STU-IN-TIME (WS-STU-SUB) to SW-TIME
002680         move WS-STU-ID (WS-STU-SUB) to SW-STUDENT-ID
002690         move WS-STU-NAME (WS-STU-SUB) to SW-STUDENT
002700         release SORT-WORK-RECORD
002710     end-if.

002720 RELEASE-OPEN-SIGNINS-EXIT.
002730     exit.

002740 PRINT-MUSTER-LIST.
002750     move "N" to WS-SORT-EOF-SWITCH
002760     perform RETURN-SORTED-STUDENT
002770     perform PRINT-ONE-STUDENT until SORT-EOF
002780     go to PRINT-MUSTER-LIST-EXIT.

002790 RETURN-SORTED-STUDENT.
002800     return SORT-WORK-FILE
002810         at end set SORT-EOF to true
002820     end-return.

002830 PRINT-ONE-STUDENT.
002840     if WS-LINE-COUNT > WS-LINES-PER-PAGE
002850         perform PRINT-PAGE-HEADING
002860     end-if
002870     add 1 to WS-IN-BUILDING-COUNT
002880     move SW-TIME to WS-TIME-PARTS
002890     move SW-STUDENT-ID to MUS-STUDENT-ID
002900     move SW-STUDENT to MUS-STUDENT-NAME
002910     move WS-TIME-HH to MUS-IN-HH
002920     move WS-TIME-MM to MUS-IN-MM
002930     move WS-TIME-SS to MUS-IN-SS
002940     write PRINT-LINE from MUS-DETAIL-LINE
002950         after advancing 1 line
002960     perform ARCHIVE-PRINT-LINE
002970     display MUS-DETAIL-LINE
002980     add 1 to WS-LINE-COUNT
002990     perform RETURN-SORTED-STUDENT.

003000 PRINT-MUSTER-LIST-EXIT.
003010     exit.

003020 PRINT-PAGE-HEADING.
003030     add 1 to WS-PAGE-COUNT
003040     move WS-MUSTER-DATE to MUS-HEADING-DATE
003050     move WS-MUSTER-TIME to WS-TIME-PARTS
003060     move WS-TIME-HH to MUS-HEADING-HH
003070     move WS-TIME-MM to MUS-HEADING-MM
003080     move WS-PAGE-COUNT to MUS-HEADING-PAGE
003090     write PRINT-LINE from MUS-HEADING-LINE
003100         after advancing page
003110     perform ARCHIVE-PRINT-LINE
003120     if ORDER-BY-TIME
003130         move "SIGN-IN TIME" to MUS-ORDER-TEXT
003140     else
003150         move "NAME" to MUS-ORDER-TEXT
003160     end-if
003170     write PRINT-LINE from MUS-ORDER-LINE
003180         after advancing 2 lines
003190     perform ARCHIVE-PRINT-LINE
003200     write PRINT-LINE from MUS-COLUMN-LINE
003210         after advancing 2 lines
003220     perform ARCHIVE-PRINT-LINE
003230     move 5 to WS-LINE-COUNT.

003240 PRINT-MUSTER-COUNT.
003250     move WS-IN-BUILDING-COUNT to MUS-COUNT
003260     write PRINT-LINE from MUS-COUNT-LINE
003270         after advancing 2 lines
003280     perform ARCHIVE-PRINT-LINE.

003290* every list line also lands on the report archive by page, so
003300* rptReprint can reproduce the roll call afterwards.
003310 ARCHIVE-PRINT-LINE.
003320     move "MUSTER  " to RP-REPORT-NAME
003330     move BDT-BUSINESS-DATE to RP-RUN-DATE
003340     move WS-PAGE-COUNT to RP-PAGE
003350     add 1 to WS-ARCH-LINE-SEQ
003360     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
003370     move PRINT-LINE to RP-PRINT-LINE
003380     write REPORT-ARCHIVE-RECORD
003390     move WS-RPTARCH-STATUS to IOC-STATUS
003400     move "RPTARCH" to IOC-FILE-NAME
003410     perform ZZ-CHECK-WRITE.

003420*****************************************************************
003430* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003440*****************************************************************
003450     copy IOCHKPRC.

003460*****************************************************************
003470* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003480*****************************************************************
003490     copy BIZDTPRC.
