000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. examSched.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-30  RSG Original -- final exam schedule.  Every
000140*                 CRSMAST course of the TERMCTL current term is
000150*                 given the exam slot its meeting pattern (days
000160*                 and class start) maps to on the shop-kept
000170*                 EXAMBLK exam-block table, and the schedule
000180*                 prints by course on EXAMRPT.  The term's
000190*                 ENRLDETL seats then sort by student and exam
000200*                 date, and every student sitting two exams in
000210*                 one slot, or more than two on one day, prints
000220*                 on the conflict list by student.  Courses
000230*                 with no matching block list for the office
000240*                 to place by hand.  Captured to RPTARCH.
000243* 2026-10-15  RSG The term control record comes from the shared
000246*                 TERMCTL copybook instead of an inline layout.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-TERMCTL-STATUS.
000320     SELECT EXAM-BLOCK-FILE ASSIGN TO "EXAMBLK"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-EXAMBLK-STATUS.
000350     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS CM-COURSE-ID
000390         FILE STATUS IS WS-COURSE-STATUS.
000400     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS EN-KEY
000440         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000450         FILE STATUS IS WS-ENROLL-STATUS.
000460     SELECT SORT-WORK-FILE ASSIGN TO "EXMSWK".
000470     SELECT SORTED-SEAT-FILE ASSIGN TO "EXMSRT"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SORT-STATUS.
000500     SELECT EXAM-PRINT ASSIGN TO "EXAMRPT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PRINT-STATUS.
000530     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-RPTARCH-STATUS.
000560     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RUNLOG-STATUS.
000590     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-OPSLOG-STATUS.
000620     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-BIZDT-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  TERM-CONTROL.
000680     COPY TERMCTL.

000700 FD  EXAM-BLOCK-FILE.
000710     COPY EXAMBLK.

000720 FD  COURSE-MASTER.
000730     COPY CRSMAST.

000740 FD  ENROLLMENT-DETAIL.
000750     COPY ENRLDETL.

000760 SD  SORT-WORK-FILE.
000770 01  SORT-WORK-RECORD.
000780     05 SW-STUDENT-ID           PIC 9(06).
000790     05 SW-EXAM-DATE            PIC 9(08).
000800     05 SW-EXAM-START           PIC 9(04).
000810     05 SW-EXAM-SLOT            PIC X(04).
000820     05 SW-COURSE-ID            PIC X(06).
000830     05 SW-STUDENT-NAME         PIC X(25).

000840 FD  SORTED-SEAT-FILE.
000850 01  SORTED-SEAT-RECORD.
000860     05 SR-STUDENT-ID           PIC 9(06).
000870     05 SR-EXAM-DATE            PIC 9(08).
000880     05 SR-EXAM-START           PIC 9(04).
000890     05 SR-EXAM-SLOT            PIC X(04).
000900     05 SR-COURSE-ID            PIC X(06).
000910     05 SR-STUDENT-NAME         PIC X(25).

000920 FD  EXAM-PRINT.
000930 01  PRINT-LINE                 PIC X(132).

000940 FD  REPORT-ARCHIVE.
000950     COPY RPTARCH.

000960 FD  RUN-LOG-FILE.
000970     COPY RUNSUM.

000980 FD  OPS-ERROR-LOG.
000990     COPY OPSERR.

001000 FD  BUSINESS-DATE-FILE.
001010     COPY BIZDATE.

001020 WORKING-STORAGE SECTION.
001030     COPY BIZDTWS.
001040     COPY IOCHKWS.
001050 01  WS-TERMCTL-STATUS          PIC X(02).
001060     88 TERMCTL-OK              VALUE "00".
001070 01  WS-EXAMBLK-STATUS          PIC X(02).
001080     88 EXAMBLK-OK              VALUE "00".
001090 01  WS-COURSE-STATUS           PIC X(02).
001100     88 COURSE-OK               VALUE "00".
001110 01  WS-ENROLL-STATUS           PIC X(02).
001120     88 ENROLL-OK               VALUE "00".
001130 01  WS-SORT-STATUS             PIC X(02).
001140     88 SORT-OK                 VALUE "00".
001150 01  WS-PRINT-STATUS            PIC X(02).
001160     88 PRINT-OK                VALUE "00".
001170 01  WS-RPTARCH-STATUS          PIC X(02).
001180     88 RPTARCH-OK              VALUE "00".
001190 01  WS-RUNLOG-STATUS           PIC X(02).
001200     88 RUNLOG-OK               VALUE "00".
001210 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001220 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001230 01  WS-BLOCK-EOF-SWITCH        PIC X(01) VALUE "N".
001240     88 BLOCK-EOF               VALUE "Y".
001250 01  WS-COURSE-EOF-SWITCH       PIC X(01) VALUE "N".
001260     88 COURSE-EOF              VALUE "Y".
001270 01  WS-DETAIL-EOF-SWITCH       PIC X(01) VALUE "N".
001280     88 DETAIL-EOF              VALUE "Y".
001290 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
001300     88 SORTED-EOF              VALUE "Y".
001310 01  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
001320     88 ENTRY-FOUND             VALUE "Y".
001330*
001340* Exam-block table for the term, loaded from EXAMBLK
001350*
001360 01  WS-BLOCK-MAX               PIC 9(04) VALUE 100.
001370 01  WS-BLOCK-COUNT             PIC 9(04) VALUE ZEROES.
001380 01  WS-BLOCK-SUB               PIC 9(04) VALUE ZEROES.
001390 01  WS-BLOCK-TABLE.
001400     05 WS-BLOCK-ENTRY          OCCURS 100 TIMES.
001410         10 WS-BL-MEET-DAYS     PIC X(07).
001420         10 WS-BL-MEET-START    PIC 9(04).
001430         10 WS-BL-EXAM-SLOT     PIC X(04).
001440         10 WS-BL-EXAM-DATE     PIC 9(08).
001450         10 WS-BL-EXAM-START    PIC 9(04).
001460         10 WS-BL-EXAM-END      PIC 9(04).
001470*
001480* Exam slot given to each scheduled course, for the seat check
001490*
001500 01  WS-EXAM-MAX                PIC 9(04) VALUE 500.
001510 01  WS-EXAM-COUNT              PIC 9(04) VALUE ZEROES.
001520 01  WS-EXAM-SUB                PIC 9(04) VALUE ZEROES.
001530 01  WS-EXAM-TABLE.
001540     05 WS-EXAM-ENTRY           OCCURS 500 TIMES.
001550         10 WS-EX-COURSE-ID     PIC X(06).
001560         10 WS-EX-EXAM-SLOT     PIC X(04).
001570         10 WS-EX-EXAM-DATE     PIC 9(08).
001580         10 WS-EX-EXAM-START    PIC 9(04).
001590*
001600* One student's exams on one day, held until the day closes
001610*
001620 01  WS-DAY-MAX                 PIC 9(02) VALUE 10.
001630 01  WS-DAY-COUNT               PIC 9(02) VALUE ZEROES.
001640 01  WS-DAY-SUB                 PIC 9(02) VALUE ZEROES.
001650 01  WS-DAY-TABLE.
001660     05 WS-DAY-ENTRY            OCCURS 10 TIMES.
001670         10 WS-DY-EXAM-SLOT     PIC X(04).
001680         10 WS-DY-COURSE-ID     PIC X(06).
001690 01  WS-CURRENT-STUDENT         PIC 9(06) VALUE ZEROES.
001700 01  WS-CURRENT-NAME            PIC X(25) VALUE SPACES.
001710 01  WS-CURRENT-DATE            PIC 9(08) VALUE ZEROES.
001720 01  WS-DAY-OPEN-SWITCH         PIC X(01) VALUE "N".
001730     88 DAY-OPEN                VALUE "Y".
001740 01  WS-STUDENT-FLAGGED-SWITCH  PIC X(01) VALUE "N".
001750     88 STUDENT-FLAGGED         VALUE "Y".
001760 01  WS-COURSE-LIST             PIC X(60) VALUE SPACES.
001770 01  WS-COURSE-LIST-PTR         PIC 9(03) VALUE ZEROES.
001780*
001790* Counts
001800*
001810 01  WS-COURSES-READ            PIC 9(06) VALUE ZEROES.
001820 01  WS-COURSES-IN-TERM         PIC 9(06) VALUE ZEROES.
001830 01  WS-COURSES-SCHEDULED       PIC 9(06) VALUE ZEROES.
001840 01  WS-COURSES-UNPLACED        PIC 9(06) VALUE ZEROES.
001850 01  WS-SEATS-READ              PIC 9(06) VALUE ZEROES.
001860 01  WS-SEATS-RELEASED          PIC 9(06) VALUE ZEROES.
001870 01  WS-SEATS-NO-EXAM           PIC 9(06) VALUE ZEROES.
001880 01  WS-UNSTAMPED-COUNT         PIC 9(06) VALUE ZEROES.
001890 01  WS-SAME-SLOT-COUNT         PIC 9(06) VALUE ZEROES.
001900 01  WS-OVERLOAD-COUNT          PIC 9(06) VALUE ZEROES.
001910 01  WS-STUDENTS-FLAGGED        PIC 9(06) VALUE ZEROES.
001920 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
001930 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001940 01  EXM-HEADING-LINE.
001950     05 FILLER                  PIC X(30) VALUE
001960         "STUDENT REGISTRATION SYSTEM".
001970     05 FILLER                  PIC X(20) VALUE
001980         "FINAL EXAMS".
001990     05 FILLER                  PIC X(06) VALUE "TERM ".
002000     05 EXM-HEADING-TERM        PIC X(05).
002010     05 FILLER                  PIC X(03) VALUE SPACES.
002020     05 EXM-HEADING-DATE        PIC 9(08).
002030     05 FILLER                  PIC X(60) VALUE SPACES.
002040 01  EXM-SECTION-LINE.
002050     05 EXM-SECTION-TITLE       PIC X(40).
002060     05 FILLER                  PIC X(92) VALUE SPACES.
002070 01  EXM-SCHED-COLUMN-LINE.
002080     05 FILLER                  PIC X(44) VALUE
002090         "  COURSE  TITLE".
002100     05 FILLER                  PIC X(44) VALUE
002110         "MEETS          SLOT  EXAM DATE  TIME".
002120     05 FILLER                  PIC X(44) VALUE
002130         "       ROOM    ENROLLED".
002140 01  EXM-SCHED-DETAIL-LINE.
002150     05 FILLER                  PIC X(02) VALUE SPACES.
002160     05 EXM-COURSE-ID           PIC X(06).
002170     05 FILLER                  PIC X(02) VALUE SPACES.
002180     05 EXM-COURSE-TITLE        PIC X(30).
002190     05 FILLER                  PIC X(04) VALUE SPACES.
002200     05 EXM-MEET-DAYS           PIC X(07).
002210     05 FILLER                  PIC X(01) VALUE SPACES.
002220     05 EXM-MEET-START          PIC 9(04).
002230     05 FILLER                  PIC X(03) VALUE SPACES.
002240     05 EXM-EXAM-SLOT           PIC X(04).
002250     05 FILLER                  PIC X(02) VALUE SPACES.
002260     05 EXM-EXAM-DATE           PIC 9(08).
002270     05 FILLER                  PIC X(03) VALUE SPACES.
002280     05 EXM-EXAM-TIME.
002290         10 EXM-EXAM-START      PIC 9(04).
002300         10 EXM-EXAM-DASH       PIC X(01).
002310         10 EXM-EXAM-END        PIC 9(04).
002320     05 FILLER                  PIC X(02) VALUE SPACES.
002330     05 EXM-ROOM-ID             PIC X(06).
002340     05 FILLER                  PIC X(04) VALUE SPACES.
002350     05 EXM-ENROLLED            PIC ZZ9.
002360     05 FILLER                  PIC X(32) VALUE SPACES.
002370 01  EXM-CONFLICT-COLUMN-LINE.
002380     05 FILLER                  PIC X(44) VALUE
002390         "  STUDENT  NAME".
002400     05 FILLER                  PIC X(44) VALUE
002410         "EXAM DATE  CONFLICT        COURSES".
002420     05 FILLER                  PIC X(44) VALUE SPACES.
002430 01  EXM-CONFLICT-DETAIL-LINE.
002440     05 FILLER                  PIC X(02) VALUE SPACES.
002450     05 EXM-STUDENT-ID          PIC 9(06).
002460     05 FILLER                  PIC X(02) VALUE SPACES.
002470     05 EXM-STUDENT-NAME        PIC X(25).
002480     05 FILLER                  PIC X(09) VALUE SPACES.
002490     05 EXM-CONFLICT-DATE       PIC 9(08).
002500     05 FILLER                  PIC X(03) VALUE SPACES.
002510     05 EXM-CONFLICT-TEXT       PIC X(14).
002520     05 FILLER                  PIC X(01) VALUE SPACES.
002530     05 EXM-CONFLICT-COURSES    PIC X(60).
002540     05 FILLER                  PIC X(02) VALUE SPACES.
002550 01  EXM-TOTAL-LINE.
002560     05 EXM-TOTAL-LABEL         PIC X(30).
002570     05 EXM-TOTAL-COUNT         PIC ZZZZZ9.
002580     05 FILLER                  PIC X(96) VALUE SPACES.

002590 PROCEDURE DIVISION.

002600***************************************************************
002610* 0000-MAINLINE
002620***************************************************************
002630 0000-MAINLINE.
002640     MOVE "EXAMSCHED" TO IOC-PROGRAM
002650     ACCEPT WS-RUN-START-TIME FROM TIME
002660     PERFORM ZB-GET-BUSINESS-DATE
002670     PERFORM 0500-GET-CURRENT-TERM
002680     PERFORM 1000-LOAD-EXAM-BLOCKS
002690     OPEN OUTPUT EXAM-PRINT
002700     OPEN EXTEND REPORT-ARCHIVE
002710     IF NOT RPTARCH-OK
002720         OPEN OUTPUT REPORT-ARCHIVE
002730     END-IF
002740     MOVE WS-CURRENT-TERM TO EXM-HEADING-TERM
002750     MOVE BDT-BUSINESS-DATE TO EXM-HEADING-DATE
002760     WRITE PRINT-LINE FROM EXM-HEADING-LINE
002770         AFTER ADVANCING PAGE
002780     PERFORM 8000-ARCHIVE-PRINT-LINE
002790     PERFORM 2000-SCHEDULE-COURSES
002800     MOVE "EXAM CONFLICTS BY STUDENT" TO EXM-SECTION-TITLE
002810     WRITE PRINT-LINE FROM EXM-SECTION-LINE
002820         AFTER ADVANCING 2 LINES
002830     PERFORM 8000-ARCHIVE-PRINT-LINE
002840     WRITE PRINT-LINE FROM EXM-CONFLICT-COLUMN-LINE
002850         AFTER ADVANCING 1 LINE
002860     PERFORM 8000-ARCHIVE-PRINT-LINE
002870     SORT SORT-WORK-FILE
002880         ON ASCENDING KEY SW-STUDENT-ID
002890         ON ASCENDING KEY SW-EXAM-DATE
002900         ON ASCENDING KEY SW-EXAM-START
002910         ON ASCENDING KEY SW-EXAM-SLOT
002920         ON ASCENDING KEY SW-COURSE-ID
002930         INPUT PROCEDURE IS 3000-RELEASE-EXAM-SEATS
002940             THRU 3900-RELEASE-EXIT
002950         GIVING SORTED-SEAT-FILE
002960     OPEN INPUT SORTED-SEAT-FILE
002970     PERFORM 3950-READ-SORTED-SEAT
002980     PERFORM 4000-CHECK-ONE-SEAT UNTIL SORTED-EOF
002990     IF DAY-OPEN
003000         PERFORM 4100-CLOSE-STUDENT-DAY
003010     END-IF
003020     CLOSE SORTED-SEAT-FILE
003030     PERFORM 7000-PRINT-RUN-TOTALS
003040     DISPLAY "-----------------------------------"
003050     DISPLAY "Exam term            : " WS-CURRENT-TERM
003060     DISPLAY "Exam blocks loaded   : " WS-BLOCK-COUNT
003070     DISPLAY "Term courses         : " WS-COURSES-IN-TERM
003080     DISPLAY "  Exam slot given    : " WS-COURSES-SCHEDULED
003090     DISPLAY "  No exam block      : " WS-COURSES-UNPLACED
003100     DISPLAY "Seats read           : " WS-SEATS-READ
003110     DISPLAY "  Checked            : " WS-SEATS-RELEASED
003120     DISPLAY "  Course has no exam : " WS-SEATS-NO-EXAM
003130     DISPLAY "  Unstamped skipped  : " WS-UNSTAMPED-COUNT
003140     DISPLAY "Same-slot conflicts  : " WS-SAME-SLOT-COUNT
003150     DISPLAY "Over two in one day  : " WS-OVERLOAD-COUNT
003160     DISPLAY "Students with one    : " WS-STUDENTS-FLAGGED
003170     IF WS-COURSES-IN-TERM NOT =
003180         WS-COURSES-SCHEDULED + WS-COURSES-UNPLACED
003190         DISPLAY "Control total        : *** OUT OF BALANCE ***"
003200         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
003210     ELSE
003220         DISPLAY "Control total        : TIES OUT"
003230     END-IF
003240     IF WS-COURSES-UNPLACED > ZEROES
003250         OR WS-STUDENTS-FLAGGED > ZEROES
003260         MOVE 4 TO RETURN-CODE
003270     END-IF
003280     PERFORM 9100-WRITE-RUN-SUMMARY
003290     CLOSE EXAM-PRINT
003300     CLOSE REPORT-ARCHIVE
003310     GOBACK.

003320***************************************************************
003330* 0500-GET-CURRENT-TERM
003340* Exams are set for the term still open on the control record.
003350***************************************************************
003360 0500-GET-CURRENT-TERM.
003370     OPEN INPUT TERM-CONTROL
003380     IF NOT TERMCTL-OK
003390         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
003400             "schedule, job ABORTED ***"
003410         MOVE 8 TO RETURN-CODE
003420         STOP RUN
003430     END-IF
003440     READ TERM-CONTROL
003450         AT END
003460             MOVE SPACES TO WS-CURRENT-TERM
003470         NOT AT END
003480             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
003490     END-READ
003500     CLOSE TERM-CONTROL
003510     IF WS-CURRENT-TERM = SPACES
003520         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
003530             "ABORTED ***"
003540         MOVE 8 TO RETURN-CODE
003550         STOP RUN
003560     END-IF.

003570***************************************************************
003580* 1000-LOAD-EXAM-BLOCKS
003590* Only the current term's blocks are kept.  No blocks at all
003600* means the table was not set up for the term.
003610***************************************************************
003620 1000-LOAD-EXAM-BLOCKS.
003630     OPEN INPUT EXAM-BLOCK-FILE
003640     IF NOT EXAMBLK-OK
003650         DISPLAY "*** NO EXAMBLK EXAM-BLOCK TABLE - job "
003660             "ABORTED ***"
003670         MOVE 8 TO RETURN-CODE
003680         STOP RUN
003690     END-IF
003700     PERFORM 1100-READ-EXAM-BLOCK
003710     PERFORM 1200-STORE-EXAM-BLOCK UNTIL BLOCK-EOF
003720     CLOSE EXAM-BLOCK-FILE
003730     IF WS-BLOCK-COUNT = ZEROES
003740         DISPLAY "*** EXAMBLK HAS NO BLOCKS FOR TERM "
003750             WS-CURRENT-TERM " - job ABORTED ***"
003760         MOVE 8 TO RETURN-CODE
003770         STOP RUN
003780     END-IF.

003790***************************************************************
003800* 1100-READ-EXAM-BLOCK
003810***************************************************************
003820 1100-READ-EXAM-BLOCK.
003830     READ EXAM-BLOCK-FILE
003840         AT END SET BLOCK-EOF TO TRUE
003850     END-READ.

003860***************************************************************
003870* 1200-STORE-EXAM-BLOCK
003880***************************************************************
003890 1200-STORE-EXAM-BLOCK.
003900     IF EB-TERM = WS-CURRENT-TERM
003910         IF WS-BLOCK-COUNT < WS-BLOCK-MAX
003920             ADD 1 TO WS-BLOCK-COUNT
003930             MOVE EB-MEET-DAYS TO WS-BL-MEET-DAYS (WS-BLOCK-COUNT)
003940             MOVE EB-MEET-START
003950                 TO WS-BL-MEET-START (WS-BLOCK-COUNT)
003960             MOVE EB-EXAM-SLOT TO WS-BL-EXAM-SLOT (WS-BLOCK-COUNT)
003970             MOVE EB-EXAM-DATE TO WS-BL-EXAM-DATE (WS-BLOCK-COUNT)
003980             MOVE EB-EXAM-START
003990                 TO WS-BL-EXAM-START (WS-BLOCK-COUNT)
004000             MOVE EB-EXAM-END TO WS-BL-EXAM-END (WS-BLOCK-COUNT)
004010         ELSE
004020             DISPLAY "*** EXAM-BLOCK TABLE FULL - block "
004030                 EB-MEET-DAYS " " EB-MEET-START " ignored ***"
004040         END-IF
004050     END-IF
004060     PERFORM 1100-READ-EXAM-BLOCK.

004070***************************************************************
004080* 2000-SCHEDULE-COURSES
004090* Walks the catalog in course order, giving each term course
004100* its exam slot and printing the schedule line.
004110***************************************************************
004120 2000-SCHEDULE-COURSES.
004130     MOVE "FINAL EXAM SCHEDULE BY COURSE" TO EXM-SECTION-TITLE
004140     WRITE PRINT-LINE FROM EXM-SECTION-LINE
004150         AFTER ADVANCING 2 LINES
004160     PERFORM 8000-ARCHIVE-PRINT-LINE
004170     WRITE PRINT-LINE FROM EXM-SCHED-COLUMN-LINE
004180         AFTER ADVANCING 1 LINE
004190     PERFORM 8000-ARCHIVE-PRINT-LINE
004200     OPEN INPUT COURSE-MASTER
004210     IF NOT COURSE-OK
004220         DISPLAY "*** NO CRSMAST COURSE CATALOG - job "
004230             "ABORTED ***"
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF
004270     MOVE SPACES TO CM-COURSE-ID
004280     START COURSE-MASTER KEY IS NOT LESS THAN CM-COURSE-ID
004290         INVALID KEY
004300             SET COURSE-EOF TO TRUE
004310     END-START
004320     PERFORM 2100-READ-COURSE
004330     PERFORM 2200-SCHEDULE-ONE-COURSE UNTIL COURSE-EOF
004340     CLOSE COURSE-MASTER.

004350***************************************************************
004360* 2100-READ-COURSE
004370***************************************************************
004380 2100-READ-COURSE.
004390     IF NOT COURSE-EOF
004400         READ COURSE-MASTER NEXT RECORD
004410             AT END SET COURSE-EOF TO TRUE
004420         END-READ
004430     END-IF.

004440***************************************************************
004450* 2200-SCHEDULE-ONE-COURSE
004460***************************************************************
004470 2200-SCHEDULE-ONE-COURSE.
004480     ADD 1 TO WS-COURSES-READ
004490     IF CM-TERM = WS-CURRENT-TERM
004500         ADD 1 TO WS-COURSES-IN-TERM
004510         MOVE SPACES TO EXM-SCHED-DETAIL-LINE
004520         MOVE CM-COURSE-ID TO EXM-COURSE-ID
004530         MOVE CM-COURSE-TITLE TO EXM-COURSE-TITLE
004540         MOVE CM-MEET-DAYS TO EXM-MEET-DAYS
004550         MOVE CM-MEET-START TO EXM-MEET-START
004560         MOVE CM-ROOM-ID TO EXM-ROOM-ID
004570         MOVE CM-ENROLLED-COUNT TO EXM-ENROLLED
004580         PERFORM 2300-MATCH-EXAM-BLOCK
004590         IF ENTRY-FOUND
004600             PERFORM 2400-RECORD-COURSE-EXAM
004610         ELSE
004620             ADD 1 TO WS-COURSES-UNPLACED
004630             MOVE "----" TO EXM-EXAM-SLOT
004640             MOVE "NO BLOCK" TO EXM-EXAM-TIME
004650         END-IF
004660         WRITE PRINT-LINE FROM EXM-SCHED-DETAIL-LINE
004670             AFTER ADVANCING 1 LINE
004680         PERFORM 8000-ARCHIVE-PRINT-LINE
004690     END-IF
004700     PERFORM 2100-READ-COURSE.

004710***************************************************************
004720* 2300-MATCH-EXAM-BLOCK
004730* The meeting days and the class start must both match a
004740* block exactly.
004750***************************************************************
004760 2300-MATCH-EXAM-BLOCK.
004770     MOVE "N" TO WS-FOUND-SWITCH
004780     PERFORM 2310-TEST-EXAM-BLOCK
004790         VARYING WS-BLOCK-SUB FROM 1 BY 1
004800         UNTIL WS-BLOCK-SUB > WS-BLOCK-COUNT OR ENTRY-FOUND.

004810***************************************************************
004820* 2310-TEST-EXAM-BLOCK
004830***************************************************************
004840 2310-TEST-EXAM-BLOCK.
004850     IF WS-BL-MEET-DAYS (WS-BLOCK-SUB) = CM-MEET-DAYS
004860         AND WS-BL-MEET-START (WS-BLOCK-SUB) = CM-MEET-START
004870         SET ENTRY-FOUND TO TRUE
004880         MOVE WS-BL-EXAM-SLOT (WS-BLOCK-SUB) TO EXM-EXAM-SLOT
004890         MOVE WS-BL-EXAM-DATE (WS-BLOCK-SUB) TO EXM-EXAM-DATE
004900         MOVE WS-BL-EXAM-START (WS-BLOCK-SUB) TO EXM-EXAM-START
004910         MOVE "-" TO EXM-EXAM-DASH
004920         MOVE WS-BL-EXAM-END (WS-BLOCK-SUB) TO EXM-EXAM-END
004930     END-IF.

004940***************************************************************
004950* 2400-RECORD-COURSE-EXAM
004960***************************************************************
004970 2400-RECORD-COURSE-EXAM.
004980     ADD 1 TO WS-COURSES-SCHEDULED
004990     IF WS-EXAM-COUNT < WS-EXAM-MAX
005000         ADD 1 TO WS-EXAM-COUNT
005010         MOVE CM-COURSE-ID TO WS-EX-COURSE-ID (WS-EXAM-COUNT)
005020         MOVE EXM-EXAM-SLOT TO WS-EX-EXAM-SLOT (WS-EXAM-COUNT)
005030         MOVE EXM-EXAM-DATE TO WS-EX-EXAM-DATE (WS-EXAM-COUNT)
005040         MOVE EXM-EXAM-START TO WS-EX-EXAM-START (WS-EXAM-COUNT)
005050     ELSE
005060         DISPLAY "*** EXAM TABLE FULL - " CM-COURSE-ID
005070             " NOT CHECKED FOR CONFLICTS ***"
005080     END-IF.

005090***************************************************************
005100* 3000-RELEASE-EXAM-SEATS
005110* Every current-term seat whose course sits an exam goes to
005120* the sort with that exam's date, start and slot.  Detail
005130* posted before the student-ID stamp cannot be tied to a
005140* student and is counted, not released.
005150***************************************************************
005160 3000-RELEASE-EXAM-SEATS.
005170     OPEN INPUT ENROLLMENT-DETAIL
005180     IF ENROLL-OK
005190         MOVE ZEROES TO EN-MASTER-KEY
005200         MOVE LOW-VALUES TO EN-COURSE-ID
005210         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
005220             INVALID KEY
005230                 SET DETAIL-EOF TO TRUE
005240         END-START
005250         PERFORM 3100-READ-DETAIL
005260         PERFORM 3200-RELEASE-ONE-SEAT UNTIL DETAIL-EOF
005270         CLOSE ENROLLMENT-DETAIL
005280     END-IF
005290     GO TO 3900-RELEASE-EXIT.

005300***************************************************************
005310* 3100-READ-DETAIL
005320***************************************************************
005330 3100-READ-DETAIL.
005340     IF NOT DETAIL-EOF
005350         READ ENROLLMENT-DETAIL NEXT RECORD
005360             AT END SET DETAIL-EOF TO TRUE
005370         END-READ
005380     END-IF.

005390***************************************************************
005400* 3200-RELEASE-ONE-SEAT
005410***************************************************************
005420 3200-RELEASE-ONE-SEAT.
005430     IF EN-TERM = WS-CURRENT-TERM
005440         ADD 1 TO WS-SEATS-READ
005450         IF EN-STUDENT-ID = ZEROES
005460             ADD 1 TO WS-UNSTAMPED-COUNT
005470         ELSE
005480             PERFORM 3300-FIND-COURSE-EXAM
005490             IF ENTRY-FOUND
005500                 MOVE EN-STUDENT-ID TO SW-STUDENT-ID
005510                 MOVE WS-EX-EXAM-DATE (WS-EXAM-SUB)
005520                     TO SW-EXAM-DATE
005530                 MOVE WS-EX-EXAM-START (WS-EXAM-SUB)
005540                     TO SW-EXAM-START
005550                 MOVE WS-EX-EXAM-SLOT (WS-EXAM-SUB)
005560                     TO SW-EXAM-SLOT
005570                 MOVE EN-COURSE-ID TO SW-COURSE-ID
005580                 MOVE EN-STUDENT-NAME TO SW-STUDENT-NAME
005590                 RELEASE SORT-WORK-RECORD
005600                 ADD 1 TO WS-SEATS-RELEASED
005610             ELSE
005620                 ADD 1 TO WS-SEATS-NO-EXAM
005630             END-IF
005640         END-IF
005650     END-IF
005660     PERFORM 3100-READ-DETAIL.

005670***************************************************************
005680* 3300-FIND-COURSE-EXAM
005690* Leaves WS-EXAM-SUB on the course's entry when found.
005700***************************************************************
005710 3300-FIND-COURSE-EXAM.
005720     MOVE "N" TO WS-FOUND-SWITCH
005730     PERFORM 3310-TEST-COURSE-EXAM
005740         VARYING WS-EXAM-SUB FROM 1 BY 1
005750         UNTIL WS-EXAM-SUB > WS-EXAM-COUNT OR ENTRY-FOUND
005760     IF ENTRY-FOUND
005770         SUBTRACT 1 FROM WS-EXAM-SUB
005780     END-IF.

005790***************************************************************
005800* 3310-TEST-COURSE-EXAM
005810***************************************************************
005820 3310-TEST-COURSE-EXAM.
005830     IF WS-EX-COURSE-ID (WS-EXAM-SUB) = EN-COURSE-ID
005840         SET ENTRY-FOUND TO TRUE
005850     END-IF.

005860***************************************************************
005870* 3900-RELEASE-EXIT
005880***************************************************************
005890 3900-RELEASE-EXIT.
005900     EXIT.

005910***************************************************************
005920* 3950-READ-SORTED-SEAT
005930***************************************************************
005940 3950-READ-SORTED-SEAT.
005950     READ SORTED-SEAT-FILE
005960         AT END SET SORTED-EOF TO TRUE
005970     END-READ.

005980***************************************************************
005990* 4000-CHECK-ONE-SEAT
006000* Control-break on student, then exam date -- each student's
006010* exams on one day are held and checked when the day closes.
006020***************************************************************
006030 4000-CHECK-ONE-SEAT.
006040     IF DAY-OPEN
006050         IF SR-STUDENT-ID NOT = WS-CURRENT-STUDENT
006060             OR SR-EXAM-DATE NOT = WS-CURRENT-DATE
006070             PERFORM 4100-CLOSE-STUDENT-DAY
006080         END-IF
006090     END-IF
006100     IF NOT DAY-OPEN
006110         IF SR-STUDENT-ID NOT = WS-CURRENT-STUDENT
006120             MOVE "N" TO WS-STUDENT-FLAGGED-SWITCH
006130         END-IF
006140         SET DAY-OPEN TO TRUE
006150         MOVE SR-STUDENT-ID TO WS-CURRENT-STUDENT
006160         MOVE SR-STUDENT-NAME TO WS-CURRENT-NAME
006170         MOVE SR-EXAM-DATE TO WS-CURRENT-DATE
006180         MOVE ZEROES TO WS-DAY-COUNT
006190     END-IF
006200     IF WS-DAY-COUNT < WS-DAY-MAX
006210         ADD 1 TO WS-DAY-COUNT
006220         MOVE SR-EXAM-SLOT TO WS-DY-EXAM-SLOT (WS-DAY-COUNT)
006230         MOVE SR-COURSE-ID TO WS-DY-COURSE-ID (WS-DAY-COUNT)
006240     END-IF
006250     PERFORM 3950-READ-SORTED-SEAT.

006260***************************************************************
006270* 4100-CLOSE-STUDENT-DAY
006280* The day's exams are in start-then-slot order, so two exams
006290* in one slot sit next to each other.
006300***************************************************************
006310 4100-CLOSE-STUDENT-DAY.
006320     PERFORM 4200-TEST-SAME-SLOT
006330         VARYING WS-DAY-SUB FROM 2 BY 1
006340         UNTIL WS-DAY-SUB > WS-DAY-COUNT
006350     IF WS-DAY-COUNT > 2
006360         PERFORM 4300-PRINT-OVERLOAD-DAY
006370     END-IF
006380     MOVE "N" TO WS-DAY-OPEN-SWITCH.

006390***************************************************************
006400* 4200-TEST-SAME-SLOT
006410***************************************************************
006420 4200-TEST-SAME-SLOT.
006430     IF WS-DY-EXAM-SLOT (WS-DAY-SUB) =
006440         WS-DY-EXAM-SLOT (WS-DAY-SUB - 1)
006450         ADD 1 TO WS-SAME-SLOT-COUNT
006460         MOVE SPACES TO WS-COURSE-LIST
006470         STRING WS-DY-COURSE-ID (WS-DAY-SUB - 1) " / "
006480             WS-DY-COURSE-ID (WS-DAY-SUB) "  SLOT "
006490             WS-DY-EXAM-SLOT (WS-DAY-SUB)
006500             DELIMITED BY SIZE INTO WS-COURSE-LIST
006510         MOVE "SAME SLOT" TO EXM-CONFLICT-TEXT
006520         PERFORM 4400-PRINT-CONFLICT-LINE
006530     END-IF.

006540***************************************************************
006550* 4300-PRINT-OVERLOAD-DAY
006560***************************************************************
006570 4300-PRINT-OVERLOAD-DAY.
006580     ADD 1 TO WS-OVERLOAD-COUNT
006590     MOVE SPACES TO WS-COURSE-LIST
006600     MOVE 1 TO WS-COURSE-LIST-PTR
006610     PERFORM 4310-ADD-OVERLOAD-COURSE
006620         VARYING WS-DAY-SUB FROM 1 BY 1
006630         UNTIL WS-DAY-SUB > WS-DAY-COUNT
006640     MOVE SPACES TO EXM-CONFLICT-TEXT
006650     STRING WS-DAY-COUNT " IN ONE DAY"
006660         DELIMITED BY SIZE INTO EXM-CONFLICT-TEXT
006670     PERFORM 4400-PRINT-CONFLICT-LINE.

006680***************************************************************
006690* 4310-ADD-OVERLOAD-COURSE
006700***************************************************************
006710 4310-ADD-OVERLOAD-COURSE.
006720     STRING WS-DY-COURSE-ID (WS-DAY-SUB) " "
006730         DELIMITED BY SIZE INTO WS-COURSE-LIST
006740         WITH POINTER WS-COURSE-LIST-PTR
006750         ON OVERFLOW
006760             CONTINUE
006770     END-STRING.

006780***************************************************************
006790* 4400-PRINT-CONFLICT-LINE
006800***************************************************************
006810 4400-PRINT-CONFLICT-LINE.
006820     IF NOT STUDENT-FLAGGED
006830         SET STUDENT-FLAGGED TO TRUE
006840         ADD 1 TO WS-STUDENTS-FLAGGED
006850     END-IF
006860     MOVE WS-CURRENT-STUDENT TO EXM-STUDENT-ID
006870     MOVE WS-CURRENT-NAME TO EXM-STUDENT-NAME
006880     MOVE WS-CURRENT-DATE TO EXM-CONFLICT-DATE
006890     MOVE WS-COURSE-LIST TO EXM-CONFLICT-COURSES
006900     WRITE PRINT-LINE FROM EXM-CONFLICT-DETAIL-LINE
006910         AFTER ADVANCING 1 LINE
006920     PERFORM 8000-ARCHIVE-PRINT-LINE.

006930***************************************************************
006940* 7000-PRINT-RUN-TOTALS
006950***************************************************************
006960 7000-PRINT-RUN-TOTALS.
006970     MOVE "RUN TOTALS" TO EXM-SECTION-TITLE
006980     WRITE PRINT-LINE FROM EXM-SECTION-LINE
006990         AFTER ADVANCING 2 LINES
007000     PERFORM 8000-ARCHIVE-PRINT-LINE
007010     MOVE "TERM COURSES" TO EXM-TOTAL-LABEL
007020     MOVE WS-COURSES-IN-TERM TO EXM-TOTAL-COUNT
007030     PERFORM 7100-PRINT-TOTAL-LINE
007040     MOVE "  EXAM SLOT GIVEN" TO EXM-TOTAL-LABEL
007050     MOVE WS-COURSES-SCHEDULED TO EXM-TOTAL-COUNT
007060     PERFORM 7100-PRINT-TOTAL-LINE
007070     MOVE "  NO EXAM BLOCK" TO EXM-TOTAL-LABEL
007080     MOVE WS-COURSES-UNPLACED TO EXM-TOTAL-COUNT
007090     PERFORM 7100-PRINT-TOTAL-LINE
007100     MOVE "SEATS CHECKED" TO EXM-TOTAL-LABEL
007110     MOVE WS-SEATS-RELEASED TO EXM-TOTAL-COUNT
007120     PERFORM 7100-PRINT-TOTAL-LINE
007130     MOVE "SAME-SLOT CONFLICTS" TO EXM-TOTAL-LABEL
007140     MOVE WS-SAME-SLOT-COUNT TO EXM-TOTAL-COUNT
007150     PERFORM 7100-PRINT-TOTAL-LINE
007160     MOVE "DAYS WITH OVER TWO EXAMS" TO EXM-TOTAL-LABEL
007170     MOVE WS-OVERLOAD-COUNT TO EXM-TOTAL-COUNT
007180     PERFORM 7100-PRINT-TOTAL-LINE
007190     MOVE "STUDENTS WITH A CONFLICT" TO EXM-TOTAL-LABEL
007200     MOVE WS-STUDENTS-FLAGGED TO EXM-TOTAL-COUNT
007210     PERFORM 7100-PRINT-TOTAL-LINE.

007220***************************************************************
007230* 7100-PRINT-TOTAL-LINE
007240***************************************************************
007250 7100-PRINT-TOTAL-LINE.
007260     WRITE PRINT-LINE FROM EXM-TOTAL-LINE
007270         AFTER ADVANCING 1 LINE
007280     PERFORM 8000-ARCHIVE-PRINT-LINE.

007290***************************************************************
007300* 8000-ARCHIVE-PRINT-LINE
007310* Every printed line also lands on the report archive, so a
007320* lost schedule reprints through rptReprint.
007330***************************************************************
007340 8000-ARCHIVE-PRINT-LINE.
007350     MOVE "EXAMRPT " TO RP-REPORT-NAME
007360     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
007370     MOVE 1 TO RP-PAGE
007380     ADD 1 TO WS-ARCH-LINE-SEQ
007390     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
007400     MOVE PRINT-LINE TO RP-PRINT-LINE
007410     WRITE REPORT-ARCHIVE-RECORD
007420     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
007430     MOVE "RPTARCH" TO IOC-FILE-NAME
007440     PERFORM ZZ-CHECK-WRITE.

007450***************************************************************
007460* 9100-WRITE-RUN-SUMMARY
007470* One standard record per run to the shared RUNLOG operations
007480* file, for the night-end opsReport.
007490***************************************************************
007500 9100-WRITE-RUN-SUMMARY.
007510     OPEN EXTEND RUN-LOG-FILE
007520     IF NOT RUNLOG-OK
007530         OPEN OUTPUT RUN-LOG-FILE
007540     END-IF
007550     MOVE "EXAMSCHED" TO RS-PROGRAM
007560     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
007570     ACCEPT RS-RUN-TIME FROM TIME
007580     MOVE WS-RUN-START-TIME TO RS-START-TIME
007590     MOVE WS-COURSES-IN-TERM TO RS-RECORDS-READ
007600     MOVE WS-COURSES-SCHEDULED TO RS-RECORDS-POSTED
007610     MOVE WS-COURSES-UNPLACED TO RS-RECORDS-REJECTED
007620     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
007630     WRITE RUN-SUMMARY-RECORD
007640     CLOSE RUN-LOG-FILE.

007650***************************************************************
007660* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
007670***************************************************************
007680     COPY IOCHKPRC.

007690*****************************************************************
007700* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007710*****************************************************************
007720     COPY BIZDTPRC.
