000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. stuSchedule.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-02  RSG Original -- weekly class schedule per
000140*                 student.  The TERMCTL current term's ENRLDETL
000150*                 seats sort by student ID and course, each
000160*                 course is joined to its CRSMAST meeting days,
000170*                 times, title and room, and every student
000180*                 gets a page on SCHDRPT: the course list,
000190*                 then a grid of the hours 0700 through 2100
000200*                 by day with the course and room in each hour
000210*                 the course meets and the title beneath.  A
000220*                 student-ID selector (zero for all) limits
000230*                 the run to one student for the counter, the
000240*                 way transcript does.  Every page is captured
000250*                 to RPTARCH by page number for rptReprint.
000253* 2026-10-15  RSG The term control record comes from the shared
000256*                 TERMCTL copybook instead of an inline layout.
000260***************************************************************

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-TERMCTL-STATUS.
000330     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS EN-KEY
000370         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000380         FILE STATUS IS WS-ENROLL-STATUS.
000390     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SI-STUDENT-ID
000430         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000450         FILE STATUS IS WS-IDENT-STATUS.
000460     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CM-COURSE-ID
000500         FILE STATUS IS WS-COURSE-STATUS.
000510     SELECT SORT-WORK-FILE ASSIGN TO "SCHSWK".
000520     SELECT SORTED-SCHEDULE-FILE ASSIGN TO "SCHSRT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SORT-STATUS.
000550     SELECT SCHEDULE-PRINT ASSIGN TO "SCHDRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRINT-STATUS.
000580     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPTARCH-STATUS.
000610     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-OPSLOG-STATUS.
000640     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-BIZDT-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  TERM-CONTROL.
000700     COPY TERMCTL.

000720 FD  ENROLLMENT-DETAIL.
000730     COPY ENRLDETL.

000740 FD  STUDENT-IDENTITY.
000750     COPY STUIDNT.

000760 FD  COURSE-MASTER.
000770     COPY CRSMAST.

000780 SD  SORT-WORK-FILE.
000790 01  SORT-WORK-RECORD.
000800     05 SW-STUDENT-ID           PIC 9(06).
000810     05 SW-COURSE-ID            PIC X(06).
000820     05 SW-STUDENT-NAME         PIC X(25).

000830 FD  SORTED-SCHEDULE-FILE.
000840 01  SORTED-SCHEDULE-RECORD.
000850     05 SR-STUDENT-ID           PIC 9(06).
000860     05 SR-COURSE-ID            PIC X(06).
000870     05 SR-STUDENT-NAME         PIC X(25).

000880 FD  SCHEDULE-PRINT.
000890 01  PRINT-LINE                 PIC X(132).

000900 FD  REPORT-ARCHIVE.
000910     COPY RPTARCH.

000920 FD  OPS-ERROR-LOG.
000930     COPY OPSERR.

000940 FD  BUSINESS-DATE-FILE.
000950     COPY BIZDATE.

000960 WORKING-STORAGE SECTION.
000970     COPY BIZDTWS.
000980     COPY IOCHKWS.
000990 01  WS-TERMCTL-STATUS          PIC X(02).
001000     88 TERMCTL-OK              VALUE "00".
001010 01  WS-ENROLL-STATUS           PIC X(02).
001020     88 ENROLL-OK               VALUE "00".
001030 01  WS-IDENT-STATUS            PIC X(02).
001040     88 IDENT-OK                VALUE "00".
001050 01  WS-COURSE-STATUS           PIC X(02).
001060     88 COURSE-OK               VALUE "00".
001070 01  WS-SORT-STATUS             PIC X(02).
001080     88 SORT-OK                 VALUE "00".
001090 01  WS-PRINT-STATUS            PIC X(02).
001100     88 PRINT-OK                VALUE "00".
001110 01  WS-RPTARCH-STATUS          PIC X(02).
001120     88 RPTARCH-OK              VALUE "00".
001130 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
001140     88 RELEASE-EOF             VALUE "Y".
001150 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
001160     88 SORTED-EOF              VALUE "Y".
001170 01  WS-SECTION-OPEN-SWITCH     PIC X(01) VALUE "N".
001180     88 SECTION-OPEN            VALUE "Y".
001190 01  WS-SELECT-ID               PIC 9(06) VALUE ZEROES.
001200 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001210 01  WS-CURRENT-ID              PIC 9(06) VALUE ZEROES.
001220 01  WS-CURRENT-NAME            PIC X(25) VALUE SPACES.
001230*
001240* One student's courses for the term, joined to the catalog
001250*
001260 01  WS-SCHED-MAX               PIC 9(02) VALUE 12.
001270 01  WS-SCHED-COUNT             PIC 9(02) VALUE ZEROES.
001280 01  WS-SCHED-SUB               PIC 9(02) VALUE ZEROES.
001290 01  WS-SCHED-TABLE.
001300     05 WS-SCHED-ENTRY          OCCURS 12 TIMES.
001310         10 WS-SC-COURSE-ID     PIC X(06).
001320         10 WS-SC-COURSE-TITLE  PIC X(30).
001330         10 WS-SC-MEET-DAYS     PIC X(07).
001340         10 WS-SC-MEET-START    PIC 9(04).
001350         10 WS-SC-MEET-END      PIC 9(04).
001360         10 WS-SC-ROOM-ID       PIC X(06).
001370*
001380* Week grid -- hour rows 0700 through 2100, day columns in
001390* the catalog's MTWRFSU order.  Each slot holds the course's
001400* place in the table above, zero when free, 99 when two
001410* courses land in the same hour.
001420*
001430 01  WS-FIRST-HOUR              PIC 9(02) VALUE 07.
001440 01  WS-HOUR-COUNT              PIC 9(02) VALUE 15.
001450 01  WS-HOUR-SUB                PIC 9(02) VALUE ZEROES.
001460 01  WS-DAY-SUB                 PIC 9(01) VALUE ZEROES.
001470 01  WS-SLOT-START              PIC 9(04) VALUE ZEROES.
001480 01  WS-SLOT-END                PIC 9(04) VALUE ZEROES.
001490 01  WS-GRID-TABLE.
001500     05 WS-GRID-HOUR            OCCURS 15 TIMES.
001510         10 WS-GRID-SLOT        PIC 9(02) OCCURS 7 TIMES.
001520 01  WS-CLASH-SLOT              PIC 9(02) VALUE 99.
001530*
001540* Counts
001550*
001560 01  WS-SEATS-READ              PIC 9(06) VALUE ZEROES.
001570 01  WS-UNSTAMPED-COUNT         PIC 9(06) VALUE ZEROES.
001580 01  WS-STUDENT-COUNT           PIC 9(05) VALUE ZEROES.
001590 01  WS-COURSE-LINES            PIC 9(06) VALUE ZEROES.
001600 01  WS-NOT-ON-CATALOG          PIC 9(06) VALUE ZEROES.
001610 01  WS-PAGE-COUNT              PIC 9(04) VALUE ZEROES.
001620 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001630 01  SCH-HEADING-LINE.
001640     05 FILLER                  PIC X(30) VALUE
001650         "STUDENT REGISTRATION SYSTEM".
001660     05 FILLER                  PIC X(24) VALUE
001670         "WEEKLY CLASS SCHEDULE".
001680     05 FILLER                  PIC X(06) VALUE "TERM ".
001690     05 SCH-HEADING-TERM        PIC X(05).
001700     05 FILLER                  PIC X(03) VALUE SPACES.
001710     05 SCH-HEADING-DATE        PIC 9(08).
001720     05 FILLER                  PIC X(08) VALUE "   PAGE ".
001730     05 SCH-HEADING-PAGE        PIC ZZZ9.
001740     05 FILLER                  PIC X(44) VALUE SPACES.
001750 01  SCH-STUDENT-LINE.
001760     05 FILLER                  PIC X(10) VALUE "STUDENT ".
001770     05 SCH-STUDENT-ID          PIC 9(06).
001780     05 FILLER                  PIC X(02) VALUE SPACES.
001790     05 SCH-STUDENT-NAME        PIC X(25).
001800     05 FILLER                  PIC X(89) VALUE SPACES.
001810 01  SCH-COURSE-COLUMN-LINE.
001820     05 FILLER                  PIC X(44) VALUE
001830         "  COURSE  TITLE".
001840     05 FILLER                  PIC X(44) VALUE
001850         "DAYS     TIME       ROOM".
001860     05 FILLER                  PIC X(44) VALUE SPACES.
001870 01  SCH-COURSE-LINE.
001880     05 FILLER                  PIC X(02) VALUE SPACES.
001890     05 SCH-COURSE-ID           PIC X(06).
001900     05 FILLER                  PIC X(02) VALUE SPACES.
001910     05 SCH-COURSE-TITLE        PIC X(30).
001920     05 FILLER                  PIC X(04) VALUE SPACES.
001930     05 SCH-MEET-DAYS           PIC X(07).
001940     05 FILLER                  PIC X(02) VALUE SPACES.
001950     05 SCH-MEET-TIME.
001960         10 SCH-MEET-START      PIC 9(04).
001970         10 SCH-MEET-DASH       PIC X(01).
001980         10 SCH-MEET-END        PIC 9(04).
001990     05 FILLER                  PIC X(02) VALUE SPACES.
002000     05 SCH-ROOM-ID             PIC X(07).
002010     05 SCH-COURSE-NOTE         PIC X(22).
002020     05 FILLER                  PIC X(39) VALUE SPACES.
002030 01  SCH-GRID-HEADING-LINE.
002040     05 FILLER                  PIC X(06) VALUE "HOUR".
002050     05 FILLER                  PIC X(36) VALUE
002060         " MONDAY            TUESDAY".
002070     05 FILLER                  PIC X(36) VALUE
002080         " WEDNESDAY         THURSDAY".
002090     05 FILLER                  PIC X(36) VALUE
002100         " FRIDAY            SATURDAY".
002110     05 FILLER                  PIC X(18) VALUE
002120         " SUNDAY".
002130 01  SCH-GRID-LINE.
002140     05 SCH-GRID-HOUR           PIC X(06).
002150     05 SCH-GRID-CELL           OCCURS 7 TIMES.
002160         10 FILLER              PIC X(01).
002170         10 SCH-GRID-TEXT       PIC X(17).
002180 01  SCH-GRID-HOUR-TEXT.
002190     05 SCH-GRID-HH             PIC 9(02).
002200     05 FILLER                  PIC X(04) VALUE "00".
002210 01  SCH-CELL-COURSE-TEXT.
002220     05 SCH-CELL-COURSE-ID      PIC X(06).
002230     05 FILLER                  PIC X(02) VALUE SPACES.
002240     05 SCH-CELL-ROOM-ID        PIC X(06).
002250     05 FILLER                  PIC X(03) VALUE SPACES.
002260 01  SCH-RULE-LINE              PIC X(132) VALUE ALL "-".

002270 PROCEDURE DIVISION.

002280***************************************************************
002290* 0000-MAINLINE
002300***************************************************************
002310 0000-MAINLINE.
002320     MOVE "STUSCHEDUL" TO IOC-PROGRAM
002330     DISPLAY "Student ID (zero for all students):"
002340     ACCEPT WS-SELECT-ID
002350     PERFORM ZB-GET-BUSINESS-DATE
002360     PERFORM 0500-GET-CURRENT-TERM
002370     SORT SORT-WORK-FILE
002380         ON ASCENDING KEY SW-STUDENT-ID
002390         ON ASCENDING KEY SW-COURSE-ID
002400         INPUT PROCEDURE IS 1000-RELEASE-SEATS
002410             THRU 1900-RELEASE-EXIT
002420         GIVING SORTED-SCHEDULE-FILE
002430     OPEN INPUT SORTED-SCHEDULE-FILE
002440     OPEN INPUT STUDENT-IDENTITY
002450     OPEN INPUT COURSE-MASTER
002460     OPEN OUTPUT SCHEDULE-PRINT
002470     OPEN EXTEND REPORT-ARCHIVE
002480     IF NOT RPTARCH-OK
002490         OPEN OUTPUT REPORT-ARCHIVE
002500     END-IF
002510     PERFORM 2000-READ-SORTED-SEAT
002520     PERFORM 3000-COLLECT-ONE-SEAT UNTIL SORTED-EOF
002530     IF SECTION-OPEN
002540         PERFORM 4000-PRINT-STUDENT-SCHEDULE
002550     END-IF
002560     DISPLAY "==================================="
002570     DISPLAY "Schedule term     : " WS-CURRENT-TERM
002580     DISPLAY "Seats read        : " WS-SEATS-READ
002590     DISPLAY "Unstamped skipped : " WS-UNSTAMPED-COUNT
002600     DISPLAY "Students printed  : " WS-STUDENT-COUNT
002610     DISPLAY "Course lines      : " WS-COURSE-LINES
002620     DISPLAY "Not on catalog    : " WS-NOT-ON-CATALOG
002630     CLOSE SORTED-SCHEDULE-FILE
002640     CLOSE STUDENT-IDENTITY
002650     CLOSE COURSE-MASTER
002660     CLOSE SCHEDULE-PRINT
002670     CLOSE REPORT-ARCHIVE
002680     GOBACK.

002690***************************************************************
002700* 0500-GET-CURRENT-TERM
002710* The schedule is the one for the term open on the control
002720* record.
002730***************************************************************
002740 0500-GET-CURRENT-TERM.
002750     OPEN INPUT TERM-CONTROL
002760     IF NOT TERMCTL-OK
002770         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
002780             "print, job ABORTED ***"
002790         MOVE 8 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     READ TERM-CONTROL
002830         AT END
002840             MOVE SPACES TO WS-CURRENT-TERM
002850         NOT AT END
002860             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002870     END-READ
002880     CLOSE TERM-CONTROL
002890     IF WS-CURRENT-TERM = SPACES
002900         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
002910             "ABORTED ***"
002920         MOVE 8 TO RETURN-CODE
002930         STOP RUN
002940     END-IF.

002950***************************************************************
002960* 1000-RELEASE-SEATS
002970* The current term's seats for the selected student (or all)
002980* go to the sort.  Detail posted before the student-ID stamp
002990* cannot be tied to a student and is counted, not released.
003000***************************************************************
003010 1000-RELEASE-SEATS.
003020     OPEN INPUT ENROLLMENT-DETAIL
003030     IF ENROLL-OK
003040         MOVE ZEROES TO EN-MASTER-KEY
003050         MOVE LOW-VALUES TO EN-COURSE-ID
003060         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003070             INVALID KEY
003080                 SET RELEASE-EOF TO TRUE
003090         END-START
003100         PERFORM 1100-READ-DETAIL
003110         PERFORM 1200-RELEASE-ONE-SEAT UNTIL RELEASE-EOF
003120         CLOSE ENROLLMENT-DETAIL
003130     END-IF
003140     GO TO 1900-RELEASE-EXIT.

003150***************************************************************
003160* 1100-READ-DETAIL
003170***************************************************************
003180 1100-READ-DETAIL.
003190     IF NOT RELEASE-EOF
003200         READ ENROLLMENT-DETAIL NEXT RECORD
003210             AT END SET RELEASE-EOF TO TRUE
003220         END-READ
003230     END-IF.

003240***************************************************************
003250* 1200-RELEASE-ONE-SEAT
003260***************************************************************
003270 1200-RELEASE-ONE-SEAT.
003280     IF EN-TERM = WS-CURRENT-TERM
003290         AND (WS-SELECT-ID = ZEROES
003300             OR EN-STUDENT-ID = WS-SELECT-ID)
003310         ADD 1 TO WS-SEATS-READ
003320         IF EN-STUDENT-ID = ZEROES
003330             ADD 1 TO WS-UNSTAMPED-COUNT
003340         ELSE
003350             MOVE EN-STUDENT-ID TO SW-STUDENT-ID
003360             MOVE EN-COURSE-ID TO SW-COURSE-ID
003370             MOVE EN-STUDENT-NAME TO SW-STUDENT-NAME
003380             RELEASE SORT-WORK-RECORD
003390         END-IF
003400     END-IF
003410     PERFORM 1100-READ-DETAIL.

003420***************************************************************
003430* 1900-RELEASE-EXIT
003440***************************************************************
003450 1900-RELEASE-EXIT.
003460     EXIT.

003470***************************************************************
003480* 2000-READ-SORTED-SEAT
003490***************************************************************
003500 2000-READ-SORTED-SEAT.
003510     READ SORTED-SCHEDULE-FILE
003520         AT END SET SORTED-EOF TO TRUE
003530     END-READ.

003540***************************************************************
003550* 3000-COLLECT-ONE-SEAT
003560* Control-break on student -- a new student prints the
003570* previous student's page and starts a fresh course table.
003580***************************************************************
003590 3000-COLLECT-ONE-SEAT.
003600     IF NOT SECTION-OPEN
003610         OR SR-STUDENT-ID NOT = WS-CURRENT-ID
003620         IF SECTION-OPEN
003630             PERFORM 4000-PRINT-STUDENT-SCHEDULE
003640         END-IF
003650         SET SECTION-OPEN TO TRUE
003660         MOVE SR-STUDENT-ID TO WS-CURRENT-ID
003670         MOVE SR-STUDENT-NAME TO WS-CURRENT-NAME
003680         MOVE ZEROES TO WS-SCHED-COUNT
003690     END-IF
003700     IF WS-SCHED-COUNT < WS-SCHED-MAX
003710         ADD 1 TO WS-SCHED-COUNT
003720         PERFORM 3100-JOIN-CATALOG
003730     ELSE
003740         DISPLAY "*** MORE THAN " WS-SCHED-MAX " COURSES FOR "
003750             SR-STUDENT-ID " - " SR-COURSE-ID " NOT PRINTED ***"
003760     END-IF
003770     PERFORM 2000-READ-SORTED-SEAT.

003780***************************************************************
003790* 3100-JOIN-CATALOG
003800***************************************************************
003810 3100-JOIN-CATALOG.
003820     MOVE SR-COURSE-ID TO WS-SC-COURSE-ID (WS-SCHED-COUNT)
003830     MOVE SR-COURSE-ID TO CM-COURSE-ID
003840     READ COURSE-MASTER
003850         INVALID KEY
003860             ADD 1 TO WS-NOT-ON-CATALOG
003870             MOVE "*** NOT ON CATALOG ***"
003880                 TO WS-SC-COURSE-TITLE (WS-SCHED-COUNT)
003890             MOVE SPACES TO WS-SC-MEET-DAYS (WS-SCHED-COUNT)
003900             MOVE ZEROES TO WS-SC-MEET-START (WS-SCHED-COUNT)
003910             MOVE ZEROES TO WS-SC-MEET-END (WS-SCHED-COUNT)
003920             MOVE SPACES TO WS-SC-ROOM-ID (WS-SCHED-COUNT)
003930         NOT INVALID KEY
003940             MOVE CM-COURSE-TITLE
003950                 TO WS-SC-COURSE-TITLE (WS-SCHED-COUNT)
003960             MOVE CM-MEET-DAYS TO WS-SC-MEET-DAYS (WS-SCHED-COUNT)
003970             MOVE CM-MEET-START
003980                 TO WS-SC-MEET-START (WS-SCHED-COUNT)
003990             MOVE CM-MEET-END TO WS-SC-MEET-END (WS-SCHED-COUNT)
004000             MOVE CM-ROOM-ID TO WS-SC-ROOM-ID (WS-SCHED-COUNT)
004010     END-READ.

004020***************************************************************
004030* 4000-PRINT-STUDENT-SCHEDULE
004040* One page per student: the course list, then the week grid.
004050***************************************************************
004060 4000-PRINT-STUDENT-SCHEDULE.
004070     ADD 1 TO WS-STUDENT-COUNT
004080     PERFORM 4100-LOOKUP-STUDENT-NAME
004090     PERFORM 8100-PRINT-PAGE-HEADING
004100     MOVE WS-CURRENT-ID TO SCH-STUDENT-ID
004110     MOVE WS-CURRENT-NAME TO SCH-STUDENT-NAME
004120     WRITE PRINT-LINE FROM SCH-STUDENT-LINE
004130         AFTER ADVANCING 2 LINES
004140     PERFORM 8000-ARCHIVE-PRINT-LINE
004150     WRITE PRINT-LINE FROM SCH-COURSE-COLUMN-LINE
004160         AFTER ADVANCING 2 LINES
004170     PERFORM 8000-ARCHIVE-PRINT-LINE
004180     MOVE ZEROES TO WS-GRID-TABLE
004190     PERFORM 4200-PRINT-COURSE-LINE
004200         VARYING WS-SCHED-SUB FROM 1 BY 1
004210         UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
004220     WRITE PRINT-LINE FROM SCH-GRID-HEADING-LINE
004230         AFTER ADVANCING 2 LINES
004240     PERFORM 8000-ARCHIVE-PRINT-LINE
004250     WRITE PRINT-LINE FROM SCH-RULE-LINE
004260         AFTER ADVANCING 1 LINE
004270     PERFORM 8000-ARCHIVE-PRINT-LINE
004280     PERFORM 4400-PRINT-GRID-HOUR
004290         VARYING WS-HOUR-SUB FROM 1 BY 1
004300         UNTIL WS-HOUR-SUB > WS-HOUR-COUNT.

004310***************************************************************
004320* 4100-LOOKUP-STUDENT-NAME
004330* The canonical name from the identity master; the name on
004340* the detail stands in when the identity cannot be read.
004350***************************************************************
004360 4100-LOOKUP-STUDENT-NAME.
004370     MOVE WS-CURRENT-ID TO SI-STUDENT-ID
004380     READ STUDENT-IDENTITY
004390         INVALID KEY
004400             CONTINUE
004410         NOT INVALID KEY
004420             MOVE SI-STUDENT-NAME TO WS-CURRENT-NAME
004430     END-READ.

004440***************************************************************
004450* 4200-PRINT-COURSE-LINE
004460***************************************************************
004470 4200-PRINT-COURSE-LINE.
004480     ADD 1 TO WS-COURSE-LINES
004490     MOVE SPACES TO SCH-COURSE-LINE
004500     MOVE WS-SC-COURSE-ID (WS-SCHED-SUB) TO SCH-COURSE-ID
004510     MOVE WS-SC-COURSE-TITLE (WS-SCHED-SUB) TO SCH-COURSE-TITLE
004520     MOVE WS-SC-MEET-DAYS (WS-SCHED-SUB) TO SCH-MEET-DAYS
004530     IF WS-SC-MEET-START (WS-SCHED-SUB) = ZEROES
004540         MOVE "ARRANGED" TO SCH-MEET-TIME
004550     ELSE
004560         MOVE WS-SC-MEET-START (WS-SCHED-SUB) TO SCH-MEET-START
004570         MOVE "-" TO SCH-MEET-DASH
004580         MOVE WS-SC-MEET-END (WS-SCHED-SUB) TO SCH-MEET-END
004590         PERFORM 4300-PLACE-COURSE-DAY
004600             VARYING WS-DAY-SUB FROM 1 BY 1
004610             UNTIL WS-DAY-SUB > 7
004620     END-IF
004630     IF WS-SC-ROOM-ID (WS-SCHED-SUB) = SPACES
004640         MOVE "TBA" TO SCH-ROOM-ID
004650     ELSE
004660         MOVE WS-SC-ROOM-ID (WS-SCHED-SUB) TO SCH-ROOM-ID
004670     END-IF
004680     WRITE PRINT-LINE FROM SCH-COURSE-LINE
004690         AFTER ADVANCING 1 LINE
004700     PERFORM 8000-ARCHIVE-PRINT-LINE.

004710***************************************************************
004720* 4300-PLACE-COURSE-DAY
004730***************************************************************
004740 4300-PLACE-COURSE-DAY.
004750     IF WS-SC-MEET-DAYS (WS-SCHED-SUB) (WS-DAY-SUB:1)
004760         NOT = SPACE
004770         PERFORM 4310-PLACE-COURSE-HOUR
004780             VARYING WS-HOUR-SUB FROM 1 BY 1
004790             UNTIL WS-HOUR-SUB > WS-HOUR-COUNT
004800     END-IF.

004810***************************************************************
004820* 4310-PLACE-COURSE-HOUR
004830* A course takes every hour its meeting overlaps.
004840***************************************************************
004850 4310-PLACE-COURSE-HOUR.
004860     COMPUTE WS-SLOT-START =
004870         (WS-FIRST-HOUR + WS-HOUR-SUB - 1) * 100
004880     COMPUTE WS-SLOT-END = WS-SLOT-START + 100
004890     IF WS-SC-MEET-START (WS-SCHED-SUB) < WS-SLOT-END
004900         AND WS-SC-MEET-END (WS-SCHED-SUB) > WS-SLOT-START
004910         IF WS-GRID-SLOT (WS-HOUR-SUB, WS-DAY-SUB) = ZEROES
004920             MOVE WS-SCHED-SUB
004930                 TO WS-GRID-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
004940         ELSE
004950             MOVE WS-CLASH-SLOT
004960                 TO WS-GRID-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
004970         END-IF
004980     END-IF.

004990***************************************************************
005000* 4400-PRINT-GRID-HOUR
005010* Two lines an hour -- course and room, then the title.
005020***************************************************************
005030 4400-PRINT-GRID-HOUR.
005040     MOVE SPACES TO SCH-GRID-LINE
005050     COMPUTE SCH-GRID-HH = WS-FIRST-HOUR + WS-HOUR-SUB - 1
005060     MOVE SCH-GRID-HOUR-TEXT TO SCH-GRID-HOUR
005070     PERFORM 4410-FORMAT-COURSE-CELL
005080         VARYING WS-DAY-SUB FROM 1 BY 1
005090         UNTIL WS-DAY-SUB > 7
005100     WRITE PRINT-LINE FROM SCH-GRID-LINE
005110         AFTER ADVANCING 1 LINE
005120     PERFORM 8000-ARCHIVE-PRINT-LINE
005130     MOVE SPACES TO SCH-GRID-LINE
005140     PERFORM 4420-FORMAT-TITLE-CELL
005150         VARYING WS-DAY-SUB FROM 1 BY 1
005160         UNTIL WS-DAY-SUB > 7
005170     WRITE PRINT-LINE FROM SCH-GRID-LINE
005180         AFTER ADVANCING 1 LINE
005190     PERFORM 8000-ARCHIVE-PRINT-LINE.

005200***************************************************************
005210* 4410-FORMAT-COURSE-CELL
005220***************************************************************
005230 4410-FORMAT-COURSE-CELL.
005240     MOVE WS-GRID-SLOT (WS-HOUR-SUB, WS-DAY-SUB) TO WS-SCHED-SUB
005250     EVALUATE TRUE
005260         WHEN WS-SCHED-SUB = ZEROES
005270             MOVE "." TO SCH-GRID-TEXT (WS-DAY-SUB)
005280         WHEN WS-SCHED-SUB = WS-CLASH-SLOT
005290             MOVE "** TIME CLASH **"
005300                 TO SCH-GRID-TEXT (WS-DAY-SUB)
005310         WHEN OTHER
005320             MOVE WS-SC-COURSE-ID (WS-SCHED-SUB)
005330                 TO SCH-CELL-COURSE-ID
005340             MOVE WS-SC-ROOM-ID (WS-SCHED-SUB) TO SCH-CELL-ROOM-ID
005350             MOVE SCH-CELL-COURSE-TEXT
005360                 TO SCH-GRID-TEXT (WS-DAY-SUB)
005370     END-EVALUATE.

005380***************************************************************
005390* 4420-FORMAT-TITLE-CELL
005400***************************************************************
005410 4420-FORMAT-TITLE-CELL.
005420     MOVE WS-GRID-SLOT (WS-HOUR-SUB, WS-DAY-SUB) TO WS-SCHED-SUB
005430     IF WS-SCHED-SUB NOT = ZEROES
005440         AND WS-SCHED-SUB NOT = WS-CLASH-SLOT
005450         MOVE WS-SC-COURSE-TITLE (WS-SCHED-SUB)
005460             TO SCH-GRID-TEXT (WS-DAY-SUB)
005470     END-IF.

005480***************************************************************
005490* 8000-ARCHIVE-PRINT-LINE
005500* Every printed line also lands on the report archive under
005510* its page number, so one student's sheet or the whole run
005520* reprints through rptReprint.
005530***************************************************************
005540 8000-ARCHIVE-PRINT-LINE.
005550     MOVE "SCHDRPT " TO RP-REPORT-NAME
005560     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
005570     MOVE WS-PAGE-COUNT TO RP-PAGE
005580     ADD 1 TO WS-ARCH-LINE-SEQ
005590     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
005600     MOVE PRINT-LINE TO RP-PRINT-LINE
005610     WRITE REPORT-ARCHIVE-RECORD
005620     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
005630     MOVE "RPTARCH" TO IOC-FILE-NAME
005640     PERFORM ZZ-CHECK-WRITE.

005650***************************************************************
005660* 8100-PRINT-PAGE-HEADING
005670***************************************************************
005680 8100-PRINT-PAGE-HEADING.
005690     ADD 1 TO WS-PAGE-COUNT
005700     MOVE WS-CURRENT-TERM TO SCH-HEADING-TERM
005710     MOVE BDT-BUSINESS-DATE TO SCH-HEADING-DATE
005720     MOVE WS-PAGE-COUNT TO SCH-HEADING-PAGE
005730     WRITE PRINT-LINE FROM SCH-HEADING-LINE
005740         AFTER ADVANCING PAGE
005750     PERFORM 8000-ARCHIVE-PRINT-LINE.

005760***************************************************************
005770* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005780***************************************************************
005790     COPY IOCHKPRC.

005800*****************************************************************
005810* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005820*****************************************************************
005830     COPY BIZDTPRC.
