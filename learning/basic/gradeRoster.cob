000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. gradeRoster.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-09  RSG Original -- term-end grade sheets.  Reads the
000140*                 TERMCTL current term's ungraded ENRLDETL seats
000150*                 in course order off the EN-COURSE-ID key and
000160*                 prints one turnaround grade sheet per course on
000170*                 GRDSHEET: the course, title and instructor, the
000180*                 pre-printed student count, then a line per
000190*                 student (ID, name, blank grade column) and the
000200*                 keying instructions for the GRDTRAN header and
000210*                 trailer cards.  Every sheet printed is written
000220*                 to the GRDROST control file with its count so
000230*                 gradePost can balance what comes back, and is
000240*                 captured to RPTARCH for reprint.
000243* 2026-10-15  RSG The term control record comes from the shared
000246*                 TERMCTL copybook instead of an inline layout.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-TERMCTL-STATUS.
000320     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS EN-KEY
000360         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000370         FILE STATUS IS WS-ENROLL-STATUS.
000380     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CM-COURSE-ID
000420         FILE STATUS IS WS-COURSE-STATUS.
000430     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS IM-INSTRUCTOR-ID
000470         FILE STATUS IS WS-INSTR-STATUS.
000480     SELECT GRADE-ROSTER-CONTROL ASSIGN TO "GRDROST"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-GRDROST-STATUS.
000510     SELECT GRADE-SHEET-PRINT ASSIGN TO "GRDSHEET"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPTARCH-STATUS.
000570     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-OPSLOG-STATUS.
000600     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-BIZDT-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TERM-CONTROL.
000660     COPY TERMCTL.

000680 FD  ENROLLMENT-DETAIL.
000690     COPY ENRLDETL.

000700 FD  COURSE-MASTER.
000710     COPY CRSMAST.

000720 FD  INSTRUCTOR-MASTER.
000730     COPY INSTMAST.

000740 FD  GRADE-ROSTER-CONTROL.
000750     COPY GRDROST.

000760 FD  GRADE-SHEET-PRINT.
000770 01  PRINT-LINE                 PIC X(132).

000780 FD  REPORT-ARCHIVE.
000790     COPY RPTARCH.

000800 FD  OPS-ERROR-LOG.
000810     COPY OPSERR.

000820 FD  BUSINESS-DATE-FILE.
000830     COPY BIZDATE.

000840 WORKING-STORAGE SECTION.
000850     COPY BIZDTWS.
000860     COPY IOCHKWS.
000870 01  WS-TERMCTL-STATUS          PIC X(02).
000880     88 TERMCTL-OK              VALUE "00".
000890 01  WS-ENROLL-STATUS           PIC X(02).
000900     88 ENROLL-OK               VALUE "00".
000910 01  WS-COURSE-STATUS           PIC X(02).
000920     88 COURSE-OK               VALUE "00".
000930 01  WS-INSTR-STATUS            PIC X(02).
000940     88 INSTR-OK                VALUE "00".
000950 01  WS-GRDROST-STATUS          PIC X(02).
000960     88 GRDROST-OK              VALUE "00".
000970 01  WS-PRINT-STATUS            PIC X(02).
000980     88 PRINT-OK                VALUE "00".
000990 01  WS-RPTARCH-STATUS          PIC X(02).
001000     88 RPTARCH-OK              VALUE "00".
001010 01  WS-DETAIL-EOF-SWITCH       PIC X(01) VALUE "N".
001020     88 DETAIL-EOF              VALUE "Y".
001030 01  WS-COURSE-OPEN-SWITCH      PIC X(01) VALUE "N".
001040     88 COURSE-MASTER-OPEN      VALUE "Y".
001050 01  WS-INSTR-OPEN-SWITCH       PIC X(01) VALUE "N".
001060     88 INSTRUCTOR-MASTER-OPEN  VALUE "Y".
001070 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001080 01  WS-CURRENT-COURSE          PIC X(06) VALUE SPACES.
001090*
001100* One course's students, held so the count can print at the top
001110* of the sheet
001120*
001130 01  WS-SHEET-MAX               PIC 9(03) VALUE 300.
001140 01  WS-SHEET-COUNT             PIC 9(03) VALUE ZEROES.
001150 01  WS-SHEET-SUB               PIC 9(03) VALUE ZEROES.
001160 01  WS-SHEET-TABLE.
001170     05 WS-SHEET-ENTRY          OCCURS 300 TIMES.
001180         10 WS-SH-STUDENT-ID    PIC 9(06).
001190         10 WS-SH-STUDENT-NAME  PIC X(25).
001200 01  WS-LINES-PER-PAGE          PIC 9(02) VALUE 40.
001210 01  WS-LINE-COUNT              PIC 9(02) VALUE ZEROES.
001220*
001230* Counts
001240*
001250 01  WS-SEATS-READ              PIC 9(06) VALUE ZEROES.
001260 01  WS-UNSTAMPED-COUNT         PIC 9(06) VALUE ZEROES.
001270 01  WS-SHEETS-PRINTED          PIC 9(05) VALUE ZEROES.
001280 01  WS-STUDENTS-PRINTED        PIC 9(06) VALUE ZEROES.
001290 01  WS-PAGE-COUNT              PIC 9(04) VALUE ZEROES.
001300 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001310 01  GRS-HEADING-LINE.
001320     05 FILLER                  PIC X(30) VALUE
001330         "STUDENT REGISTRATION SYSTEM".
001340     05 FILLER                  PIC X(24) VALUE
001350         "TERM-END GRADE SHEET".
001360     05 FILLER                  PIC X(06) VALUE "TERM ".
001370     05 GRS-HEADING-TERM        PIC X(05).
001380     05 FILLER                  PIC X(03) VALUE SPACES.
001390     05 GRS-HEADING-DATE        PIC 9(08).
001400     05 FILLER                  PIC X(08) VALUE "   PAGE ".
001410     05 GRS-HEADING-PAGE        PIC ZZZ9.
001420     05 FILLER                  PIC X(44) VALUE SPACES.
001430 01  GRS-COURSE-LINE.
001440     05 FILLER                  PIC X(07) VALUE "COURSE ".
001450     05 GRS-COURSE-ID           PIC X(06).
001460     05 FILLER                  PIC X(02) VALUE SPACES.
001470     05 GRS-COURSE-TITLE        PIC X(30).
001480     05 FILLER                  PIC X(02) VALUE SPACES.
001490     05 FILLER                  PIC X(11) VALUE "INSTRUCTOR ".
001500     05 GRS-INSTRUCTOR-ID       PIC X(06).
001510     05 FILLER                  PIC X(02) VALUE SPACES.
001520     05 GRS-INSTRUCTOR-NAME     PIC X(25).
001530     05 FILLER                  PIC X(02) VALUE SPACES.
001540     05 GRS-CONTINUED           PIC X(11).
001550     05 FILLER                  PIC X(28) VALUE SPACES.
001560 01  GRS-COUNT-LINE.
001570     05 FILLER                  PIC X(22) VALUE
001580         "STUDENTS ON SHEET  : ".
001590     05 GRS-STUDENT-COUNT       PIC ZZZ9.
001600     05 FILLER                  PIC X(106) VALUE SPACES.
001610 01  GRS-COLUMN-LINE.
001620     05 FILLER                  PIC X(44) VALUE
001630         "  LINE  STUDENT ID  STUDENT NAME".
001640     05 FILLER                  PIC X(44) VALUE
001650         "              GRADE".
001660     05 FILLER                  PIC X(44) VALUE SPACES.
001670 01  GRS-STUDENT-LINE.
001680     05 FILLER                  PIC X(02) VALUE SPACES.
001690     05 GRS-LINE-NUMBER         PIC ZZZ9.
001700     05 FILLER                  PIC X(02) VALUE SPACES.
001710     05 GRS-STUDENT-ID          PIC 9(06).
001720     05 FILLER                  PIC X(06) VALUE SPACES.
001730     05 GRS-STUDENT-NAME        PIC X(25).
001740     05 FILLER                  PIC X(13) VALUE SPACES.
001750     05 FILLER                  PIC X(06) VALUE "______".
001760     05 FILLER                  PIC X(68) VALUE SPACES.
001770 01  GRS-KEYING-LINE-1.
001780     05 FILLER                  PIC X(44) VALUE
001790         "KEY TO GRDTRAN -- HEADER  H  COURSE ".
001800     05 GRS-KEY-HDR-COURSE      PIC X(06).
001810     05 FILLER                  PIC X(09) VALUE "  COUNT ".
001820     05 GRS-KEY-HDR-COUNT       PIC 9(06).
001830     05 FILLER                  PIC X(67) VALUE SPACES.
001840 01  GRS-KEYING-LINE-2.
001850     05 FILLER                  PIC X(44) VALUE
001860         "                  GRADES   ONE PER STUDENT".
001870     05 FILLER                  PIC X(44) VALUE
001880         "ABOVE, STUDENT ID, COURSE, GRADE".
001890     05 FILLER                  PIC X(44) VALUE SPACES.
001900 01  GRS-KEYING-LINE-3.
001910     05 FILLER                  PIC X(44) VALUE
001920         "                  TRAILER T  COURSE ".
001930     05 GRS-KEY-TRL-COURSE      PIC X(06).
001940     05 FILLER                  PIC X(09) VALUE "  COUNT ".
001950     05 FILLER                  PIC X(25) VALUE
001960         "(grades keyed)".
001970     05 FILLER                  PIC X(48) VALUE SPACES.
001980 01  GRS-SIGN-LINE.
001990     05 FILLER                  PIC X(44) VALUE
002000         "GRADES ENTERED ______  INSTRUCTOR SIGNATURE".
002010     05 FILLER                  PIC X(44) VALUE
002020         " ______________________________   DATE".
002030     05 FILLER                  PIC X(44) VALUE
002040         " __________".
002050 01  GRS-EMPTY-LINE             PIC X(132) VALUE SPACES.

002060 PROCEDURE DIVISION.

002070***************************************************************
002080* 0000-MAINLINE
002090***************************************************************
002100 0000-MAINLINE.
002110     MOVE "GRADEROSTR" TO IOC-PROGRAM
002120     PERFORM ZB-GET-BUSINESS-DATE
002130     PERFORM 0500-GET-CURRENT-TERM
002140     OPEN INPUT ENROLLMENT-DETAIL
002150     IF NOT ENROLL-OK
002160         DISPLAY "No enrollment detail on file"
002170         SET DETAIL-EOF TO TRUE
002180     END-IF
002190     OPEN INPUT COURSE-MASTER
002200     IF COURSE-OK
002210         SET COURSE-MASTER-OPEN TO TRUE
002220     END-IF
002230     OPEN INPUT INSTRUCTOR-MASTER
002240     IF INSTR-OK
002250         SET INSTRUCTOR-MASTER-OPEN TO TRUE
002260     END-IF
002270     OPEN OUTPUT GRADE-ROSTER-CONTROL
002280     OPEN OUTPUT GRADE-SHEET-PRINT
002290     OPEN EXTEND REPORT-ARCHIVE
002300     IF NOT RPTARCH-OK
002310         OPEN OUTPUT REPORT-ARCHIVE
002320     END-IF
002330     IF NOT DETAIL-EOF
002340         MOVE LOW-VALUES TO EN-COURSE-ID
002350         START ENROLLMENT-DETAIL
002360             KEY IS NOT LESS THAN EN-COURSE-ID
002370             INVALID KEY
002380                 SET DETAIL-EOF TO TRUE
002390         END-START
002400     END-IF
002410     PERFORM 1000-READ-DETAIL
002420     PERFORM 2000-COLLECT-ONE-SEAT UNTIL DETAIL-EOF
002430     IF WS-SHEET-COUNT > 0
002440         PERFORM 3000-PRINT-GRADE-SHEET
002450     END-IF
002460     DISPLAY "==================================="
002470     DISPLAY "Roster term       : " WS-CURRENT-TERM
002480     DISPLAY "Ungraded seats    : " WS-SEATS-READ
002490     DISPLAY "Unstamped skipped : " WS-UNSTAMPED-COUNT
002500     DISPLAY "Sheets printed    : " WS-SHEETS-PRINTED
002510     DISPLAY "Students printed  : " WS-STUDENTS-PRINTED
002520     IF ENROLL-OK OR WS-ENROLL-STATUS = "10"
002530         CLOSE ENROLLMENT-DETAIL
002540     END-IF
002550     IF COURSE-MASTER-OPEN
002560         CLOSE COURSE-MASTER
002570     END-IF
002580     IF INSTRUCTOR-MASTER-OPEN
002590         CLOSE INSTRUCTOR-MASTER
002600     END-IF
002610     CLOSE GRADE-ROSTER-CONTROL
002620     CLOSE GRADE-SHEET-PRINT
002630     CLOSE REPORT-ARCHIVE
002640     GOBACK.

002650***************************************************************
002660* 0500-GET-CURRENT-TERM
002670* The sheets are for the term open on the control record.
002680***************************************************************
002690 0500-GET-CURRENT-TERM.
002700     OPEN INPUT TERM-CONTROL
002710     IF NOT TERMCTL-OK
002720         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
002730             "print, job ABORTED ***"
002740         MOVE 8 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     READ TERM-CONTROL
002780         AT END
002790             MOVE SPACES TO WS-CURRENT-TERM
002800         NOT AT END
002810             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002820     END-READ
002830     CLOSE TERM-CONTROL
002840     IF WS-CURRENT-TERM = SPACES
002850         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
002860             "ABORTED ***"
002870         MOVE 8 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.

002900***************************************************************
002910* 1000-READ-DETAIL
002920***************************************************************
002930 1000-READ-DETAIL.
002940     IF NOT DETAIL-EOF
002950         READ ENROLLMENT-DETAIL NEXT RECORD
002960             AT END SET DETAIL-EOF TO TRUE
002970         END-READ
002980     END-IF.

002990***************************************************************
003000* 2000-COLLECT-ONE-SEAT
003010* Control-break on course.  Only the current term's ungraded
003020* seats go on a sheet; a seat posted before the student-ID
003030* stamp cannot take a grade through GRDTRAN and is counted,
003040* not printed.
003050***************************************************************
003060 2000-COLLECT-ONE-SEAT.
003070     IF EN-TERM = WS-CURRENT-TERM AND EN-GRADE = SPACES
003080         ADD 1 TO WS-SEATS-READ
003090         IF EN-STUDENT-ID = ZEROES
003100             ADD 1 TO WS-UNSTAMPED-COUNT
003110         ELSE
003120             IF EN-COURSE-ID NOT = WS-CURRENT-COURSE
003130                 IF WS-SHEET-COUNT > 0
003140                     PERFORM 3000-PRINT-GRADE-SHEET
003150                 END-IF
003160                 MOVE EN-COURSE-ID TO WS-CURRENT-COURSE
003170                 MOVE ZEROES TO WS-SHEET-COUNT
003180             END-IF
003190             IF WS-SHEET-COUNT < WS-SHEET-MAX
003200                 ADD 1 TO WS-SHEET-COUNT
003210                 MOVE EN-STUDENT-ID
003220                     TO WS-SH-STUDENT-ID (WS-SHEET-COUNT)
003230                 MOVE EN-STUDENT-NAME
003240                     TO WS-SH-STUDENT-NAME (WS-SHEET-COUNT)
003250             ELSE
003260                 DISPLAY "*** COURSE " EN-COURSE-ID
003270                     " EXCEEDS THE " WS-SHEET-MAX
003280                     " STUDENT SHEET - run ABORTED ***"
003290                 MOVE 8 TO RETURN-CODE
003300                 STOP RUN
003310             END-IF
003320         END-IF
003330     END-IF
003340     PERFORM 1000-READ-DETAIL.

003350***************************************************************
003360* 3000-PRINT-GRADE-SHEET
003370* One sheet per course, starting on a new page; a long class
003380* runs onto continuation pages.  The sheet's count goes to the
003390* roster control file for gradePost to balance against.
003400***************************************************************
003410 3000-PRINT-GRADE-SHEET.
003420     ADD 1 TO WS-SHEETS-PRINTED
003430     PERFORM 3100-LOOKUP-COURSE
003440     MOVE WS-CURRENT-COURSE TO GRS-COURSE-ID
003450     MOVE SPACES TO GRS-CONTINUED
003460     PERFORM 8100-PRINT-PAGE-HEADING
003470     MOVE WS-SHEET-COUNT TO GRS-STUDENT-COUNT
003480     WRITE PRINT-LINE FROM GRS-COUNT-LINE
003490         AFTER ADVANCING 1 LINE
003500     PERFORM 8000-ARCHIVE-PRINT-LINE
003510     WRITE PRINT-LINE FROM GRS-COLUMN-LINE
003520         AFTER ADVANCING 2 LINES
003530     PERFORM 8000-ARCHIVE-PRINT-LINE
003540     MOVE ZEROES TO WS-LINE-COUNT
003550     PERFORM 3200-PRINT-STUDENT-LINE
003560         VARYING WS-SHEET-SUB FROM 1 BY 1
003570         UNTIL WS-SHEET-SUB > WS-SHEET-COUNT
003580     MOVE WS-CURRENT-COURSE TO GRS-KEY-HDR-COURSE
003590     MOVE WS-SHEET-COUNT TO GRS-KEY-HDR-COUNT
003600     MOVE WS-CURRENT-COURSE TO GRS-KEY-TRL-COURSE
003610     WRITE PRINT-LINE FROM GRS-SIGN-LINE
003620         AFTER ADVANCING 3 LINES
003630     PERFORM 8000-ARCHIVE-PRINT-LINE
003640     WRITE PRINT-LINE FROM GRS-KEYING-LINE-1
003650         AFTER ADVANCING 3 LINES
003660     PERFORM 8000-ARCHIVE-PRINT-LINE
003670     WRITE PRINT-LINE FROM GRS-KEYING-LINE-2
003680         AFTER ADVANCING 1 LINE
003690     PERFORM 8000-ARCHIVE-PRINT-LINE
003700     WRITE PRINT-LINE FROM GRS-KEYING-LINE-3
003710         AFTER ADVANCING 1 LINE
003720     PERFORM 8000-ARCHIVE-PRINT-LINE
003730     MOVE WS-CURRENT-COURSE TO GR-COURSE-ID
003740     MOVE WS-CURRENT-TERM TO GR-TERM
003750     MOVE WS-SHEET-COUNT TO GR-STUDENT-COUNT
003760     MOVE BDT-BUSINESS-DATE TO GR-PRINT-DATE
003770     WRITE GRADE-ROSTER-RECORD
003780     MOVE WS-GRDROST-STATUS TO IOC-STATUS
003790     MOVE "GRDROST" TO IOC-FILE-NAME
003800     PERFORM ZZ-CHECK-WRITE
003810     ADD WS-SHEET-COUNT TO WS-STUDENTS-PRINTED
003820     MOVE ZEROES TO WS-SHEET-COUNT.

003830***************************************************************
003840* 3100-LOOKUP-COURSE
003850* Title and instructor for the sheet heading; a course no
003860* longer on the catalog still gets its sheet.
003870***************************************************************
003880 3100-LOOKUP-COURSE.
003890     MOVE SPACES TO GRS-COURSE-TITLE
003900     MOVE SPACES TO GRS-INSTRUCTOR-ID
003910     MOVE SPACES TO GRS-INSTRUCTOR-NAME
003920     IF COURSE-MASTER-OPEN
003930         MOVE WS-CURRENT-COURSE TO CM-COURSE-ID
003940         READ COURSE-MASTER
003950             INVALID KEY
003960                 MOVE "*** NOT ON CRSMAST ***" TO GRS-COURSE-TITLE
003970             NOT INVALID KEY
003980                 MOVE CM-COURSE-TITLE TO GRS-COURSE-TITLE
003990                 MOVE CM-INSTRUCTOR-ID TO GRS-INSTRUCTOR-ID
004000         END-READ
004010     END-IF
004020     IF GRS-INSTRUCTOR-ID = SPACES
004030         MOVE "UNASSIGNED" TO GRS-INSTRUCTOR-NAME
004040     ELSE
004050         IF INSTRUCTOR-MASTER-OPEN
004060             MOVE GRS-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
004070             READ INSTRUCTOR-MASTER
004080                 INVALID KEY
004090                     MOVE "*** NOT ON INSTMAST ***"
004100                         TO GRS-INSTRUCTOR-NAME
004110                 NOT INVALID KEY
004120                     MOVE IM-INSTRUCTOR-NAME
004130                         TO GRS-INSTRUCTOR-NAME
004140             END-READ
004150         END-IF
004160     END-IF.

004170***************************************************************
004180* 3200-PRINT-STUDENT-LINE
004190***************************************************************
004200 3200-PRINT-STUDENT-LINE.
004210     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
004220         MOVE "(continued)" TO GRS-CONTINUED
004230         PERFORM 8100-PRINT-PAGE-HEADING
004240         WRITE PRINT-LINE FROM GRS-COLUMN-LINE
004250             AFTER ADVANCING 2 LINES
004260         PERFORM 8000-ARCHIVE-PRINT-LINE
004270         MOVE ZEROES TO WS-LINE-COUNT
004280     END-IF
004290     MOVE WS-SHEET-SUB TO GRS-LINE-NUMBER
004300     MOVE WS-SH-STUDENT-ID (WS-SHEET-SUB) TO GRS-STUDENT-ID
004310     MOVE WS-SH-STUDENT-NAME (WS-SHEET-SUB) TO GRS-STUDENT-NAME
004320     WRITE PRINT-LINE FROM GRS-STUDENT-LINE
004330         AFTER ADVANCING 1 LINE
004340     PERFORM 8000-ARCHIVE-PRINT-LINE
004350     ADD 1 TO WS-LINE-COUNT.

004360***************************************************************
004370* 8000-ARCHIVE-PRINT-LINE
004380* Every printed line also lands on the report archive under
004390* its page number, so a lost sheet reprints through rptReprint.
004400***************************************************************
004410 8000-ARCHIVE-PRINT-LINE.
004420     MOVE "GRDSHEET" TO RP-REPORT-NAME
004430     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
004440     MOVE WS-PAGE-COUNT TO RP-PAGE
004450     ADD 1 TO WS-ARCH-LINE-SEQ
004460     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
004470     MOVE PRINT-LINE TO RP-PRINT-LINE
004480     WRITE REPORT-ARCHIVE-RECORD
004490     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
004500     MOVE "RPTARCH" TO IOC-FILE-NAME
004510     PERFORM ZZ-CHECK-WRITE.

004520***************************************************************
004530* 8100-PRINT-PAGE-HEADING
004540***************************************************************
004550 8100-PRINT-PAGE-HEADING.
004560     ADD 1 TO WS-PAGE-COUNT
004570     MOVE WS-CURRENT-TERM TO GRS-HEADING-TERM
004580     MOVE BDT-BUSINESS-DATE TO GRS-HEADING-DATE
004590     MOVE WS-PAGE-COUNT TO GRS-HEADING-PAGE
004600     WRITE PRINT-LINE FROM GRS-HEADING-LINE
004610         AFTER ADVANCING PAGE
004620     PERFORM 8000-ARCHIVE-PRINT-LINE
004630     WRITE PRINT-LINE FROM GRS-COURSE-LINE
004640         AFTER ADVANCING 2 LINES
004650     PERFORM 8000-ARCHIVE-PRINT-LINE.

004660***************************************************************
004670* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
004680***************************************************************
004690     COPY IOCHKPRC.

004700*****************************************************************
004710* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004720*****************************************************************
004730     COPY BIZDTPRC.
