000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acadStanding.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-14.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-14  RSG Original -- term-end academic standing run.
000140*                 The live ENRLDETL and every ENRLHIST
000150*                 generation release into one sort by student
000160*                 ID and term, the way transcript builds its
000170*                 history; each graded course is weighted by
000180*                 its catalog credit hours on the shared
000190*                 ZG-GRADE-POINTS scale into a term GPA (the
000200*                 TERMCTL current term) and a cumulative GPA.
000210*                 Every student with current-term courses is
000220*                 given a standing on the STUSTND standing
000230*                 master -- dean's list, good standing,
000240*                 probation, or suspension for a student
000250*                 already on probation who has not recovered
000260*                 -- and the dean's list and the probation /
000270*                 suspension list print on STNDRPT, captured
000280*                 to RPTARCH.  Run after the term's last
000290*                 gradePost and before termClose.
000293* 2026-10-15  RSG The term control record comes from the shared
000296*                 TERMCTL copybook instead of an inline layout.
000300***************************************************************

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-TERMCTL-STATUS.
000370     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EN-KEY
000410         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000420         FILE STATUS IS WS-ENROLL-STATUS.
000430     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-HISTORY-STATUS.
000460     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SI-STUDENT-ID
000500         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000510         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000520         FILE STATUS IS WS-IDENT-STATUS.
000530     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CM-COURSE-ID
000570         FILE STATUS IS WS-COURSE-STATUS.
000580     SELECT STANDING-MASTER ASSIGN TO "STUSTND"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS AS-STUDENT-ID
000620         FILE STATUS IS WS-STANDING-STATUS.
000630     SELECT SORT-WORK-FILE ASSIGN TO "STDSWK".
000640     SELECT SORTED-STANDING-FILE ASSIGN TO "STDSRT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-SORT-STATUS.
000670     SELECT STANDING-PRINT ASSIGN TO "STNDRPT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PRINT-STATUS.
000700     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-RPTARCH-STATUS.
000730     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-RUNLOG-STATUS.
000760     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-OPSLOG-STATUS.
000790     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-BIZDT-STATUS.

000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  TERM-CONTROL.
000850     COPY TERMCTL.

000870 FD  ENROLLMENT-DETAIL.
000880     COPY ENRLDETL.

000890 FD  ENROLLMENT-HISTORY.
000900     COPY ENRLHIST.

000910 FD  STUDENT-IDENTITY.
000920     COPY STUIDNT.

000930 FD  COURSE-MASTER.
000940     COPY CRSMAST.

000950 FD  STANDING-MASTER.
000960     COPY STUSTND.

000970 SD  SORT-WORK-FILE.
000980 01  SORT-WORK-RECORD.
000990     05 SW-STUDENT-ID           PIC 9(06).
001000     05 SW-TERM                 PIC X(05).
001010     05 SW-COURSE-ID            PIC X(06).
001020     05 SW-GRADE                PIC X(02).
001030     05 SW-STUDENT-NAME         PIC X(25).

001040 FD  SORTED-STANDING-FILE.
001050 01  SORTED-STANDING-RECORD.
001060     05 SR-STUDENT-ID           PIC 9(06).
001070     05 SR-TERM                 PIC X(05).
001080     05 SR-COURSE-ID            PIC X(06).
001090     05 SR-GRADE                PIC X(02).
001100     05 SR-STUDENT-NAME         PIC X(25).

001110 FD  STANDING-PRINT.
001120 01  PRINT-LINE                 PIC X(132).

001130 FD  REPORT-ARCHIVE.
001140     COPY RPTARCH.

001150 FD  RUN-LOG-FILE.
001160     COPY RUNSUM.

001170 FD  OPS-ERROR-LOG.
001180     COPY OPSERR.

001190 FD  BUSINESS-DATE-FILE.
001200     COPY BIZDATE.

001210 WORKING-STORAGE SECTION.
001220     COPY BIZDTWS.
001230     COPY IOCHKWS.
001240     COPY GPAWS.
001250 01  WS-TERMCTL-STATUS          PIC X(02).
001260     88 TERMCTL-OK              VALUE "00".
001270 01  WS-ENROLL-STATUS           PIC X(02).
001280     88 ENROLL-OK               VALUE "00".
001290 01  WS-HISTORY-STATUS          PIC X(02).
001300     88 HISTORY-OK              VALUE "00".
001310 01  WS-IDENT-STATUS            PIC X(02).
001320     88 IDENT-OK                VALUE "00".
001330 01  WS-COURSE-STATUS           PIC X(02).
001340     88 COURSE-OK               VALUE "00".
001350 01  WS-STANDING-STATUS         PIC X(02).
001360     88 STANDING-OK             VALUE "00".
001370 01  WS-SORT-STATUS             PIC X(02).
001380     88 SORT-OK                 VALUE "00".
001390 01  WS-PRINT-STATUS            PIC X(02).
001400     88 PRINT-OK                VALUE "00".
001410 01  WS-RPTARCH-STATUS          PIC X(02).
001420     88 RPTARCH-OK              VALUE "00".
001430 01  WS-RUNLOG-STATUS           PIC X(02).
001440     88 RUNLOG-OK               VALUE "00".
001450 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001460 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
001470     88 RELEASE-EOF             VALUE "Y".
001480 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
001490     88 SORTED-EOF              VALUE "Y".
001500 01  WS-STANDING-EOF-SWITCH     PIC X(01) VALUE "N".
001510     88 STANDING-EOF            VALUE "Y".
001520 01  WS-SECTION-OPEN-SWITCH     PIC X(01) VALUE "N".
001530     88 SECTION-OPEN            VALUE "Y".
001540 01  WS-IN-TERM-SWITCH          PIC X(01) VALUE "N".
001550     88 ENROLLED-THIS-TERM      VALUE "Y".
001560 01  WS-INCOMPLETE-SWITCH       PIC X(01) VALUE "N".
001570     88 TERM-HAS-INCOMPLETE     VALUE "Y".
001580 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001590 01  WS-CURRENT-ID              PIC 9(06) VALUE ZEROES.
001600 01  WS-TERM-CREDITS            PIC 9(04)V9(01) VALUE ZEROES.
001610 01  WS-TERM-POINTS             PIC 9(05)V9(02) VALUE ZEROES.
001620 01  WS-TERM-GPA                PIC 9(01)V9(02) VALUE ZEROES.
001630 01  WS-CUM-CREDITS             PIC 9(04)V9(01) VALUE ZEROES.
001640 01  WS-CUM-POINTS              PIC 9(05)V9(02) VALUE ZEROES.
001650 01  WS-CUM-GPA                 PIC 9(01)V9(02) VALUE ZEROES.
001660 01  WS-PRIOR-STANDING          PIC X(01) VALUE SPACE.
001670     88 PRIOR-ON-PROBATION      VALUE "P" "S".
001680 01  WS-NEW-STANDING            PIC X(01) VALUE SPACE.
001690 01  WS-LINES-READ              PIC 9(06) VALUE ZEROES.
001700 01  WS-UNSTAMPED-COUNT         PIC 9(06) VALUE ZEROES.
001710 01  WS-NOT-ON-CATALOG          PIC 9(06) VALUE ZEROES.
001720 01  WS-EVALUATED-COUNT         PIC 9(06) VALUE ZEROES.
001730 01  WS-DEANS-COUNT             PIC 9(06) VALUE ZEROES.
001740 01  WS-GOOD-COUNT              PIC 9(06) VALUE ZEROES.
001750 01  WS-PROBATION-COUNT         PIC 9(06) VALUE ZEROES.
001760 01  WS-SUSPENSION-COUNT        PIC 9(06) VALUE ZEROES.
001770 01  WS-LISTED-COUNT            PIC 9(06) VALUE ZEROES.
001780 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
001790 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001800*
001810* Standing thresholds, set by the registrar's academic policy.
001820* A cumulative GPA under the floor is probation (suspension
001830* when the student was already on probation); dean's list
001840* wants the term GPA at or above the honors mark on at least
001850* the full-time graded load with no incomplete outstanding.
001860*
001870 01  WS-PROBATION-FLOOR         PIC 9(01)V9(02) VALUE 2.00.
001880 01  WS-DEANS-LIST-GPA          PIC 9(01)V9(02) VALUE 3.50.
001890 01  WS-DEANS-LIST-CREDITS      PIC 9(04)V9(01) VALUE 12.0.
001900 01  STD-HEADING-LINE.
001910     05 FILLER                  PIC X(30) VALUE
001920         "STUDENT REGISTRATION SYSTEM".
001930     05 FILLER                  PIC X(20) VALUE
001940         "ACADEMIC STANDING".
001950     05 FILLER                  PIC X(06) VALUE "TERM ".
001960     05 STD-HEADING-TERM        PIC X(05).
001970     05 FILLER                  PIC X(03) VALUE SPACES.
001980     05 STD-HEADING-DATE        PIC 9(08).
001990     05 FILLER                  PIC X(60) VALUE SPACES.
002000 01  STD-SECTION-LINE.
002010     05 STD-SECTION-TITLE       PIC X(40).
002020     05 FILLER                  PIC X(92) VALUE SPACES.
002030 01  STD-COLUMN-LINE.
002040     05 FILLER                  PIC X(40) VALUE
002050         "  STUDENT  NAME".
002060     05 FILLER                  PIC X(40) VALUE
002070         "TERM GPA  CREDITS  CUM GPA  STANDING".
002080     05 FILLER                  PIC X(52) VALUE SPACES.
002090 01  STD-DETAIL-LINE.
002100     05 FILLER                  PIC X(02) VALUE SPACES.
002110     05 STD-STUDENT-ID          PIC 9(06).
002120     05 FILLER                  PIC X(02) VALUE SPACES.
002130     05 STD-STUDENT-NAME        PIC X(25).
002140     05 FILLER                  PIC X(07) VALUE SPACES.
002150     05 STD-TERM-GPA            PIC 9.99.
002160     05 FILLER                  PIC X(04) VALUE SPACES.
002170     05 STD-TERM-CREDITS        PIC ZZZ9.9.
002180     05 FILLER                  PIC X(05) VALUE SPACES.
002190     05 STD-CUM-GPA             PIC 9.99.
002200     05 FILLER                  PIC X(02) VALUE SPACES.
002210     05 STD-STANDING-TEXT       PIC X(12).
002220     05 FILLER                  PIC X(53) VALUE SPACES.
002230 01  STD-TOTAL-LINE.
002240     05 STD-TOTAL-LABEL         PIC X(30).
002250     05 STD-TOTAL-COUNT         PIC ZZZZZ9.
002260     05 FILLER                  PIC X(96) VALUE SPACES.

002270 PROCEDURE DIVISION.

002280***************************************************************
002290* 0000-MAINLINE
002300***************************************************************
002310 0000-MAINLINE.
002320     MOVE "ACADSTNDNG" TO IOC-PROGRAM
002330     ACCEPT WS-RUN-START-TIME FROM TIME
002340     PERFORM ZB-GET-BUSINESS-DATE
002350     PERFORM 0500-GET-CURRENT-TERM
002360     SORT SORT-WORK-FILE
002370         ON ASCENDING KEY SW-STUDENT-ID
002380         ON ASCENDING KEY SW-TERM
002390         ON ASCENDING KEY SW-COURSE-ID
002400         INPUT PROCEDURE IS 1000-RELEASE-ENROLLMENTS
002410             THRU 1900-RELEASE-EXIT
002420         GIVING SORTED-STANDING-FILE
002430     OPEN INPUT SORTED-STANDING-FILE
002440     OPEN INPUT COURSE-MASTER
002450     PERFORM 2000-OPEN-STANDING-MASTER
002460     PERFORM 3000-READ-SORTED-RECORD
002470     PERFORM 4000-ACCUMULATE-ONE-LINE UNTIL SORTED-EOF
002480     IF SECTION-OPEN
002490         PERFORM 5000-ASSIGN-STANDING
002500     END-IF
002510     CLOSE SORTED-STANDING-FILE
002520     CLOSE COURSE-MASTER
002530     OPEN INPUT STUDENT-IDENTITY
002540     OPEN OUTPUT STANDING-PRINT
002550     OPEN EXTEND REPORT-ARCHIVE
002560     IF NOT RPTARCH-OK
002570         OPEN OUTPUT REPORT-ARCHIVE
002580     END-IF
002590     MOVE WS-CURRENT-TERM TO STD-HEADING-TERM
002600     MOVE BDT-BUSINESS-DATE TO STD-HEADING-DATE
002610     WRITE PRINT-LINE FROM STD-HEADING-LINE
002620         AFTER ADVANCING PAGE
002630     PERFORM 8000-ARCHIVE-PRINT-LINE
002640     MOVE "DEAN'S LIST" TO STD-SECTION-TITLE
002650     PERFORM 6000-PRINT-STANDING-LIST
002660     MOVE "ACADEMIC PROBATION AND SUSPENSION" TO
002670         STD-SECTION-TITLE
002680     PERFORM 6000-PRINT-STANDING-LIST
002690     PERFORM 7000-PRINT-RUN-TOTALS
002700     DISPLAY "-----------------------------------"
002710     DISPLAY "Course lines read  : " WS-LINES-READ
002720     DISPLAY "Unstamped skipped  : " WS-UNSTAMPED-COUNT
002730     DISPLAY "Not on catalog     : " WS-NOT-ON-CATALOG
002740     DISPLAY "Students evaluated : " WS-EVALUATED-COUNT
002750     DISPLAY "  Dean's list      : " WS-DEANS-COUNT
002760     DISPLAY "  Good standing    : " WS-GOOD-COUNT
002770     DISPLAY "  Probation        : " WS-PROBATION-COUNT
002780     DISPLAY "  Suspension       : " WS-SUSPENSION-COUNT
002790     IF WS-EVALUATED-COUNT NOT = WS-DEANS-COUNT
002800         + WS-GOOD-COUNT + WS-PROBATION-COUNT
002810         + WS-SUSPENSION-COUNT
002820         DISPLAY "Control total      : *** OUT OF BALANCE ***"
002830         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
002840     ELSE
002850         DISPLAY "Control total      : TIES OUT"
002860     END-IF
002870     PERFORM 9100-WRITE-RUN-SUMMARY
002880     CLOSE STANDING-MASTER
002890     CLOSE STUDENT-IDENTITY
002900     CLOSE STANDING-PRINT
002910     CLOSE REPORT-ARCHIVE
002920     GOBACK.

002930***************************************************************
002940* 0500-GET-CURRENT-TERM
002950* The term being graded is the one still open on the control
002960* record -- the standing run goes before termClose rolls it.
002970***************************************************************
002980 0500-GET-CURRENT-TERM.
002990     OPEN INPUT TERM-CONTROL
003000     IF NOT TERMCTL-OK
003010         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
003020             "grade, job ABORTED ***"
003030         MOVE 8 TO RETURN-CODE
003040         STOP RUN
003050     END-IF
003060     READ TERM-CONTROL
003070         AT END
003080             MOVE SPACES TO WS-CURRENT-TERM
003090         NOT AT END
003100             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
003110     END-READ
003120     CLOSE TERM-CONTROL
003130     IF WS-CURRENT-TERM = SPACES
003140         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
003150             "ABORTED ***"
003160         MOVE 8 TO RETURN-CODE
003170         STOP RUN
003180     END-IF
003190     DISPLAY "Standing for term : " WS-CURRENT-TERM.

003200***************************************************************
003210* 1000-RELEASE-ENROLLMENTS
003220* Live detail first, then every frozen term -- the sort puts
003230* each student's whole record in term order.  Detail posted
003240* before the student-ID stamp existed cannot be tied to a
003250* student and is counted, not released.
003260***************************************************************
003270 1000-RELEASE-ENROLLMENTS.
003280     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003290     OPEN INPUT ENROLLMENT-DETAIL
003300     IF ENROLL-OK
003310         MOVE ZEROES TO EN-MASTER-KEY
003320         MOVE LOW-VALUES TO EN-COURSE-ID
003330         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003340             INVALID KEY
003350                 SET RELEASE-EOF TO TRUE
003360         END-START
003370         PERFORM 1100-READ-LIVE-DETAIL
003380         PERFORM 1200-RELEASE-LIVE-DETAIL UNTIL RELEASE-EOF
003390         CLOSE ENROLLMENT-DETAIL
003400     END-IF
003410     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003420     OPEN INPUT ENROLLMENT-HISTORY
003430     IF HISTORY-OK
003440         PERFORM 1300-READ-HISTORY-DETAIL
003450         PERFORM 1400-RELEASE-HISTORY-DETAIL UNTIL RELEASE-EOF
003460         CLOSE ENROLLMENT-HISTORY
003470     END-IF
003480     GO TO 1900-RELEASE-EXIT.

003490***************************************************************
003500* 1100-READ-LIVE-DETAIL
003510***************************************************************
003520 1100-READ-LIVE-DETAIL.
003530     READ ENROLLMENT-DETAIL NEXT RECORD
003540         AT END SET RELEASE-EOF TO TRUE
003550     END-READ.

003560***************************************************************
003570* 1200-RELEASE-LIVE-DETAIL
003580***************************************************************
003590 1200-RELEASE-LIVE-DETAIL.
003600     IF EN-STUDENT-ID = ZEROES
003610         ADD 1 TO WS-UNSTAMPED-COUNT
003620     ELSE
003630         MOVE EN-STUDENT-ID TO SW-STUDENT-ID
003640         MOVE EN-TERM TO SW-TERM
003650         IF SW-TERM = SPACES
003660             MOVE WS-CURRENT-TERM TO SW-TERM
003670         END-IF
003680         MOVE EN-COURSE-ID TO SW-COURSE-ID
003690         MOVE EN-GRADE TO SW-GRADE
003700         MOVE EN-STUDENT-NAME TO SW-STUDENT-NAME
003710         RELEASE SORT-WORK-RECORD
003720     END-IF
003730     PERFORM 1100-READ-LIVE-DETAIL.

003740***************************************************************
003750* 1300-READ-HISTORY-DETAIL
003760***************************************************************
003770 1300-READ-HISTORY-DETAIL.
003780     READ ENROLLMENT-HISTORY
003790         AT END SET RELEASE-EOF TO TRUE
003800     END-READ.

003810***************************************************************
003820* 1400-RELEASE-HISTORY-DETAIL
003830***************************************************************
003840 1400-RELEASE-HISTORY-DETAIL.
003850     IF HE-STUDENT-ID = ZEROES
003860         ADD 1 TO WS-UNSTAMPED-COUNT
003870     ELSE
003880         MOVE HE-STUDENT-ID TO SW-STUDENT-ID
003890         MOVE HE-TERM TO SW-TERM
003900         MOVE HE-COURSE-ID TO SW-COURSE-ID
003910         MOVE HE-GRADE TO SW-GRADE
003920         MOVE HE-STUDENT-NAME TO SW-STUDENT-NAME
003930         RELEASE SORT-WORK-RECORD
003940     END-IF
003950     PERFORM 1300-READ-HISTORY-DETAIL.

003960***************************************************************
003970* 1900-RELEASE-EXIT
003980***************************************************************
003990 1900-RELEASE-EXIT.
004000     EXIT.

004010***************************************************************
004020* 2000-OPEN-STANDING-MASTER
004030* Created empty on first use, the way courseMaint creates the
004040* catalog.
004050***************************************************************
004060 2000-OPEN-STANDING-MASTER.
004070     OPEN I-O STANDING-MASTER
004080     IF NOT STANDING-OK
004090         CLOSE STANDING-MASTER
004100         OPEN OUTPUT STANDING-MASTER
004110         CLOSE STANDING-MASTER
004120         OPEN I-O STANDING-MASTER
004130     END-IF.

004140***************************************************************
004150* 3000-READ-SORTED-RECORD
004160***************************************************************
004170 3000-READ-SORTED-RECORD.
004180     READ SORTED-STANDING-FILE
004190         AT END SET SORTED-EOF TO TRUE
004200     END-READ.

004210***************************************************************
004220* 4000-ACCUMULATE-ONE-LINE
004230* Control break on student.  Every graded line counts toward
004240* the cumulative average; current-term lines also count
004250* toward the term average.  A term later than the current one
004260* (early registration for next term) has no grades yet and
004270* falls out on the ZG-GRADE-POINTS graded test.
004280***************************************************************
004290 4000-ACCUMULATE-ONE-LINE.
004300     ADD 1 TO WS-LINES-READ
004310     IF NOT SECTION-OPEN
004320         OR SR-STUDENT-ID NOT = WS-CURRENT-ID
004330         IF SECTION-OPEN
004340             PERFORM 5000-ASSIGN-STANDING
004350         END-IF
004360         PERFORM 4100-OPEN-STUDENT
004370     END-IF
004380     IF SR-TERM = WS-CURRENT-TERM
004390         SET ENROLLED-THIS-TERM TO TRUE
004400         IF SR-GRADE (1:1) = "I"
004410             SET TERM-HAS-INCOMPLETE TO TRUE
004420         END-IF
004430     END-IF
004440     MOVE ZEROES TO GPA-CREDITS
004450     MOVE SR-COURSE-ID TO CM-COURSE-ID
004460     READ COURSE-MASTER
004470         INVALID KEY
004480             ADD 1 TO WS-NOT-ON-CATALOG
004490         NOT INVALID KEY
004500             MOVE CM-CREDIT-HOURS TO GPA-CREDITS
004510     END-READ
004520     MOVE SR-GRADE TO GPA-GRADE
004530     PERFORM ZG-GRADE-POINTS
004540     IF GPA-COUNTED
004550         ADD GPA-CREDITS TO WS-CUM-CREDITS
004560         ADD GPA-QUALITY-POINTS TO WS-CUM-POINTS
004570         IF SR-TERM = WS-CURRENT-TERM
004580             ADD GPA-CREDITS TO WS-TERM-CREDITS
004590             ADD GPA-QUALITY-POINTS TO WS-TERM-POINTS
004600         END-IF
004610     END-IF
004620     PERFORM 3000-READ-SORTED-RECORD.

004630***************************************************************
004640* 4100-OPEN-STUDENT
004650***************************************************************
004660 4100-OPEN-STUDENT.
004670     MOVE SR-STUDENT-ID TO WS-CURRENT-ID
004680     SET SECTION-OPEN TO TRUE
004690     MOVE "N" TO WS-IN-TERM-SWITCH
004700     MOVE "N" TO WS-INCOMPLETE-SWITCH
004710     MOVE ZEROES TO WS-TERM-CREDITS
004720     MOVE ZEROES TO WS-TERM-POINTS
004730     MOVE ZEROES TO WS-CUM-CREDITS
004740     MOVE ZEROES TO WS-CUM-POINTS.

004750***************************************************************
004760* 5000-ASSIGN-STANDING
004770* Only a student who sat the current term is given a standing
004780* -- anyone away this term keeps the standing last assigned.
004790* A rerun in the same term leaves the prior standing as the
004800* first run found it, so running twice cannot turn a first
004810* probation into a suspension.
004820***************************************************************
004830 5000-ASSIGN-STANDING.
004840     MOVE "N" TO WS-SECTION-OPEN-SWITCH
004850     IF ENROLLED-THIS-TERM
004860         PERFORM 5050-POST-STANDING
004870     END-IF.

004880***************************************************************
004890* 5050-POST-STANDING
004900***************************************************************
004910 5050-POST-STANDING.
004920     ADD 1 TO WS-EVALUATED-COUNT
004930     MOVE WS-TERM-CREDITS TO GPA-TOTAL-CREDITS
004940     MOVE WS-TERM-POINTS TO GPA-TOTAL-POINTS
004950     PERFORM ZG-COMPUTE-AVERAGE
004960     MOVE GPA-AVERAGE TO WS-TERM-GPA
004970     MOVE WS-CUM-CREDITS TO GPA-TOTAL-CREDITS
004980     MOVE WS-CUM-POINTS TO GPA-TOTAL-POINTS
004990     PERFORM ZG-COMPUTE-AVERAGE
005000     MOVE GPA-AVERAGE TO WS-CUM-GPA
005010     MOVE WS-CURRENT-ID TO AS-STUDENT-ID
005020     READ STANDING-MASTER
005030         INVALID KEY
005040             MOVE SPACE TO WS-PRIOR-STANDING
005050             PERFORM 5100-DECIDE-STANDING
005060             PERFORM 5200-BUILD-STANDING-RECORD
005070             WRITE STANDING-RECORD
005080         NOT INVALID KEY
005090             IF AS-TERM = WS-CURRENT-TERM
005100                 MOVE AS-PRIOR-STANDING TO WS-PRIOR-STANDING
005110             ELSE
005120                 MOVE AS-STANDING TO WS-PRIOR-STANDING
005130             END-IF
005140             PERFORM 5100-DECIDE-STANDING
005150             PERFORM 5200-BUILD-STANDING-RECORD
005160             REWRITE STANDING-RECORD
005170     END-READ
005180     MOVE WS-STANDING-STATUS TO IOC-STATUS
005190     MOVE "STUSTND" TO IOC-FILE-NAME
005200     PERFORM ZZ-CHECK-WRITE.

005210***************************************************************
005220* 5100-DECIDE-STANDING
005230***************************************************************
005240 5100-DECIDE-STANDING.
005250     MOVE WS-PRIOR-STANDING TO AS-PRIOR-STANDING
005260     IF WS-CUM-GPA < WS-PROBATION-FLOOR
005270         AND WS-CUM-CREDITS > ZEROES
005280         IF PRIOR-ON-PROBATION
005290             MOVE "S" TO WS-NEW-STANDING
005300             ADD 1 TO WS-SUSPENSION-COUNT
005310         ELSE
005320             MOVE "P" TO WS-NEW-STANDING
005330             ADD 1 TO WS-PROBATION-COUNT
005340         END-IF
005350     ELSE
005360         IF WS-TERM-GPA NOT < WS-DEANS-LIST-GPA
005370             AND WS-TERM-CREDITS NOT < WS-DEANS-LIST-CREDITS
005380             AND NOT TERM-HAS-INCOMPLETE
005390             MOVE "D" TO WS-NEW-STANDING
005400             ADD 1 TO WS-DEANS-COUNT
005410         ELSE
005420             MOVE "G" TO WS-NEW-STANDING
005430             ADD 1 TO WS-GOOD-COUNT
005440         END-IF
005450     END-IF.

005460***************************************************************
005470* 5200-BUILD-STANDING-RECORD
005480***************************************************************
005490 5200-BUILD-STANDING-RECORD.
005500     MOVE WS-CURRENT-ID TO AS-STUDENT-ID
005510     MOVE WS-CURRENT-TERM TO AS-TERM
005520     MOVE WS-TERM-CREDITS TO AS-TERM-CREDITS
005530     MOVE WS-TERM-POINTS TO AS-TERM-POINTS
005540     MOVE WS-TERM-GPA TO AS-TERM-GPA
005550     MOVE WS-CUM-CREDITS TO AS-CUM-CREDITS
005560     MOVE WS-CUM-POINTS TO AS-CUM-POINTS
005570     MOVE WS-CUM-GPA TO AS-CUM-GPA
005580     MOVE WS-NEW-STANDING TO AS-STANDING
005590     MOVE BDT-BUSINESS-DATE TO AS-RUN-DATE.

005600***************************************************************
005610* 6000-PRINT-STANDING-LIST
005620* One pass of the standing master per list, in student-ID
005630* order -- the dean's list first, then probation and
005640* suspension together.  Only standings assigned for the
005650* current term print.
005660***************************************************************
005670 6000-PRINT-STANDING-LIST.
005680     MOVE ZEROES TO WS-LISTED-COUNT
005690     WRITE PRINT-LINE FROM STD-SECTION-LINE
005700         AFTER ADVANCING 2 LINES
005710     PERFORM 8000-ARCHIVE-PRINT-LINE
005720     WRITE PRINT-LINE FROM STD-COLUMN-LINE
005730         AFTER ADVANCING 1 LINE
005740     PERFORM 8000-ARCHIVE-PRINT-LINE
005750     MOVE "N" TO WS-STANDING-EOF-SWITCH
005760     MOVE ZEROES TO AS-STUDENT-ID
005770     START STANDING-MASTER KEY IS NOT LESS THAN AS-STUDENT-ID
005780         INVALID KEY
005790             SET STANDING-EOF TO TRUE
005800     END-START
005810     PERFORM 6100-READ-STANDING
005820     PERFORM 6200-LIST-ONE-STANDING UNTIL STANDING-EOF
005830     MOVE "  STUDENTS LISTED :" TO STD-TOTAL-LABEL
005840     MOVE WS-LISTED-COUNT TO STD-TOTAL-COUNT
005850     WRITE PRINT-LINE FROM STD-TOTAL-LINE
005860         AFTER ADVANCING 1 LINE
005870     PERFORM 8000-ARCHIVE-PRINT-LINE.

005880***************************************************************
005890* 6100-READ-STANDING
005900***************************************************************
005910 6100-READ-STANDING.
005920     READ STANDING-MASTER NEXT RECORD
005930         AT END SET STANDING-EOF TO TRUE
005940     END-READ.

005950***************************************************************
005960* 6200-LIST-ONE-STANDING
005970***************************************************************
005980 6200-LIST-ONE-STANDING.
005990     IF AS-TERM = WS-CURRENT-TERM
006000         IF (STD-SECTION-TITLE = "DEAN'S LIST"
006010                 AND AS-DEANS-LIST)
006020             OR (STD-SECTION-TITLE NOT = "DEAN'S LIST"
006030                 AND (AS-PROBATION OR AS-SUSPENSION))
006040             PERFORM 6300-PRINT-STANDING-LINE
006050         END-IF
006060     END-IF
006070     PERFORM 6100-READ-STANDING.

006080***************************************************************
006090* 6300-PRINT-STANDING-LINE
006100* The name printed is the identity master's canonical name.
006110***************************************************************
006120 6300-PRINT-STANDING-LINE.
006130     MOVE AS-STUDENT-ID TO STD-STUDENT-ID
006140     MOVE AS-STUDENT-ID TO SI-STUDENT-ID
006150     READ STUDENT-IDENTITY
006160         INVALID KEY
006170             MOVE "*** NOT ON IDENTITY ***" TO STD-STUDENT-NAME
006180         NOT INVALID KEY
006190             MOVE SI-STUDENT-NAME TO STD-STUDENT-NAME
006200     END-READ
006210     MOVE AS-TERM-GPA TO STD-TERM-GPA
006220     MOVE AS-TERM-CREDITS TO STD-TERM-CREDITS
006230     MOVE AS-CUM-GPA TO STD-CUM-GPA
006240     EVALUATE TRUE
006250         WHEN AS-DEANS-LIST
006260             MOVE "DEAN'S LIST" TO STD-STANDING-TEXT
006270         WHEN AS-PROBATION
006280             MOVE "PROBATION" TO STD-STANDING-TEXT
006290         WHEN AS-SUSPENSION
006300             MOVE "SUSPENSION" TO STD-STANDING-TEXT
006310         WHEN OTHER
006320             MOVE "GOOD" TO STD-STANDING-TEXT
006330     END-EVALUATE
006340     WRITE PRINT-LINE FROM STD-DETAIL-LINE
006350         AFTER ADVANCING 1 LINE
006360     PERFORM 8000-ARCHIVE-PRINT-LINE
006370     ADD 1 TO WS-LISTED-COUNT.

006380***************************************************************
006390* 7000-PRINT-RUN-TOTALS
006400***************************************************************
006410 7000-PRINT-RUN-TOTALS.
006420     MOVE "STUDENTS EVALUATED     :" TO STD-TOTAL-LABEL
006430     MOVE WS-EVALUATED-COUNT TO STD-TOTAL-COUNT
006440     WRITE PRINT-LINE FROM STD-TOTAL-LINE
006450         AFTER ADVANCING 2 LINES
006460     PERFORM 8000-ARCHIVE-PRINT-LINE
006470     MOVE "  DEAN'S LIST          :" TO STD-TOTAL-LABEL
006480     MOVE WS-DEANS-COUNT TO STD-TOTAL-COUNT
006490     WRITE PRINT-LINE FROM STD-TOTAL-LINE
006500         AFTER ADVANCING 1 LINE
006510     PERFORM 8000-ARCHIVE-PRINT-LINE
006520     MOVE "  GOOD STANDING        :" TO STD-TOTAL-LABEL
006530     MOVE WS-GOOD-COUNT TO STD-TOTAL-COUNT
006540     WRITE PRINT-LINE FROM STD-TOTAL-LINE
006550         AFTER ADVANCING 1 LINE
006560     PERFORM 8000-ARCHIVE-PRINT-LINE
006570     MOVE "  PROBATION            :" TO STD-TOTAL-LABEL
006580     MOVE WS-PROBATION-COUNT TO STD-TOTAL-COUNT
006590     WRITE PRINT-LINE FROM STD-TOTAL-LINE
006600         AFTER ADVANCING 1 LINE
006610     PERFORM 8000-ARCHIVE-PRINT-LINE
006620     MOVE "  SUSPENSION           :" TO STD-TOTAL-LABEL
006630     MOVE WS-SUSPENSION-COUNT TO STD-TOTAL-COUNT
006640     WRITE PRINT-LINE FROM STD-TOTAL-LINE
006650         AFTER ADVANCING 1 LINE
006660     PERFORM 8000-ARCHIVE-PRINT-LINE.

006670***************************************************************
006680* 8000-ARCHIVE-PRINT-LINE
006690* Every printed line also lands on the report archive, so a
006700* lost list reprints through rptReprint.
006710***************************************************************
006720 8000-ARCHIVE-PRINT-LINE.
006730     MOVE "STNDRPT " TO RP-REPORT-NAME
006740     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
006750     MOVE 1 TO RP-PAGE
006760     ADD 1 TO WS-ARCH-LINE-SEQ
006770     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
006780     MOVE PRINT-LINE TO RP-PRINT-LINE
006790     WRITE REPORT-ARCHIVE-RECORD
006800     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
006810     MOVE "RPTARCH" TO IOC-FILE-NAME
006820     PERFORM ZZ-CHECK-WRITE.

006830***************************************************************
006840* 9100-WRITE-RUN-SUMMARY
006850* One standard record per run to the shared RUNLOG operations
006860* file, for the night-end opsReport.
006870***************************************************************
006880 9100-WRITE-RUN-SUMMARY.
006890     OPEN EXTEND RUN-LOG-FILE
006900     IF NOT RUNLOG-OK
006910         OPEN OUTPUT RUN-LOG-FILE
006920     END-IF
006930     MOVE "ACADSTNDNG" TO RS-PROGRAM
006940     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
006950     ACCEPT RS-RUN-TIME FROM TIME
006960     MOVE WS-RUN-START-TIME TO RS-START-TIME
006970     MOVE WS-LINES-READ TO RS-RECORDS-READ
006980     MOVE WS-EVALUATED-COUNT TO RS-RECORDS-POSTED
006990     MOVE WS-UNSTAMPED-COUNT TO RS-RECORDS-REJECTED
007000     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
007010     WRITE RUN-SUMMARY-RECORD
007020     CLOSE RUN-LOG-FILE.

007030***************************************************************
007040* ZG grade-point routines (from the shared GPAPRC copybook)
007050***************************************************************
007060     COPY GPAPRC.

007070***************************************************************
007080* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
007090***************************************************************
007100     COPY IOCHKPRC.

007110*****************************************************************
007120* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007130*****************************************************************
007140     COPY BIZDTPRC.
