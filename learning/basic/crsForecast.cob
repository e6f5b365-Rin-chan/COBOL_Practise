000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. crsForecast.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-15  RSG Original -- term-over-term enrollment forecast
000140*                 for the scheduling meeting.  The live ENRLDETL,
000150*                 every ENRLHIST generation and the open CRSWAIT
000160*                 queue release into one sort by course and term.
000170*                 Each course's enrollment is counted for the
000180*                 last several terms up to the TERMCTL current
000190*                 term (the SYSIN window, two to six terms), next
000200*                 term is projected on the average term-over-term
000210*                 change across the window, and the projection is
000220*                 set against CM-CAPACITY and the waitlist depth.
000230*                 Courses projected to overflow, and courses
000240*                 projected to fill below the SYSIN threshold
000250*                 percent, are flagged on FCSTRPT, captured to
000260*                 RPTARCH.
000263* 2026-10-15  RSG The term control record comes from the shared
000266*                 TERMCTL copybook instead of an inline layout.
000270***************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-TERMCTL-STATUS.
000340     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS EN-KEY
000380         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000390         FILE STATUS IS WS-ENROLL-STATUS.
000400     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-HISTORY-STATUS.
000430     SELECT COURSE-WAITLIST ASSIGN TO "CRSWAIT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-WAITLIST-STATUS.
000460     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CM-COURSE-ID
000500         FILE STATUS IS WS-COURSE-STATUS.
000510     SELECT SORT-WORK-FILE ASSIGN TO "FCSTWK".
000520     SELECT SORTED-FORECAST-FILE ASSIGN TO "FCSTSRT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SORT-STATUS.
000550     SELECT FORECAST-PRINT ASSIGN TO "FCSTRPT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRINT-STATUS.
000580     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPTARCH-STATUS.
000610     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RUNLOG-STATUS.
000640     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-OPSLOG-STATUS.
000670     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-BIZDT-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  TERM-CONTROL.
000730     COPY TERMCTL.

000750 FD  ENROLLMENT-DETAIL.
000760     COPY ENRLDETL.

000770 FD  ENROLLMENT-HISTORY.
000780     COPY ENRLHIST.

000790 FD  COURSE-WAITLIST.
000800     COPY CRSWAIT.

000810 FD  COURSE-MASTER.
000820     COPY CRSMAST.

000830 SD  SORT-WORK-FILE.
000840 01  SORT-WORK-RECORD.
000850     05 SW-COURSE-ID            PIC X(06).
000860     05 SW-TERM-KEY             PIC X(06).
000870     05 SW-TERM                 PIC X(05).
000880     05 SW-TYPE                 PIC X(01).

000890 FD  SORTED-FORECAST-FILE.
000900 01  SORTED-FORECAST-RECORD.
000910     05 SR-COURSE-ID            PIC X(06).
000920     05 SR-TERM-KEY             PIC X(06).
000930     05 SR-TERM                 PIC X(05).
000940     05 SR-TYPE                 PIC X(01).
000950         88 SR-ENROLLMENT       VALUE "E".
000960         88 SR-WAITING          VALUE "W".

000970 FD  FORECAST-PRINT.
000980 01  PRINT-LINE                 PIC X(132).

000990 FD  REPORT-ARCHIVE.
001000     COPY RPTARCH.

001010 FD  RUN-LOG-FILE.
001020     COPY RUNSUM.

001030 FD  OPS-ERROR-LOG.
001040     COPY OPSERR.

001050 FD  BUSINESS-DATE-FILE.
001060     COPY BIZDATE.

001070 WORKING-STORAGE SECTION.
001080     COPY BIZDTWS.
001090     COPY IOCHKWS.
001100 01  WS-TERMCTL-STATUS          PIC X(02).
001110     88 TERMCTL-OK              VALUE "00".
001120 01  WS-ENROLL-STATUS           PIC X(02).
001130     88 ENROLL-OK               VALUE "00".
001140 01  WS-HISTORY-STATUS          PIC X(02).
001150     88 HISTORY-OK              VALUE "00".
001160 01  WS-WAITLIST-STATUS         PIC X(02).
001170     88 WAITLIST-OK             VALUE "00".
001180 01  WS-COURSE-STATUS           PIC X(02).
001190     88 COURSE-OK               VALUE "00".
001200 01  WS-SORT-STATUS             PIC X(02).
001210     88 SORT-OK                 VALUE "00".
001220 01  WS-PRINT-STATUS            PIC X(02).
001230     88 PRINT-OK                VALUE "00".
001240 01  WS-RPTARCH-STATUS          PIC X(02).
001250     88 RPTARCH-OK              VALUE "00".
001260 01  WS-RUNLOG-STATUS           PIC X(02).
001270     88 RUNLOG-OK               VALUE "00".
001280 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001290 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
001300     88 RELEASE-EOF             VALUE "Y".
001310 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
001320     88 SORTED-EOF              VALUE "Y".
001330 01  WS-SECTION-OPEN-SWITCH     PIC X(01) VALUE "N".
001340     88 SECTION-OPEN            VALUE "Y".
001350 01  WS-CATALOG-SWITCH          PIC X(01) VALUE "N".
001360     88 ON-CATALOG              VALUE "Y".
001370 01  WS-SLOT-SWITCH             PIC X(01) VALUE "N".
001380     88 SLOT-FOUND              VALUE "Y".
001390 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001400 01  WS-CURRENT-TERM-KEY        PIC X(06) VALUE SPACES.
001410 01  WS-CURRENT-COURSE          PIC X(06) VALUE SPACES.
001420 01  WS-WINDOW-IN               PIC X(02).
001430 01  WS-WINDOW-IN-N REDEFINES WS-WINDOW-IN
001440                                PIC 9(02).
001450 01  WS-THRESHOLD-PCT           PIC 9(03).
001460 01  WS-LINES-READ              PIC 9(06) VALUE ZEROES.
001470 01  WS-UNTERMED-COUNT          PIC 9(06) VALUE ZEROES.
001480 01  WS-COURSE-COUNT            PIC 9(04) VALUE ZEROES.
001490 01  WS-OVERFLOW-COUNT          PIC 9(04) VALUE ZEROES.
001500 01  WS-UNDER-COUNT             PIC 9(04) VALUE ZEROES.
001510 01  WS-NOT-ON-CATALOG          PIC 9(04) VALUE ZEROES.
001520 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001530*
001540* term key -- the year, then a season rank, then the season
001550* letter, so winter, spring, summer and fall collate in calendar
001560* order rather than letter order.
001570 01  WS-TERM-WORK               PIC X(05).
001580 01  WS-TERM-KEY-WORK.
001590     05 WS-TK-YEAR              PIC X(04).
001600     05 WS-TK-RANK              PIC X(01).
001610     05 WS-TK-SEASON            PIC X(01).
001620*
001630* every distinct term seen on release, held in term-key order;
001640* the forecast window is the last WS-WINDOW-SIZE of them not
001650* later than the current term.
001660 01  WS-TERM-MAX                PIC 9(02) VALUE 60.
001670 01  WS-TERM-COUNT              PIC 9(02) VALUE ZEROES.
001680 01  WS-TERM-SUB                PIC 9(02) VALUE ZEROES.
001690 01  WS-TERM-INSERT             PIC 9(02) VALUE ZEROES.
001700 01  WS-TERM-TABLE.
001710     05 WS-TERM-ENTRY           OCCURS 60 TIMES.
001720         10 WS-TT-KEY           PIC X(06).
001730         10 WS-TT-TERM          PIC X(05).
001740 01  WS-WINDOW-SIZE             PIC 9(02) VALUE ZEROES.
001750 01  WS-WINDOW-USED             PIC 9(02) VALUE ZEROES.
001760 01  WS-WINDOW-SUB              PIC 9(02) VALUE ZEROES.
001770 01  WS-WINDOW-TABLE.
001780     05 WS-WINDOW-ENTRY         OCCURS 6 TIMES.
001790         10 WS-WIN-KEY          PIC X(06).
001800         10 WS-WIN-TERM         PIC X(05).
001810         10 WS-WIN-COUNT        PIC 9(04).
001820*
001830* per-course figures.
001840 01  WS-WAIT-DEPTH              PIC 9(04) VALUE ZEROES.
001850 01  WS-EARLY-COUNT             PIC 9(04) VALUE ZEROES.
001860 01  WS-TREND                   PIC S9(04)V9(02) VALUE ZEROES.
001870 01  WS-PROJECTED-WORK          PIC S9(05) VALUE ZEROES.
001880 01  WS-PROJECTED               PIC 9(04) VALUE ZEROES.
001890 01  WS-FILL-PCT                PIC 9(04) VALUE ZEROES.
001900 01  WS-FLAG-TEXT               PIC X(24) VALUE SPACES.
001910 01  FCS-HEADING-LINE.
001920     05 FILLER                  PIC X(30) VALUE
001930         "STUDENT REGISTRATION SYSTEM".
001940     05 FILLER                  PIC X(28) VALUE
001950         "ENROLLMENT FORECAST".
001960     05 FILLER                  PIC X(14) VALUE "CURRENT TERM ".
001970     05 FCS-HEADING-TERM        PIC X(05).
001980     05 FILLER                  PIC X(03) VALUE SPACES.
001990     05 FCS-HEADING-DATE        PIC 9(08).
002000     05 FILLER                  PIC X(44) VALUE SPACES.
002010 01  FCS-COLUMN-LINE.
002020     05 FILLER                  PIC X(29) VALUE
002030         "COURSE  TITLE".
002040     05 FCS-COLUMN-TERMS.
002050         10 FCS-COLUMN-TERM     PIC X(06) OCCURS 6 TIMES.
002060     05 FILLER                  PIC X(43) VALUE
002070         "  PROJ   CAP  WAIT  EARLY  FILL%  ".
002080     05 FILLER                  PIC X(24) VALUE SPACES.
002090 01  FCS-DETAIL-LINE.
002100     05 FCS-COURSE-ID           PIC X(06).
002110     05 FILLER                  PIC X(02) VALUE SPACES.
002120     05 FCS-COURSE-TITLE        PIC X(20).
002130     05 FILLER                  PIC X(01) VALUE SPACES.
002140     05 FCS-COUNTS.
002150         10 FCS-COUNT-ENTRY     OCCURS 6 TIMES.
002160             15 FCS-COUNT       PIC ZZZ9.
002170             15 FILLER          PIC X(02).
002180     05 FCS-PROJECTED           PIC ZZZZZ9.
002190     05 FCS-CAPACITY            PIC ZZZZZ9.
002200     05 FCS-WAIT-DEPTH          PIC ZZZZZ9.
002210     05 FCS-EARLY-COUNT         PIC ZZZZZZ9.
002220     05 FCS-FILL-PCT            PIC ZZZZZZ9.
002230     05 FILLER                  PIC X(02) VALUE SPACES.
002240     05 FCS-FLAG                PIC X(24).
002250     05 FILLER                  PIC X(09) VALUE SPACES.
002260 01  FCS-TOTAL-LINE.
002270     05 FCS-TOTAL-LABEL         PIC X(30).
002280     05 FCS-TOTAL-COUNT         PIC ZZZZZ9.
002290     05 FILLER                  PIC X(96) VALUE SPACES.

002300 PROCEDURE DIVISION.

002310***************************************************************
002320* 0000-MAINLINE
002330***************************************************************
002340 0000-MAINLINE.
002350     MOVE "CRSFCST" TO IOC-PROGRAM
002360     ACCEPT WS-RUN-START-TIME FROM TIME
002370     PERFORM ZB-GET-BUSINESS-DATE
002380     PERFORM 0300-GET-PARAMETERS
002390     PERFORM 0500-GET-CURRENT-TERM
002400     SORT SORT-WORK-FILE
002410         ON ASCENDING KEY SW-COURSE-ID
002420         ON ASCENDING KEY SW-TERM-KEY
002430         INPUT PROCEDURE IS 1000-RELEASE-ENROLLMENTS
002440             THRU 1900-RELEASE-EXIT
002450         GIVING SORTED-FORECAST-FILE
002460     PERFORM 2000-SET-WINDOW
002470     OPEN INPUT SORTED-FORECAST-FILE
002480     OPEN INPUT COURSE-MASTER
002490     OPEN OUTPUT FORECAST-PRINT
002500     OPEN EXTEND REPORT-ARCHIVE
002510     IF NOT RPTARCH-OK
002520         OPEN OUTPUT REPORT-ARCHIVE
002530     END-IF
002540     PERFORM 2500-PRINT-HEADINGS
002550     PERFORM 3000-READ-SORTED-RECORD
002560     PERFORM 4000-ACCUMULATE-ONE-LINE UNTIL SORTED-EOF
002570     IF SECTION-OPEN
002580         PERFORM 5000-FORECAST-COURSE
002590     END-IF
002600     PERFORM 7000-PRINT-RUN-TOTALS
002610     DISPLAY "-----------------------------------"
002620     DISPLAY "Lines read           : " WS-LINES-READ
002630     DISPLAY "Unstamped term       : " WS-UNTERMED-COUNT
002640     DISPLAY "Courses forecast     : " WS-COURSE-COUNT
002650     DISPLAY "  Projected overflow : " WS-OVERFLOW-COUNT
002660     DISPLAY "  Projected under    : " WS-UNDER-COUNT
002670     DISPLAY "  Not on catalog     : " WS-NOT-ON-CATALOG
002680     PERFORM 9100-WRITE-RUN-SUMMARY
002690     CLOSE SORTED-FORECAST-FILE
002700     CLOSE COURSE-MASTER
002710     CLOSE FORECAST-PRINT
002720     CLOSE REPORT-ARCHIVE
002730     GOBACK.

002740***************************************************************
002750* 0300-GET-PARAMETERS
002760* The number of terms the trend is taken over (two to six),
002770* then the under-capacity threshold percent, as courseUtil
002780* takes it.
002790***************************************************************
002800 0300-GET-PARAMETERS.
002810     DISPLAY "Terms in the trend window (02-06):"
002820     ACCEPT WS-WINDOW-IN
002830     IF WS-WINDOW-IN NOT NUMERIC
002840         OR WS-WINDOW-IN-N < 2
002850         OR WS-WINDOW-IN-N > 6
002860         DISPLAY "*** WINDOW MUST BE 02 THRU 06 TERMS - job "
002870             "ABORTED ***"
002880         MOVE 8 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     MOVE WS-WINDOW-IN-N TO WS-WINDOW-SIZE
002920     DISPLAY "Under-capacity threshold percent (e.g. 050):"
002930     ACCEPT WS-THRESHOLD-PCT
002940     IF WS-THRESHOLD-PCT NOT NUMERIC
002950         DISPLAY "*** THRESHOLD MUST BE THREE DIGITS - job "
002960             "ABORTED ***"
002970         MOVE 8 TO RETURN-CODE
002980         STOP RUN
002990     END-IF.

003000***************************************************************
003010* 0500-GET-CURRENT-TERM
003020* The window closes on the term still open on the control
003030* record; anything later is early registration for next term.
003040***************************************************************
003050 0500-GET-CURRENT-TERM.
003060     OPEN INPUT TERM-CONTROL
003070     IF NOT TERMCTL-OK
003080         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
003090             "forecast from, job ABORTED ***"
003100         MOVE 8 TO RETURN-CODE
003110         STOP RUN
003120     END-IF
003130     READ TERM-CONTROL
003140         AT END
003150             MOVE SPACES TO WS-CURRENT-TERM
003160         NOT AT END
003170             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
003180     END-READ
003190     CLOSE TERM-CONTROL
003200     IF WS-CURRENT-TERM = SPACES
003210         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
003220             "ABORTED ***"
003230         MOVE 8 TO RETURN-CODE
003240         STOP RUN
003250     END-IF
003260     MOVE WS-CURRENT-TERM TO WS-TERM-WORK
003270     PERFORM 1700-BUILD-TERM-KEY
003280     MOVE WS-TERM-KEY-WORK TO WS-CURRENT-TERM-KEY
003290     DISPLAY "Forecast from term   : " WS-CURRENT-TERM.

003300***************************************************************
003310* 1000-RELEASE-ENROLLMENTS
003320* Live detail, then every frozen term, then the open waitlist.
003330* A frozen line with no term cannot be placed in the trend and
003340* is counted, not released.
003350***************************************************************
003360 1000-RELEASE-ENROLLMENTS.
003370     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003380     OPEN INPUT ENROLLMENT-DETAIL
003390     IF ENROLL-OK
003400         MOVE ZEROES TO EN-MASTER-KEY
003410         MOVE LOW-VALUES TO EN-COURSE-ID
003420         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003430             INVALID KEY
003440                 SET RELEASE-EOF TO TRUE
003450         END-START
003460         PERFORM 1100-READ-LIVE-DETAIL
003470         PERFORM 1200-RELEASE-LIVE-DETAIL UNTIL RELEASE-EOF
003480         CLOSE ENROLLMENT-DETAIL
003490     END-IF
003500     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003510     OPEN INPUT ENROLLMENT-HISTORY
003520     IF HISTORY-OK
003530         PERFORM 1300-READ-HISTORY-DETAIL
003540         PERFORM 1400-RELEASE-HISTORY-DETAIL UNTIL RELEASE-EOF
003550         CLOSE ENROLLMENT-HISTORY
003560     END-IF
003570     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003580     OPEN INPUT COURSE-WAITLIST
003590     IF WAITLIST-OK
003600         PERFORM 1500-READ-WAITLIST
003610         PERFORM 1600-RELEASE-WAITLIST UNTIL RELEASE-EOF
003620         CLOSE COURSE-WAITLIST
003630     END-IF
003640     GO TO 1900-RELEASE-EXIT.

003650***************************************************************
003660* 1100-READ-LIVE-DETAIL
003670***************************************************************
003680 1100-READ-LIVE-DETAIL.
003690     READ ENROLLMENT-DETAIL NEXT RECORD
003700         AT END SET RELEASE-EOF TO TRUE
003710     END-READ.

003720***************************************************************
003730* 1200-RELEASE-LIVE-DETAIL
003740* Live detail posted before term stamping belongs to the
003750* current term.
003760***************************************************************
003770 1200-RELEASE-LIVE-DETAIL.
003780     MOVE EN-TERM TO WS-TERM-WORK
003790     IF WS-TERM-WORK = SPACES
003800         MOVE WS-CURRENT-TERM TO WS-TERM-WORK
003810     END-IF
003820     MOVE EN-COURSE-ID TO SW-COURSE-ID
003830     PERFORM 1650-RELEASE-ENROLLMENT
003840     PERFORM 1100-READ-LIVE-DETAIL.

003850***************************************************************
003860* 1300-READ-HISTORY-DETAIL
003870***************************************************************
003880 1300-READ-HISTORY-DETAIL.
003890     READ ENROLLMENT-HISTORY
003900         AT END SET RELEASE-EOF TO TRUE
003910     END-READ.

003920***************************************************************
003930* 1400-RELEASE-HISTORY-DETAIL
003940***************************************************************
003950 1400-RELEASE-HISTORY-DETAIL.
003960     IF HE-TERM = SPACES
003970         ADD 1 TO WS-UNTERMED-COUNT
003980     ELSE
003990         MOVE HE-TERM TO WS-TERM-WORK
004000         MOVE HE-COURSE-ID TO SW-COURSE-ID
004010         PERFORM 1650-RELEASE-ENROLLMENT
004020     END-IF
004030     PERFORM 1300-READ-HISTORY-DETAIL.

004040***************************************************************
004050* 1500-READ-WAITLIST
004060***************************************************************
004070 1500-READ-WAITLIST.
004080     READ COURSE-WAITLIST
004090         AT END SET RELEASE-EOF TO TRUE
004100     END-READ.

004110***************************************************************
004120* 1600-RELEASE-WAITLIST
004130* Only students still queued are unmet demand; promoted and
004140* cancelled entries are already counted or gone.
004150***************************************************************
004160 1600-RELEASE-WAITLIST.
004170     IF WL-WAITING
004180         MOVE WL-COURSE-ID TO SW-COURSE-ID
004190         MOVE HIGH-VALUES TO SW-TERM-KEY
004200         MOVE SPACES TO SW-TERM
004210         MOVE "W" TO SW-TYPE
004220         RELEASE SORT-WORK-RECORD
004230     END-IF
004240     PERFORM 1500-READ-WAITLIST.

004250***************************************************************
004260* 1650-RELEASE-ENROLLMENT
004270***************************************************************
004280 1650-RELEASE-ENROLLMENT.
004290     PERFORM 1700-BUILD-TERM-KEY
004300     MOVE WS-TERM-KEY-WORK TO SW-TERM-KEY
004310     MOVE WS-TERM-WORK TO SW-TERM
004320     MOVE "E" TO SW-TYPE
004330     RELEASE SORT-WORK-RECORD
004340     PERFORM 1800-NOTE-TERM THRU 1800-NOTE-TERM-EXIT.

004350***************************************************************
004360* 1700-BUILD-TERM-KEY
004370***************************************************************
004380 1700-BUILD-TERM-KEY.
004390     MOVE WS-TERM-WORK (1:4) TO WS-TK-YEAR
004400     MOVE WS-TERM-WORK (5:1) TO WS-TK-SEASON
004410     EVALUATE WS-TK-SEASON
004420         WHEN "W"
004430             MOVE "1" TO WS-TK-RANK
004440         WHEN "S"
004450             MOVE "2" TO WS-TK-RANK
004460         WHEN "U"
004470             MOVE "3" TO WS-TK-RANK
004480         WHEN "F"
004490             MOVE "4" TO WS-TK-RANK
004500         WHEN OTHER
004510             MOVE "5" TO WS-TK-RANK
004520     END-EVALUATE.

004530***************************************************************
004540* 1800-NOTE-TERM
004550* Keeps the term table in term-key order as terms turn up.
004560***************************************************************
004570 1800-NOTE-TERM.
004580     MOVE 1 TO WS-TERM-INSERT
004590     MOVE "N" TO WS-SLOT-SWITCH
004600     PERFORM 1810-FIND-TERM-SLOT
004610         UNTIL SLOT-FOUND
004620         OR WS-TERM-INSERT > WS-TERM-COUNT
004630     IF WS-TERM-INSERT NOT > WS-TERM-COUNT
004640         IF WS-TT-KEY (WS-TERM-INSERT) = WS-TERM-KEY-WORK
004650             GO TO 1800-NOTE-TERM-EXIT
004660         END-IF
004670     END-IF
004680     IF WS-TERM-COUNT NOT < WS-TERM-MAX
004690         GO TO 1800-NOTE-TERM-EXIT
004700     END-IF
004710     PERFORM 1820-SHIFT-TERM-UP
004720         VARYING WS-TERM-SUB FROM WS-TERM-COUNT BY -1
004730         UNTIL WS-TERM-SUB < WS-TERM-INSERT
004740     MOVE WS-TERM-KEY-WORK TO WS-TT-KEY (WS-TERM-INSERT)
004750     MOVE WS-TERM-WORK TO WS-TT-TERM (WS-TERM-INSERT)
004760     ADD 1 TO WS-TERM-COUNT.
004770 1800-NOTE-TERM-EXIT.
004780     EXIT.

004790***************************************************************
004800* 1810-FIND-TERM-SLOT
004810***************************************************************
004820 1810-FIND-TERM-SLOT.
004830     IF WS-TT-KEY (WS-TERM-INSERT) < WS-TERM-KEY-WORK
004840         ADD 1 TO WS-TERM-INSERT
004850     ELSE
004860         SET SLOT-FOUND TO TRUE
004870     END-IF.

004880***************************************************************
004890* 1820-SHIFT-TERM-UP
004900***************************************************************
004910 1820-SHIFT-TERM-UP.
004920     MOVE WS-TERM-ENTRY (WS-TERM-SUB) TO
004930         WS-TERM-ENTRY (WS-TERM-SUB + 1).

004940***************************************************************
004950* 1900-RELEASE-EXIT
004960***************************************************************
004970 1900-RELEASE-EXIT.
004980     EXIT.

004990***************************************************************
005000* 2000-SET-WINDOW
005010* The last WS-WINDOW-SIZE terms at or before the current term,
005020* oldest first.  A shorter history gives a shorter window.
005030***************************************************************
005040 2000-SET-WINDOW.
005050     MOVE ZEROES TO WS-WINDOW-USED
005060     MOVE WS-TERM-COUNT TO WS-TERM-SUB
005070     PERFORM 2050-SKIP-LATER-TERM
005080         UNTIL WS-TERM-SUB = 0
005090         OR WS-TT-KEY (WS-TERM-SUB) NOT > WS-CURRENT-TERM-KEY
005100     PERFORM 2100-COUNT-WINDOW-TERM
005110         UNTIL WS-TERM-SUB = 0
005120         OR WS-WINDOW-USED = WS-WINDOW-SIZE
005130     ADD 1 TO WS-TERM-SUB
005140     PERFORM 2200-LOAD-WINDOW-TERM
005150         VARYING WS-WINDOW-SUB FROM 1 BY 1
005160         UNTIL WS-WINDOW-SUB > WS-WINDOW-USED
005170     DISPLAY "Terms in the window  : " WS-WINDOW-USED.

005180***************************************************************
005190* 2050-SKIP-LATER-TERM
005200***************************************************************
005210 2050-SKIP-LATER-TERM.
005220     SUBTRACT 1 FROM WS-TERM-SUB.

005230***************************************************************
005240* 2100-COUNT-WINDOW-TERM
005250***************************************************************
005260 2100-COUNT-WINDOW-TERM.
005270     ADD 1 TO WS-WINDOW-USED
005280     SUBTRACT 1 FROM WS-TERM-SUB.

005290***************************************************************
005300* 2200-LOAD-WINDOW-TERM
005310***************************************************************
005320 2200-LOAD-WINDOW-TERM.
005330     MOVE WS-TT-KEY (WS-TERM-SUB) TO WS-WIN-KEY (WS-WINDOW-SUB)
005340     MOVE WS-TT-TERM (WS-TERM-SUB) TO WS-WIN-TERM (WS-WINDOW-SUB)
005350     ADD 1 TO WS-TERM-SUB.

005360***************************************************************
005370* 2500-PRINT-HEADINGS
005380***************************************************************
005390 2500-PRINT-HEADINGS.
005400     MOVE WS-CURRENT-TERM TO FCS-HEADING-TERM
005410     MOVE BDT-BUSINESS-DATE TO FCS-HEADING-DATE
005420     WRITE PRINT-LINE FROM FCS-HEADING-LINE
005430         AFTER ADVANCING PAGE
005440     PERFORM 8000-ARCHIVE-PRINT-LINE
005450     MOVE SPACES TO FCS-COLUMN-TERMS
005460     PERFORM 2510-SET-COLUMN-TERM
005470         VARYING WS-WINDOW-SUB FROM 1 BY 1
005480         UNTIL WS-WINDOW-SUB > WS-WINDOW-USED
005490     WRITE PRINT-LINE FROM FCS-COLUMN-LINE
005500         AFTER ADVANCING 2 LINES
005510     PERFORM 8000-ARCHIVE-PRINT-LINE.

005520***************************************************************
005530* 2510-SET-COLUMN-TERM
005540***************************************************************
005550 2510-SET-COLUMN-TERM.
005560     MOVE WS-WIN-TERM (WS-WINDOW-SUB) TO
005570         FCS-COLUMN-TERM (WS-WINDOW-SUB).

005580***************************************************************
005590* 3000-READ-SORTED-RECORD
005600***************************************************************
005610 3000-READ-SORTED-RECORD.
005620     READ SORTED-FORECAST-FILE
005630         AT END SET SORTED-EOF TO TRUE
005640     END-READ.

005650***************************************************************
005660* 4000-ACCUMULATE-ONE-LINE
005670* Control break on course.  A line in a window term counts in
005680* that term's column; a line after the current term is early
005690* registration for next term; a queued waitlist entry adds to
005700* the waitlist depth.  Older terms fall outside the window.
005710***************************************************************
005720 4000-ACCUMULATE-ONE-LINE.
005730     ADD 1 TO WS-LINES-READ
005740     IF NOT SECTION-OPEN
005750         OR SR-COURSE-ID NOT = WS-CURRENT-COURSE
005760         IF SECTION-OPEN
005770             PERFORM 5000-FORECAST-COURSE
005780         END-IF
005790         PERFORM 4100-OPEN-COURSE
005800     END-IF
005810     EVALUATE TRUE
005820         WHEN SR-WAITING
005830             ADD 1 TO WS-WAIT-DEPTH
005840         WHEN SR-TERM-KEY > WS-CURRENT-TERM-KEY
005850             ADD 1 TO WS-EARLY-COUNT
005860         WHEN OTHER
005870             PERFORM 4200-COUNT-WINDOW-TERM
005880                 VARYING WS-WINDOW-SUB FROM 1 BY 1
005890                 UNTIL WS-WINDOW-SUB > WS-WINDOW-USED
005900     END-EVALUATE
005910     PERFORM 3000-READ-SORTED-RECORD.

005920***************************************************************
005930* 4100-OPEN-COURSE
005940***************************************************************
005950 4100-OPEN-COURSE.
005960     MOVE SR-COURSE-ID TO WS-CURRENT-COURSE
005970     SET SECTION-OPEN TO TRUE
005980     MOVE ZEROES TO WS-WAIT-DEPTH
005990     MOVE ZEROES TO WS-EARLY-COUNT
006000     PERFORM 4110-CLEAR-WINDOW-COUNT
006010         VARYING WS-WINDOW-SUB FROM 1 BY 1
006020         UNTIL WS-WINDOW-SUB > 6.

006030***************************************************************
006040* 4110-CLEAR-WINDOW-COUNT
006050***************************************************************
006060 4110-CLEAR-WINDOW-COUNT.
006070     MOVE ZEROES TO WS-WIN-COUNT (WS-WINDOW-SUB).

006080***************************************************************
006090* 4200-COUNT-WINDOW-TERM
006100***************************************************************
006110 4200-COUNT-WINDOW-TERM.
006120     IF SR-TERM-KEY = WS-WIN-KEY (WS-WINDOW-SUB)
006130         ADD 1 TO WS-WIN-COUNT (WS-WINDOW-SUB)
006140     END-IF.

006150***************************************************************
006160* 5000-FORECAST-COURSE
006170* Next term is the latest term plus the average change per
006180* term across the window (never below zero).  Projected demand
006190* over capacity -- or at capacity with students still queued --
006200* is an overflow; a fill below the threshold is an under-run.
006210***************************************************************
006220 5000-FORECAST-COURSE.
006230     MOVE "N" TO WS-SECTION-OPEN-SWITCH
006240     ADD 1 TO WS-COURSE-COUNT
006250     MOVE ZEROES TO WS-TREND
006260     IF WS-WINDOW-USED > 1
006270         COMPUTE WS-TREND ROUNDED =
006280             (WS-WIN-COUNT (WS-WINDOW-USED) - WS-WIN-COUNT (1))
006290             / (WS-WINDOW-USED - 1)
006300     END-IF
006310     MOVE ZEROES TO WS-PROJECTED-WORK
006320     IF WS-WINDOW-USED > 0
006330         COMPUTE WS-PROJECTED-WORK ROUNDED =
006340             WS-WIN-COUNT (WS-WINDOW-USED) + WS-TREND
006350     END-IF
006360     IF WS-PROJECTED-WORK < 0
006370         MOVE ZEROES TO WS-PROJECTED
006380     ELSE
006390         MOVE WS-PROJECTED-WORK TO WS-PROJECTED
006400     END-IF
006410     IF WS-EARLY-COUNT > WS-PROJECTED
006420         MOVE WS-EARLY-COUNT TO WS-PROJECTED
006430     END-IF
006440     MOVE WS-CURRENT-COURSE TO CM-COURSE-ID
006450     READ COURSE-MASTER
006460         INVALID KEY
006470             MOVE "N" TO WS-CATALOG-SWITCH
006480         NOT INVALID KEY
006490             SET ON-CATALOG TO TRUE
006500     END-READ
006510     MOVE SPACES TO WS-FLAG-TEXT
006520     MOVE ZEROES TO WS-FILL-PCT
006530     EVALUATE TRUE
006540         WHEN NOT ON-CATALOG
006550             ADD 1 TO WS-NOT-ON-CATALOG
006560             MOVE "(NOT ON CATALOG)" TO WS-FLAG-TEXT
006570             MOVE ZEROES TO CM-CAPACITY
006580             MOVE SPACES TO CM-COURSE-TITLE
006590         WHEN CM-CAPACITY = ZEROES
006600             MOVE "*** ZERO CAPACITY ***" TO WS-FLAG-TEXT
006610         WHEN OTHER
006620             COMPUTE WS-FILL-PCT ROUNDED =
006630                 WS-PROJECTED * 100 / CM-CAPACITY
006640             PERFORM 5100-RATE-PROJECTION
006650     END-EVALUATE
006660     PERFORM 6000-PRINT-COURSE-LINE.

006670***************************************************************
006680* 5100-RATE-PROJECTION
006690***************************************************************
006700 5100-RATE-PROJECTION.
006710     EVALUATE TRUE
006720         WHEN WS-PROJECTED > CM-CAPACITY
006730             ADD 1 TO WS-OVERFLOW-COUNT
006740             MOVE "*** PROJECTED OVERFLOW" TO WS-FLAG-TEXT
006750         WHEN WS-PROJECTED = CM-CAPACITY
006760             AND WS-WAIT-DEPTH > 0
006770             ADD 1 TO WS-OVERFLOW-COUNT
006780             MOVE "*** OVERFLOW - WAITLIST" TO WS-FLAG-TEXT
006790         WHEN WS-FILL-PCT < WS-THRESHOLD-PCT
006800             ADD 1 TO WS-UNDER-COUNT
006810             MOVE "*** PROJECTED UNDER-RUN" TO WS-FLAG-TEXT
006820     END-EVALUATE.

006830***************************************************************
006840* 6000-PRINT-COURSE-LINE
006850***************************************************************
006860 6000-PRINT-COURSE-LINE.
006870     MOVE SPACES TO FCS-DETAIL-LINE
006880     MOVE WS-CURRENT-COURSE TO FCS-COURSE-ID
006890     MOVE CM-COURSE-TITLE TO FCS-COURSE-TITLE
006900     PERFORM 6100-SET-COUNT-COLUMN
006910         VARYING WS-WINDOW-SUB FROM 1 BY 1
006920         UNTIL WS-WINDOW-SUB > WS-WINDOW-USED
006930     MOVE WS-PROJECTED TO FCS-PROJECTED
006940     MOVE CM-CAPACITY TO FCS-CAPACITY
006950     MOVE WS-WAIT-DEPTH TO FCS-WAIT-DEPTH
006960     MOVE WS-EARLY-COUNT TO FCS-EARLY-COUNT
006970     MOVE WS-FILL-PCT TO FCS-FILL-PCT
006980     MOVE WS-FLAG-TEXT TO FCS-FLAG
006990     WRITE PRINT-LINE FROM FCS-DETAIL-LINE
007000         AFTER ADVANCING 1 LINE
007010     PERFORM 8000-ARCHIVE-PRINT-LINE.

007020***************************************************************
007030* 6100-SET-COUNT-COLUMN
007040***************************************************************
007050 6100-SET-COUNT-COLUMN.
007060     MOVE WS-WIN-COUNT (WS-WINDOW-SUB) TO
007070         FCS-COUNT (WS-WINDOW-SUB).

007080***************************************************************
007090* 7000-PRINT-RUN-TOTALS
007100***************************************************************
007110 7000-PRINT-RUN-TOTALS.
007120     MOVE "COURSES FORECAST       :" TO FCS-TOTAL-LABEL
007130     MOVE WS-COURSE-COUNT TO FCS-TOTAL-COUNT
007140     WRITE PRINT-LINE FROM FCS-TOTAL-LINE
007150         AFTER ADVANCING 2 LINES
007160     PERFORM 8000-ARCHIVE-PRINT-LINE
007170     MOVE "  PROJECTED OVERFLOW   :" TO FCS-TOTAL-LABEL
007180     MOVE WS-OVERFLOW-COUNT TO FCS-TOTAL-COUNT
007190     WRITE PRINT-LINE FROM FCS-TOTAL-LINE
007200         AFTER ADVANCING 1 LINE
007210     PERFORM 8000-ARCHIVE-PRINT-LINE
007220     MOVE "  PROJECTED UNDER-RUN  :" TO FCS-TOTAL-LABEL
007230     MOVE WS-UNDER-COUNT TO FCS-TOTAL-COUNT
007240     WRITE PRINT-LINE FROM FCS-TOTAL-LINE
007250         AFTER ADVANCING 1 LINE
007260     PERFORM 8000-ARCHIVE-PRINT-LINE
007270     MOVE "  NOT ON CATALOG       :" TO FCS-TOTAL-LABEL
007280     MOVE WS-NOT-ON-CATALOG TO FCS-TOTAL-COUNT
007290     WRITE PRINT-LINE FROM FCS-TOTAL-LINE
007300         AFTER ADVANCING 1 LINE
007310     PERFORM 8000-ARCHIVE-PRINT-LINE.

007320***************************************************************
007330* 8000-ARCHIVE-PRINT-LINE
007340* Every printed line also lands on the report archive, so a
007350* lost report reprints through rptReprint.
007360***************************************************************
007370 8000-ARCHIVE-PRINT-LINE.
007380     MOVE "FCSTRPT " TO RP-REPORT-NAME
007390     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
007400     MOVE 1 TO RP-PAGE
007410     ADD 1 TO WS-ARCH-LINE-SEQ
007420     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
007430     MOVE PRINT-LINE TO RP-PRINT-LINE
007440     WRITE REPORT-ARCHIVE-RECORD
007450     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
007460     MOVE "RPTARCH" TO IOC-FILE-NAME
007470     PERFORM ZZ-CHECK-WRITE.

007480***************************************************************
007490* 9100-WRITE-RUN-SUMMARY
007500* One standard record per run to the shared RUNLOG operations
007510* file, for the night-end opsReport.
007520***************************************************************
007530 9100-WRITE-RUN-SUMMARY.
007540     OPEN EXTEND RUN-LOG-FILE
007550     IF NOT RUNLOG-OK
007560         OPEN OUTPUT RUN-LOG-FILE
007570     END-IF
007580     MOVE "CRSFCST" TO RS-PROGRAM
007590     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
007600     ACCEPT RS-RUN-TIME FROM TIME
007610     MOVE WS-RUN-START-TIME TO RS-START-TIME
007620     MOVE WS-LINES-READ TO RS-RECORDS-READ
007630     MOVE WS-COURSE-COUNT TO RS-RECORDS-POSTED
007640     MOVE WS-UNTERMED-COUNT TO RS-RECORDS-REJECTED
007650     MOVE "BALANCED" TO RS-CONTROL-STATUS
007660     WRITE RUN-SUMMARY-RECORD
007670     CLOSE RUN-LOG-FILE.

007680***************************************************************
007690* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
007700***************************************************************
007710     COPY IOCHKPRC.

007720*****************************************************************
007730* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007740*****************************************************************
007750     COPY BIZDTPRC.
