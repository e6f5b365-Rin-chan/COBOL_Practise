000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. degreeAudit.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-05  RSG Original -- degree audit.  The live ENRLDETL
000140*                 and every ENRLHIST generation release into
000150*                 one sort by student, course and term, the
000160*                 way transcript builds its history, and the
000170*                 sorted courses match against the STUIDNT
000180*                 identities in student-ID order.  Every
000190*                 student with a declared program is audited
000200*                 against its PROGMAST requirements: each
000210*                 required course prints complete (passed at
000220*                 or above the program's minimum grade), in
000230*                 progress (registered, not yet graded) or
000240*                 missing, with the credits earned on the
000250*                 catalog credit hours against the program
000260*                 minimum.  A page per student prints on
000270*                 AUDITRPT, and every student who has met
000280*                 everything lists on the GRADCLR graduation
000290*                 clearance list; both are captured to
000300*                 RPTARCH.  A student-ID selector (zero for
000310*                 all) audits one student for an advisor.
000320***************************************************************

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EN-KEY
000400         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000410         FILE STATUS IS WS-ENROLL-STATUS.
000420     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-HISTORY-STATUS.
000450     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SI-STUDENT-ID
000490         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000500         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000510         FILE STATUS IS WS-IDENT-STATUS.
000520     SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PG-KEY
000560         FILE STATUS IS WS-PROGRAM-STATUS.
000570     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CM-COURSE-ID
000610         FILE STATUS IS WS-COURSE-STATUS.
000620     SELECT SORT-WORK-FILE ASSIGN TO "AUDSWK".
000630     SELECT SORTED-AUDIT-FILE ASSIGN TO "AUDSRT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-SORT-STATUS.
000660     SELECT AUDIT-PRINT ASSIGN TO "AUDITRPT"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-PRINT-STATUS.
000690     SELECT CLEARANCE-PRINT ASSIGN TO "GRADCLR"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-CLEAR-STATUS.
000720     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-RPTARCH-STATUS.
000750     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-RUNLOG-STATUS.
000780     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-OPSLOG-STATUS.
000810     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-BIZDT-STATUS.

000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  ENROLLMENT-DETAIL.
000870     COPY ENRLDETL.

000880 FD  ENROLLMENT-HISTORY.
000890     COPY ENRLHIST.

000900 FD  STUDENT-IDENTITY.
000910     COPY STUIDNT.

000920 FD  PROGRAM-MASTER.
000930     COPY PROGMAST.

000940 FD  COURSE-MASTER.
000950     COPY CRSMAST.

000960 SD  SORT-WORK-FILE.
000970 01  SORT-WORK-RECORD.
000980     05 SW-STUDENT-ID           PIC 9(06).
000990     05 SW-COURSE-ID            PIC X(06).
001000     05 SW-TERM                 PIC X(05).
001010     05 SW-GRADE                PIC X(02).

001020 FD  SORTED-AUDIT-FILE.
001030 01  SORTED-AUDIT-RECORD.
001040     05 SR-STUDENT-ID           PIC 9(06).
001050     05 SR-COURSE-ID            PIC X(06).
001060     05 SR-TERM                 PIC X(05).
001070     05 SR-GRADE                PIC X(02).

001080 FD  AUDIT-PRINT.
001090 01  PRINT-LINE                 PIC X(132).

001100 FD  CLEARANCE-PRINT.
001110 01  CLEAR-LINE                 PIC X(132).

001120 FD  REPORT-ARCHIVE.
001130     COPY RPTARCH.

001140 FD  RUN-LOG-FILE.
001150     COPY RUNSUM.

001160 FD  OPS-ERROR-LOG.
001170     COPY OPSERR.

001180 FD  BUSINESS-DATE-FILE.
001190     COPY BIZDATE.

001200 WORKING-STORAGE SECTION.
001210     COPY BIZDTWS.
001220     COPY IOCHKWS.
001230     COPY GPAWS.
001240 01  WS-ENROLL-STATUS           PIC X(02).
001250     88 ENROLL-OK               VALUE "00".
001260 01  WS-HISTORY-STATUS          PIC X(02).
001270     88 HISTORY-OK              VALUE "00".
001280 01  WS-IDENT-STATUS            PIC X(02).
001290     88 IDENT-OK                VALUE "00".
001300 01  WS-PROGRAM-STATUS          PIC X(02).
001310     88 PROGRAM-OK              VALUE "00".
001320 01  WS-COURSE-STATUS           PIC X(02).
001330     88 COURSE-OK               VALUE "00".
001340 01  WS-SORT-STATUS             PIC X(02).
001350     88 SORT-OK                 VALUE "00".
001360 01  WS-PRINT-STATUS            PIC X(02).
001370     88 PRINT-OK                VALUE "00".
001380 01  WS-CLEAR-STATUS            PIC X(02).
001390     88 CLEAR-OK                VALUE "00".
001400 01  WS-RPTARCH-STATUS          PIC X(02).
001410     88 RPTARCH-OK              VALUE "00".
001420 01  WS-RUNLOG-STATUS           PIC X(02).
001430     88 RUNLOG-OK               VALUE "00".
001440 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001450 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
001460     88 RELEASE-EOF             VALUE "Y".
001470 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
001480     88 SORTED-EOF              VALUE "Y".
001490 01  WS-IDENT-EOF-SWITCH        PIC X(01) VALUE "N".
001500     88 IDENT-EOF               VALUE "Y".
001510 01  WS-REQUIRE-EOF-SWITCH      PIC X(01) VALUE "N".
001520     88 REQUIRE-EOF             VALUE "Y".
001530 01  WS-FOUND-SWITCH            PIC X(01) VALUE "N".
001540     88 COURSE-FOUND            VALUE "Y".
001550 01  WS-SELECT-ID               PIC 9(06) VALUE ZEROES.
001560 01  WS-PROGRAM-ID              PIC X(06) VALUE SPACES.
001570 01  WS-PROGRAM-NAME            PIC X(30) VALUE SPACES.
001580 01  WS-MIN-CREDITS             PIC 9(03)V9(01) VALUE ZEROES.
001590 01  WS-MIN-POINTS              PIC 9(01)V9(01) VALUE ZEROES.
001600*
001610* One student's courses, best result per course across every
001620* term -- the highest passing grade, whether a seat is still
001630* awaiting its grade, and the latest attempt.
001640*
001650 01  WS-TAKEN-MAX               PIC 9(03) VALUE 080.
001660 01  WS-TAKEN-COUNT             PIC 9(03) VALUE ZEROES.
001670 01  WS-TAKEN-SUB               PIC 9(03) VALUE ZEROES.
001680 01  WS-TAKEN-TABLE.
001690     05 WS-TAKEN-ENTRY          OCCURS 80 TIMES.
001700         10 WS-TK-COURSE-ID     PIC X(06).
001710         10 WS-TK-PASSED-SW     PIC X(01).
001720             88 WS-TK-PASSED    VALUE "Y".
001730         10 WS-TK-PENDING-SW    PIC X(01).
001740             88 WS-TK-PENDING   VALUE "Y".
001750         10 WS-TK-BEST-GRADE    PIC X(02).
001760         10 WS-TK-BEST-POINTS   PIC 9(01)V9(01).
001770         10 WS-TK-BEST-TERM     PIC X(05).
001780         10 WS-TK-LAST-GRADE    PIC X(02).
001790         10 WS-TK-LAST-TERM     PIC X(05).
001800*
001810* Per-student audit figures
001820*
001830 01  WS-EARNED-CREDITS          PIC 9(04)V9(01) VALUE ZEROES.
001840 01  WS-PENDING-CREDITS         PIC 9(04)V9(01) VALUE ZEROES.
001850 01  WS-REQ-COMPLETE            PIC 9(03) VALUE ZEROES.
001860 01  WS-REQ-PENDING             PIC 9(03) VALUE ZEROES.
001870 01  WS-REQ-MISSING             PIC 9(03) VALUE ZEROES.
001880*
001890* Run counts
001900*
001910 01  WS-LINES-READ              PIC 9(06) VALUE ZEROES.
001920 01  WS-UNSTAMPED-COUNT         PIC 9(06) VALUE ZEROES.
001930 01  WS-IDENT-READ              PIC 9(06) VALUE ZEROES.
001940 01  WS-UNDECLARED-COUNT        PIC 9(06) VALUE ZEROES.
001950 01  WS-UNKNOWN-PROGRAM         PIC 9(06) VALUE ZEROES.
001960 01  WS-AUDITED-COUNT           PIC 9(06) VALUE ZEROES.
001970 01  WS-CLEARED-COUNT           PIC 9(06) VALUE ZEROES.
001980 01  WS-NO-IDENTITY-COUNT       PIC 9(06) VALUE ZEROES.
001990 01  WS-NOT-ON-CATALOG          PIC 9(06) VALUE ZEROES.
002000 01  WS-OVERFLOW-COUNT          PIC 9(06) VALUE ZEROES.
002010 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
002020 01  WS-PAGE-COUNT              PIC 9(04) VALUE ZEROES.
002030 01  WS-LINE-COUNT              PIC 9(03) VALUE ZEROES.
002040 01  WS-LINES-PER-PAGE          PIC 9(03) VALUE 055.
002050 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
002060 01  WS-CLEAR-PAGE-COUNT        PIC 9(04) VALUE ZEROES.
002070 01  WS-CLEAR-LINE-COUNT        PIC 9(03) VALUE ZEROES.
002080 01  WS-CLEAR-ARCH-SEQ          PIC 9(06) VALUE ZEROES.
002085 01  WS-HOLD-LINE               PIC X(132) VALUE SPACES.
002090 01  AUD-HEADING-LINE.
002100     05 FILLER                  PIC X(30) VALUE
002110         "STUDENT REGISTRATION SYSTEM".
002120     05 AUD-HEADING-TITLE       PIC X(30).
002130     05 FILLER                  PIC X(05) VALUE "DATE ".
002140     05 AUD-HEADING-DATE        PIC 9(08).
002150     05 FILLER                  PIC X(08) VALUE "   PAGE ".
002160     05 AUD-HEADING-PAGE        PIC ZZZ9.
002170     05 FILLER                  PIC X(47) VALUE SPACES.
002180 01  AUD-STUDENT-LINE.
002190     05 FILLER                  PIC X(08) VALUE "STUDENT ".
002200     05 AUD-STUDENT-ID          PIC 9(06).
002210     05 FILLER                  PIC X(02) VALUE SPACES.
002220     05 AUD-STUDENT-NAME        PIC X(25).
002230     05 FILLER                  PIC X(10) VALUE "  PROGRAM ".
002240     05 AUD-PROGRAM-ID          PIC X(06).
002250     05 FILLER                  PIC X(02) VALUE SPACES.
002260     05 AUD-PROGRAM-NAME        PIC X(30).
002270     05 FILLER                  PIC X(43) VALUE SPACES.
002280 01  AUD-COLUMN-LINE.
002290     05 FILLER                  PIC X(44) VALUE
002300         "  REQUIRED  MIN   STATUS        GRADE  TERM".
002310     05 FILLER                  PIC X(88) VALUE
002320         "   NOTE".
002330 01  AUD-DETAIL-LINE.
002340     05 FILLER                  PIC X(02) VALUE SPACES.
002350     05 AUD-COURSE-ID           PIC X(06).
002360     05 FILLER                  PIC X(04) VALUE SPACES.
002370     05 AUD-MIN-GRADE           PIC X(02).
002380     05 FILLER                  PIC X(04) VALUE SPACES.
002390     05 AUD-STATUS              PIC X(12).
002400     05 FILLER                  PIC X(02) VALUE SPACES.
002410     05 AUD-GRADE               PIC X(02).
002420     05 FILLER                  PIC X(05) VALUE SPACES.
002430     05 AUD-TERM                PIC X(05).
002440     05 FILLER                  PIC X(03) VALUE SPACES.
002450     05 AUD-NOTE                PIC X(30).
002460     05 FILLER                  PIC X(55) VALUE SPACES.
002470 01  AUD-CREDIT-LINE.
002480     05 FILLER                  PIC X(18) VALUE
002490         "  CREDITS EARNED ".
002500     05 AUD-EARNED              PIC ZZZ9.9.
002510     05 FILLER                  PIC X(15) VALUE
002520         "   IN PROGRESS ".
002530     05 AUD-PENDING             PIC ZZZ9.9.
002540     05 FILLER                  PIC X(21) VALUE
002550         "   PROGRAM MINIMUM ".
002560     05 AUD-MINIMUM             PIC ZZ9.9.
002570     05 FILLER                  PIC X(61) VALUE SPACES.
002580 01  AUD-COUNT-LINE.
002590     05 FILLER                  PIC X(16) VALUE
002600         "  REQUIREMENTS ".
002610     05 AUD-COUNT-COMPLETE      PIC ZZ9.
002620     05 FILLER                  PIC X(12) VALUE " COMPLETE".
002630     05 AUD-COUNT-PENDING       PIC ZZ9.
002640     05 FILLER                  PIC X(15) VALUE " IN PROGRESS".
002650     05 AUD-COUNT-MISSING       PIC ZZ9.
002660     05 FILLER                  PIC X(80) VALUE " MISSING".
002670 01  AUD-RESULT-LINE.
002680     05 FILLER                  PIC X(16) VALUE
002690         "  AUDIT RESULT: ".
002700     05 AUD-RESULT-TEXT         PIC X(50).
002710     05 FILLER                  PIC X(66) VALUE SPACES.
002720 01  AUD-TOTAL-LINE.
002730     05 AUD-TOTAL-LABEL         PIC X(30).
002740     05 AUD-TOTAL-COUNT         PIC ZZZ,ZZ9.
002750     05 FILLER                  PIC X(95) VALUE SPACES.
002760 01  CLR-COLUMN-LINE.
002770     05 FILLER                  PIC X(44) VALUE
002780         "STUDENT  NAME".
002790     05 FILLER                  PIC X(44) VALUE
002800         "PROGRAM                                CRED".
002810     05 FILLER                  PIC X(44) VALUE "ITS".
002820 01  CLR-DETAIL-LINE.
002830     05 CLR-STUDENT-ID          PIC 9(06).
002840     05 FILLER                  PIC X(03) VALUE SPACES.
002850     05 CLR-STUDENT-NAME        PIC X(25).
002860     05 FILLER                  PIC X(10) VALUE SPACES.
002870     05 CLR-PROGRAM-ID          PIC X(06).
002880     05 FILLER                  PIC X(02) VALUE SPACES.
002890     05 CLR-PROGRAM-NAME        PIC X(30).
002900     05 FILLER                  PIC X(01) VALUE SPACES.
002910     05 CLR-EARNED              PIC ZZZ9.9.
002920     05 FILLER                  PIC X(43) VALUE SPACES.

002930 PROCEDURE DIVISION.

002940***************************************************************
002950* 0000-MAINLINE
002960***************************************************************
002970 0000-MAINLINE.
002980     MOVE "DEGREEAUDT" TO IOC-PROGRAM
002990     ACCEPT WS-RUN-START-TIME FROM TIME
003000     DISPLAY "Student ID (zero for all students):"
003010     ACCEPT WS-SELECT-ID
003020     PERFORM ZB-GET-BUSINESS-DATE
003030     SORT SORT-WORK-FILE
003040         ON ASCENDING KEY SW-STUDENT-ID
003050         ON ASCENDING KEY SW-COURSE-ID
003060         ON ASCENDING KEY SW-TERM
003070         INPUT PROCEDURE IS 1000-RELEASE-ENROLLMENTS
003080             THRU 1900-RELEASE-EXIT
003090         GIVING SORTED-AUDIT-FILE
003100     OPEN INPUT SORTED-AUDIT-FILE
003110     OPEN INPUT STUDENT-IDENTITY
003120     OPEN INPUT PROGRAM-MASTER
003130     OPEN INPUT COURSE-MASTER
003140     OPEN OUTPUT AUDIT-PRINT
003150     OPEN OUTPUT CLEARANCE-PRINT
003160     OPEN EXTEND REPORT-ARCHIVE
003170     IF NOT RPTARCH-OK
003180         OPEN OUTPUT REPORT-ARCHIVE
003190     END-IF
003200     IF NOT IDENT-OK
003210         DISPLAY "*** STUIDNT IDENTITY MASTER NOT AVAILABLE - "
003220             "no students to audit ***"
003230         SET IDENT-EOF TO TRUE
003240     ELSE
003250         MOVE WS-SELECT-ID TO SI-STUDENT-ID
003260         START STUDENT-IDENTITY
003270             KEY IS NOT LESS THAN SI-STUDENT-ID
003280             INVALID KEY
003290                 SET IDENT-EOF TO TRUE
003300         END-START
003310     END-IF
003320     PERFORM 7100-PRINT-CLEARANCE-HEADING
003330     PERFORM 2000-READ-SORTED-RECORD
003340     PERFORM 2100-READ-IDENTITY
003350     PERFORM 3000-AUDIT-ONE-IDENTITY UNTIL IDENT-EOF
003360     PERFORM 3900-SKIP-UNMATCHED-COURSES UNTIL SORTED-EOF
003370     PERFORM 7300-PRINT-RUN-TOTALS
003380     DISPLAY "-----------------------------------"
003390     DISPLAY "Course lines read    : " WS-LINES-READ
003400     DISPLAY "Unstamped skipped    : " WS-UNSTAMPED-COUNT
003410     DISPLAY "Lines, no identity   : " WS-NO-IDENTITY-COUNT
003420     DISPLAY "Not on catalog       : " WS-NOT-ON-CATALOG
003430     DISPLAY "Identities read      : " WS-IDENT-READ
003440     DISPLAY "  No program declared: " WS-UNDECLARED-COUNT
003450     DISPLAY "  Program not on file: " WS-UNKNOWN-PROGRAM
003460     DISPLAY "  Audited            : " WS-AUDITED-COUNT
003470     DISPLAY "Cleared to graduate  : " WS-CLEARED-COUNT
003480     IF WS-OVERFLOW-COUNT > ZEROES
003490         DISPLAY "*** COURSES PAST THE " WS-TAKEN-MAX
003500             "-COURSE TABLE : " WS-OVERFLOW-COUNT " ***"
003510     END-IF
003520     IF WS-IDENT-READ NOT = WS-UNDECLARED-COUNT
003530         + WS-UNKNOWN-PROGRAM + WS-AUDITED-COUNT
003540         DISPLAY "Control total        : *** OUT OF BALANCE ***"
003550         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
003560     ELSE
003570         DISPLAY "Control total        : TIES OUT"
003580     END-IF
003590     PERFORM 9100-WRITE-RUN-SUMMARY
003600     CLOSE SORTED-AUDIT-FILE
003610     CLOSE STUDENT-IDENTITY
003620     CLOSE PROGRAM-MASTER
003630     CLOSE COURSE-MASTER
003640     CLOSE AUDIT-PRINT
003650     CLOSE CLEARANCE-PRINT
003660     CLOSE REPORT-ARCHIVE
003670     GOBACK.

003680***************************************************************
003690* 1000-RELEASE-ENROLLMENTS
003700* Live detail first, then every frozen term.  Detail posted
003710* before the student-ID stamp existed cannot be tied to a
003720* student and is counted, not released.
003730***************************************************************
003740 1000-RELEASE-ENROLLMENTS.
003750     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003760     OPEN INPUT ENROLLMENT-DETAIL
003770     IF ENROLL-OK
003780         MOVE ZEROES TO EN-MASTER-KEY
003790         MOVE LOW-VALUES TO EN-COURSE-ID
003800         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003810             INVALID KEY
003820                 SET RELEASE-EOF TO TRUE
003830         END-START
003840         PERFORM 1100-READ-LIVE-DETAIL
003850         PERFORM 1200-RELEASE-LIVE-DETAIL UNTIL RELEASE-EOF
003860         CLOSE ENROLLMENT-DETAIL
003870     END-IF
003880     MOVE "N" TO WS-RELEASE-EOF-SWITCH
003890     OPEN INPUT ENROLLMENT-HISTORY
003900     IF HISTORY-OK
003910         PERFORM 1300-READ-HISTORY-DETAIL
003920         PERFORM 1400-RELEASE-HISTORY-DETAIL UNTIL RELEASE-EOF
003930         CLOSE ENROLLMENT-HISTORY
003940     END-IF
003950     GO TO 1900-RELEASE-EXIT.

003960***************************************************************
003970* 1100-READ-LIVE-DETAIL
003980***************************************************************
003990 1100-READ-LIVE-DETAIL.
004000     IF NOT RELEASE-EOF
004010         READ ENROLLMENT-DETAIL NEXT RECORD
004020             AT END SET RELEASE-EOF TO TRUE
004030         END-READ
004040     END-IF.

004050***************************************************************
004060* 1200-RELEASE-LIVE-DETAIL
004070***************************************************************
004080 1200-RELEASE-LIVE-DETAIL.
004090     IF EN-STUDENT-ID = ZEROES
004100         ADD 1 TO WS-UNSTAMPED-COUNT
004110     ELSE
004120         IF WS-SELECT-ID = ZEROES
004130             OR EN-STUDENT-ID = WS-SELECT-ID
004140             ADD 1 TO WS-LINES-READ
004150             MOVE EN-STUDENT-ID TO SW-STUDENT-ID
004160             MOVE EN-COURSE-ID TO SW-COURSE-ID
004170             MOVE EN-TERM TO SW-TERM
004180             MOVE EN-GRADE TO SW-GRADE
004190             RELEASE SORT-WORK-RECORD
004200         END-IF
004210     END-IF
004220     PERFORM 1100-READ-LIVE-DETAIL.

004230***************************************************************
004240* 1300-READ-HISTORY-DETAIL
004250***************************************************************
004260 1300-READ-HISTORY-DETAIL.
004270     READ ENROLLMENT-HISTORY
004280         AT END SET RELEASE-EOF TO TRUE
004290     END-READ.

004300***************************************************************
004310* 1400-RELEASE-HISTORY-DETAIL
004320***************************************************************
004330 1400-RELEASE-HISTORY-DETAIL.
004340     IF HE-STUDENT-ID = ZEROES
004350         ADD 1 TO WS-UNSTAMPED-COUNT
004360     ELSE
004370         IF WS-SELECT-ID = ZEROES
004380             OR HE-STUDENT-ID = WS-SELECT-ID
004390             ADD 1 TO WS-LINES-READ
004400             MOVE HE-STUDENT-ID TO SW-STUDENT-ID
004410             MOVE HE-COURSE-ID TO SW-COURSE-ID
004420             MOVE HE-TERM TO SW-TERM
004430             MOVE HE-GRADE TO SW-GRADE
004440             RELEASE SORT-WORK-RECORD
004450         END-IF
004460     END-IF
004470     PERFORM 1300-READ-HISTORY-DETAIL.

004480***************************************************************
004490* 1900-RELEASE-EXIT
004500***************************************************************
004510 1900-RELEASE-EXIT.
004520     EXIT.

004530***************************************************************
004540* 2000-READ-SORTED-RECORD
004550***************************************************************
004560 2000-READ-SORTED-RECORD.
004570     READ SORTED-AUDIT-FILE
004580         AT END SET SORTED-EOF TO TRUE
004590     END-READ.

004600***************************************************************
004610* 2100-READ-IDENTITY
004620* A one-student run stops after the selected identity.
004630***************************************************************
004640 2100-READ-IDENTITY.
004650     IF NOT IDENT-EOF
004660         READ STUDENT-IDENTITY NEXT RECORD
004670             AT END SET IDENT-EOF TO TRUE
004680         END-READ
004690     END-IF
004700     IF NOT IDENT-EOF AND WS-SELECT-ID NOT = ZEROES
004710         AND SI-STUDENT-ID NOT = WS-SELECT-ID
004720         SET IDENT-EOF TO TRUE
004730     END-IF.

004740***************************************************************
004750* 3000-AUDIT-ONE-IDENTITY
004760* Match-merge on student ID -- courses for an ID with no
004770* identity record are passed over and counted, the student's
004780* own courses are gathered, then the audit runs.
004790***************************************************************
004800 3000-AUDIT-ONE-IDENTITY.
004810     ADD 1 TO WS-IDENT-READ
004820     PERFORM 3900-SKIP-UNMATCHED-COURSES
004830         UNTIL SORTED-EOF
004840             OR SR-STUDENT-ID NOT < SI-STUDENT-ID
004850     MOVE ZEROES TO WS-TAKEN-COUNT
004860     PERFORM 3100-GATHER-ONE-COURSE-LINE
004870         UNTIL SORTED-EOF
004880             OR SR-STUDENT-ID NOT = SI-STUDENT-ID
004890     EVALUATE TRUE
004900         WHEN SI-PROGRAM-ID = SPACES
004910             ADD 1 TO WS-UNDECLARED-COUNT
004920             IF WS-SELECT-ID NOT = ZEROES
004930                 DISPLAY "Student " SI-STUDENT-ID
004940                     " has no program declared - not audited"
004950             END-IF
004960         WHEN OTHER
004970             PERFORM 4000-AUDIT-STUDENT
004980     END-EVALUATE
004990     PERFORM 2100-READ-IDENTITY.

005000***************************************************************
005010* 3100-GATHER-ONE-COURSE-LINE
005020* Lines arrive by course and term; a new course ID opens a
005030* table entry and every line of it updates that entry.
005040***************************************************************
005050 3100-GATHER-ONE-COURSE-LINE.
005060     IF WS-TAKEN-COUNT = ZEROES
005070         OR SR-COURSE-ID NOT = WS-TK-COURSE-ID (WS-TAKEN-COUNT)
005080         IF WS-TAKEN-COUNT < WS-TAKEN-MAX
005090             ADD 1 TO WS-TAKEN-COUNT
005100             MOVE SR-COURSE-ID TO WS-TK-COURSE-ID (WS-TAKEN-COUNT)
005110             MOVE "N" TO WS-TK-PASSED-SW (WS-TAKEN-COUNT)
005120             MOVE "N" TO WS-TK-PENDING-SW (WS-TAKEN-COUNT)
005130             MOVE SPACES TO WS-TK-BEST-GRADE (WS-TAKEN-COUNT)
005140             MOVE ZEROES TO WS-TK-BEST-POINTS (WS-TAKEN-COUNT)
005150             MOVE SPACES TO WS-TK-BEST-TERM (WS-TAKEN-COUNT)
005160             PERFORM 3200-POST-COURSE-LINE
005170         ELSE
005180             ADD 1 TO WS-OVERFLOW-COUNT
005190         END-IF
005200     ELSE
005210         PERFORM 3200-POST-COURSE-LINE
005220     END-IF
005230     PERFORM 2000-READ-SORTED-RECORD.

005240***************************************************************
005250* 3200-POST-COURSE-LINE
005260* A passing letter (D- or better) on the shared grade-point
005270* scale passes the course; the best such grade is kept for
005280* the program's minimum.  No grade yet, or an incomplete,
005290* leaves the course in progress.
005300***************************************************************
005310 3200-POST-COURSE-LINE.
005320     MOVE SR-GRADE TO WS-TK-LAST-GRADE (WS-TAKEN-COUNT)
005330     MOVE SR-TERM TO WS-TK-LAST-TERM (WS-TAKEN-COUNT)
005340     MOVE SR-GRADE TO GPA-GRADE
005350     MOVE 1.0 TO GPA-CREDITS
005360     PERFORM ZG-GRADE-POINTS
005370     EVALUATE TRUE
005380         WHEN GPA-COUNTED AND GPA-LETTER NOT = "F"
005390             IF NOT WS-TK-PASSED (WS-TAKEN-COUNT)
005400                 OR GPA-GRADE-POINTS
005410                     > WS-TK-BEST-POINTS (WS-TAKEN-COUNT)
005420                 MOVE "Y" TO WS-TK-PASSED-SW (WS-TAKEN-COUNT)
005430                 MOVE SR-GRADE
005432                     TO WS-TK-BEST-GRADE (WS-TAKEN-COUNT)
005440                 MOVE GPA-GRADE-POINTS
005450                     TO WS-TK-BEST-POINTS (WS-TAKEN-COUNT)
005460                 MOVE SR-TERM TO WS-TK-BEST-TERM (WS-TAKEN-COUNT)
005470             END-IF
005480         WHEN SR-GRADE = SPACES OR SR-GRADE = "I "
005490             MOVE "Y" TO WS-TK-PENDING-SW (WS-TAKEN-COUNT)
005500         WHEN OTHER
005510             CONTINUE
005520     END-EVALUATE.

005530***************************************************************
005540* 3900-SKIP-UNMATCHED-COURSES
005550***************************************************************
005560 3900-SKIP-UNMATCHED-COURSES.
005570     ADD 1 TO WS-NO-IDENTITY-COUNT
005580     PERFORM 2000-READ-SORTED-RECORD.

005590***************************************************************
005600* 4000-AUDIT-STUDENT
005610***************************************************************
005620 4000-AUDIT-STUDENT.
005630     MOVE SI-PROGRAM-ID TO WS-PROGRAM-ID
005640     MOVE SI-PROGRAM-ID TO PG-PROGRAM-ID
005650     MOVE SPACES TO PG-COURSE-ID
005660     READ PROGRAM-MASTER
005670         INVALID KEY
005680             ADD 1 TO WS-UNKNOWN-PROGRAM
005690             MOVE "*** PROGRAM NOT ON FILE ***" TO WS-PROGRAM-NAME
005700             MOVE ZEROES TO WS-MIN-CREDITS
005710             PERFORM 4100-PRINT-STUDENT-HEADING
005720             MOVE "NOT AUDITED - PROGRAM NOT ON PROGMAST"
005730                 TO AUD-RESULT-TEXT
005740             MOVE AUD-RESULT-LINE TO PRINT-LINE
005750             PERFORM 8000-WRITE-AUDIT-LINE
005760         NOT INVALID KEY
005770             ADD 1 TO WS-AUDITED-COUNT
005780             MOVE PG-PROGRAM-NAME TO WS-PROGRAM-NAME
005790             MOVE PG-MIN-CREDITS TO WS-MIN-CREDITS
005800             PERFORM 4100-PRINT-STUDENT-HEADING
005810             PERFORM 4200-TOTAL-CREDITS
005820             PERFORM 5000-CHECK-REQUIREMENTS
005830             PERFORM 6000-PRINT-AUDIT-RESULT
005840     END-READ.

005850***************************************************************
005860* 4100-PRINT-STUDENT-HEADING
005870* Each student starts a fresh page.
005880***************************************************************
005890 4100-PRINT-STUDENT-HEADING.
005900     PERFORM 8100-PRINT-AUDIT-HEADING
005910     MOVE SPACES TO PRINT-LINE
005920     PERFORM 8000-WRITE-AUDIT-LINE
005930     MOVE SI-STUDENT-ID TO AUD-STUDENT-ID
005940     MOVE SI-STUDENT-NAME TO AUD-STUDENT-NAME
005950     MOVE WS-PROGRAM-ID TO AUD-PROGRAM-ID
005960     MOVE WS-PROGRAM-NAME TO AUD-PROGRAM-NAME
005970     MOVE AUD-STUDENT-LINE TO PRINT-LINE
005980     PERFORM 8000-WRITE-AUDIT-LINE
005990     MOVE SPACES TO PRINT-LINE
006000     PERFORM 8000-WRITE-AUDIT-LINE.

006010***************************************************************
006020* 4200-TOTAL-CREDITS
006030* Every passed course earns its catalog credit hours once,
006040* however often it was repeated; a course awaiting its grade
006050* counts toward the in-progress credits.
006060***************************************************************
006070 4200-TOTAL-CREDITS.
006080     MOVE ZEROES TO WS-EARNED-CREDITS
006090     MOVE ZEROES TO WS-PENDING-CREDITS
006100     PERFORM 4210-TOTAL-ONE-COURSE
006110         VARYING WS-TAKEN-SUB FROM 1 BY 1
006120         UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT.

006130***************************************************************
006140* 4210-TOTAL-ONE-COURSE
006150***************************************************************
006160 4210-TOTAL-ONE-COURSE.
006170     IF WS-TK-PASSED (WS-TAKEN-SUB)
006172         OR WS-TK-PENDING (WS-TAKEN-SUB)
006180         MOVE WS-TK-COURSE-ID (WS-TAKEN-SUB) TO CM-COURSE-ID
006190         READ COURSE-MASTER
006200             INVALID KEY
006210                 ADD 1 TO WS-NOT-ON-CATALOG
006220             NOT INVALID KEY
006230                 IF WS-TK-PASSED (WS-TAKEN-SUB)
006240                     ADD CM-CREDIT-HOURS TO WS-EARNED-CREDITS
006250                 ELSE
006260                     ADD CM-CREDIT-HOURS TO WS-PENDING-CREDITS
006270                 END-IF
006280         END-READ
006290     END-IF.

006300***************************************************************
006310* 5000-CHECK-REQUIREMENTS
006320* The requirement records follow the program header in
006330* course order under the same program ID.
006340***************************************************************
006350 5000-CHECK-REQUIREMENTS.
006360     MOVE ZEROES TO WS-REQ-COMPLETE
006370     MOVE ZEROES TO WS-REQ-PENDING
006380     MOVE ZEROES TO WS-REQ-MISSING
006390     MOVE AUD-COLUMN-LINE TO PRINT-LINE
006400     PERFORM 8000-WRITE-AUDIT-LINE
006410     MOVE "N" TO WS-REQUIRE-EOF-SWITCH
006420     START PROGRAM-MASTER KEY IS GREATER THAN PG-KEY
006430         INVALID KEY
006440             SET REQUIRE-EOF TO TRUE
006450     END-START
006460     PERFORM 5100-READ-REQUIREMENT
006470     PERFORM 5200-CHECK-ONE-REQUIREMENT UNTIL REQUIRE-EOF.

006480***************************************************************
006490* 5100-READ-REQUIREMENT
006500***************************************************************
006510 5100-READ-REQUIREMENT.
006520     IF NOT REQUIRE-EOF
006530         READ PROGRAM-MASTER NEXT RECORD
006540             AT END SET REQUIRE-EOF TO TRUE
006550         END-READ
006560     END-IF
006570     IF NOT REQUIRE-EOF AND PG-PROGRAM-ID NOT = WS-PROGRAM-ID
006580         SET REQUIRE-EOF TO TRUE
006590     END-IF.

006600***************************************************************
006610* 5200-CHECK-ONE-REQUIREMENT
006620* Complete when passed at or above the minimum grade, in
006630* progress when a seat is still awaiting its grade, else
006640* missing with the reason.
006650***************************************************************
006660 5200-CHECK-ONE-REQUIREMENT.
006670     MOVE SPACES TO AUD-DETAIL-LINE
006680     MOVE PG-COURSE-ID TO AUD-COURSE-ID
006690     MOVE PG-MIN-GRADE TO AUD-MIN-GRADE
006700     MOVE ZEROES TO WS-MIN-POINTS
006710     IF PG-MIN-GRADE NOT = SPACES
006720         MOVE PG-MIN-GRADE TO GPA-GRADE
006730         MOVE 1.0 TO GPA-CREDITS
006740         PERFORM ZG-GRADE-POINTS
006750         MOVE GPA-GRADE-POINTS TO WS-MIN-POINTS
006760     END-IF
006770     MOVE "N" TO WS-FOUND-SWITCH
006780     PERFORM 5210-FIND-TAKEN-COURSE
006790         VARYING WS-TAKEN-SUB FROM 1 BY 1
006800         UNTIL WS-TAKEN-SUB > WS-TAKEN-COUNT
006810             OR COURSE-FOUND
006820     IF COURSE-FOUND
006830         SUBTRACT 1 FROM WS-TAKEN-SUB
006840     END-IF
006850     EVALUATE TRUE
006860         WHEN NOT COURSE-FOUND
006870             ADD 1 TO WS-REQ-MISSING
006880             MOVE "MISSING" TO AUD-STATUS
006890             MOVE "NOT TAKEN" TO AUD-NOTE
006900         WHEN WS-TK-PASSED (WS-TAKEN-SUB)
006910             AND WS-TK-BEST-POINTS (WS-TAKEN-SUB)
006920                 NOT < WS-MIN-POINTS
006930             ADD 1 TO WS-REQ-COMPLETE
006940             MOVE "COMPLETE" TO AUD-STATUS
006950             MOVE WS-TK-BEST-GRADE (WS-TAKEN-SUB) TO AUD-GRADE
006960             MOVE WS-TK-BEST-TERM (WS-TAKEN-SUB) TO AUD-TERM
006970         WHEN WS-TK-PENDING (WS-TAKEN-SUB)
006980             ADD 1 TO WS-REQ-PENDING
006990             MOVE "IN PROGRESS" TO AUD-STATUS
007000             MOVE WS-TK-LAST-TERM (WS-TAKEN-SUB) TO AUD-TERM
007010             MOVE "AWAITING GRADE" TO AUD-NOTE
007020         WHEN WS-TK-PASSED (WS-TAKEN-SUB)
007030             ADD 1 TO WS-REQ-MISSING
007040             MOVE "MISSING" TO AUD-STATUS
007050             MOVE WS-TK-BEST-GRADE (WS-TAKEN-SUB) TO AUD-GRADE
007060             MOVE WS-TK-BEST-TERM (WS-TAKEN-SUB) TO AUD-TERM
007070             MOVE "BELOW PROGRAM MINIMUM GRADE" TO AUD-NOTE
007080         WHEN OTHER
007090             ADD 1 TO WS-REQ-MISSING
007100             MOVE "MISSING" TO AUD-STATUS
007110             MOVE WS-TK-LAST-GRADE (WS-TAKEN-SUB) TO AUD-GRADE
007120             MOVE WS-TK-LAST-TERM (WS-TAKEN-SUB) TO AUD-TERM
007130             MOVE "NOT PASSED - MUST REPEAT" TO AUD-NOTE
007140     END-EVALUATE
007150     MOVE AUD-DETAIL-LINE TO PRINT-LINE
007160     PERFORM 8000-WRITE-AUDIT-LINE
007170     PERFORM 5100-READ-REQUIREMENT.

007180***************************************************************
007190* 5210-FIND-TAKEN-COURSE
007200***************************************************************
007210 5210-FIND-TAKEN-COURSE.
007220     IF WS-TK-COURSE-ID (WS-TAKEN-SUB) = PG-COURSE-ID
007230         SET COURSE-FOUND TO TRUE
007240     END-IF.

007250***************************************************************
007260* 6000-PRINT-AUDIT-RESULT
007270* Cleared when no requirement is missing or in progress and
007280* the earned credits reach the program minimum.
007290***************************************************************
007300 6000-PRINT-AUDIT-RESULT.
007310     MOVE SPACES TO PRINT-LINE
007320     PERFORM 8000-WRITE-AUDIT-LINE
007330     MOVE WS-EARNED-CREDITS TO AUD-EARNED
007340     MOVE WS-PENDING-CREDITS TO AUD-PENDING
007350     MOVE WS-MIN-CREDITS TO AUD-MINIMUM
007360     MOVE AUD-CREDIT-LINE TO PRINT-LINE
007370     PERFORM 8000-WRITE-AUDIT-LINE
007380     MOVE WS-REQ-COMPLETE TO AUD-COUNT-COMPLETE
007390     MOVE WS-REQ-PENDING TO AUD-COUNT-PENDING
007400     MOVE WS-REQ-MISSING TO AUD-COUNT-MISSING
007410     MOVE AUD-COUNT-LINE TO PRINT-LINE
007420     PERFORM 8000-WRITE-AUDIT-LINE
007430     EVALUATE TRUE
007440         WHEN WS-REQ-MISSING > ZEROES
007450             MOVE "NOT CLEARED - REQUIRED COURSES MISSING"
007460                 TO AUD-RESULT-TEXT
007470         WHEN WS-REQ-PENDING > ZEROES
007480             MOVE "NOT CLEARED - REQUIRED COURSES IN PROGRESS"
007490                 TO AUD-RESULT-TEXT
007500         WHEN WS-EARNED-CREDITS < WS-MIN-CREDITS
007510             MOVE "NOT CLEARED - CREDITS SHORT OF MINIMUM"
007520                 TO AUD-RESULT-TEXT
007530         WHEN OTHER
007540             MOVE "CLEARED FOR GRADUATION" TO AUD-RESULT-TEXT
007550             PERFORM 7000-LIST-CLEARED-STUDENT
007560     END-EVALUATE
007570     MOVE AUD-RESULT-LINE TO PRINT-LINE
007580     PERFORM 8000-WRITE-AUDIT-LINE.

007590***************************************************************
007600* 7000-LIST-CLEARED-STUDENT
007610***************************************************************
007620 7000-LIST-CLEARED-STUDENT.
007630     ADD 1 TO WS-CLEARED-COUNT
007640     IF WS-CLEAR-LINE-COUNT > WS-LINES-PER-PAGE
007650         PERFORM 7100-PRINT-CLEARANCE-HEADING
007660     END-IF
007670     MOVE SI-STUDENT-ID TO CLR-STUDENT-ID
007680     MOVE SI-STUDENT-NAME TO CLR-STUDENT-NAME
007690     MOVE WS-PROGRAM-ID TO CLR-PROGRAM-ID
007700     MOVE WS-PROGRAM-NAME TO CLR-PROGRAM-NAME
007710     MOVE WS-EARNED-CREDITS TO CLR-EARNED
007720     MOVE CLR-DETAIL-LINE TO CLEAR-LINE
007730     PERFORM 8200-WRITE-CLEARANCE-LINE.

007740***************************************************************
007750* 7100-PRINT-CLEARANCE-HEADING
007760***************************************************************
007770 7100-PRINT-CLEARANCE-HEADING.
007780     ADD 1 TO WS-CLEAR-PAGE-COUNT
007790     MOVE ZEROES TO WS-CLEAR-LINE-COUNT
007800     MOVE "GRADUATION CLEARANCE LIST" TO AUD-HEADING-TITLE
007810     MOVE BDT-BUSINESS-DATE TO AUD-HEADING-DATE
007820     MOVE WS-CLEAR-PAGE-COUNT TO AUD-HEADING-PAGE
007830     WRITE CLEAR-LINE FROM AUD-HEADING-LINE
007840         AFTER ADVANCING PAGE
007850     PERFORM 8300-ARCHIVE-CLEARANCE-LINE
007860     MOVE SPACES TO CLEAR-LINE
007870     PERFORM 8200-WRITE-CLEARANCE-LINE
007880     MOVE CLR-COLUMN-LINE TO CLEAR-LINE
007890     PERFORM 8200-WRITE-CLEARANCE-LINE.

007900***************************************************************
007910* 7300-PRINT-RUN-TOTALS
007920* Closes the clearance list with its count.
007930***************************************************************
007940 7300-PRINT-RUN-TOTALS.
007950     MOVE SPACES TO CLEAR-LINE
007960     PERFORM 8200-WRITE-CLEARANCE-LINE
007970     MOVE "STUDENTS AUDITED           :" TO AUD-TOTAL-LABEL
007980     MOVE WS-AUDITED-COUNT TO AUD-TOTAL-COUNT
007990     MOVE AUD-TOTAL-LINE TO CLEAR-LINE
008000     PERFORM 8200-WRITE-CLEARANCE-LINE
008010     MOVE "STUDENTS CLEARED TO GRADUATE:" TO AUD-TOTAL-LABEL
008020     MOVE WS-CLEARED-COUNT TO AUD-TOTAL-COUNT
008030     MOVE AUD-TOTAL-LINE TO CLEAR-LINE
008040     PERFORM 8200-WRITE-CLEARANCE-LINE.

008050***************************************************************
008060* 8000-WRITE-AUDIT-LINE
008070* A long requirement list carries over to a continuation
008080* page under the same heading and student line.
008090***************************************************************
008100 8000-WRITE-AUDIT-LINE.
008110     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
008120         MOVE PRINT-LINE TO WS-HOLD-LINE
008130         PERFORM 8100-PRINT-AUDIT-HEADING
008134         WRITE PRINT-LINE FROM AUD-STUDENT-LINE
008138             AFTER ADVANCING 2 LINES
008142         PERFORM 8050-ARCHIVE-AUDIT-LINE
008146         MOVE WS-HOLD-LINE TO PRINT-LINE
008150     END-IF
008160     WRITE PRINT-LINE AFTER ADVANCING 1 LINE
008170     ADD 1 TO WS-LINE-COUNT
008180     PERFORM 8050-ARCHIVE-AUDIT-LINE.

008190***************************************************************
008200* 8050-ARCHIVE-AUDIT-LINE
008210* Every printed line also lands on the report archive under
008220* its page number, so one student's audit or the whole run
008230* reprints through rptReprint.
008240***************************************************************
008250 8050-ARCHIVE-AUDIT-LINE.
008260     MOVE "AUDITRPT" TO RP-REPORT-NAME
008270     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
008280     MOVE WS-PAGE-COUNT TO RP-PAGE
008290     ADD 1 TO WS-ARCH-LINE-SEQ
008300     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
008310     MOVE PRINT-LINE TO RP-PRINT-LINE
008320     WRITE REPORT-ARCHIVE-RECORD
008330     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
008340     MOVE "RPTARCH" TO IOC-FILE-NAME
008350     PERFORM ZZ-CHECK-WRITE.

008360***************************************************************
008370* 8100-PRINT-AUDIT-HEADING
008380***************************************************************
008390 8100-PRINT-AUDIT-HEADING.
008400     ADD 1 TO WS-PAGE-COUNT
008410     MOVE ZEROES TO WS-LINE-COUNT
008420     MOVE "DEGREE AUDIT" TO AUD-HEADING-TITLE
008430     MOVE BDT-BUSINESS-DATE TO AUD-HEADING-DATE
008440     MOVE WS-PAGE-COUNT TO AUD-HEADING-PAGE
008450     WRITE PRINT-LINE FROM AUD-HEADING-LINE
008460         AFTER ADVANCING PAGE
008470     PERFORM 8050-ARCHIVE-AUDIT-LINE.

008480***************************************************************
008490* 8200-WRITE-CLEARANCE-LINE
008500***************************************************************
008510 8200-WRITE-CLEARANCE-LINE.
008520     WRITE CLEAR-LINE AFTER ADVANCING 1 LINE
008530     ADD 1 TO WS-CLEAR-LINE-COUNT
008540     PERFORM 8300-ARCHIVE-CLEARANCE-LINE.

008550***************************************************************
008560* 8300-ARCHIVE-CLEARANCE-LINE
008570***************************************************************
008580 8300-ARCHIVE-CLEARANCE-LINE.
008590     MOVE "GRADCLR " TO RP-REPORT-NAME
008600     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
008610     MOVE WS-CLEAR-PAGE-COUNT TO RP-PAGE
008620     ADD 1 TO WS-CLEAR-ARCH-SEQ
008630     MOVE WS-CLEAR-ARCH-SEQ TO RP-LINE-SEQ
008640     MOVE CLEAR-LINE TO RP-PRINT-LINE
008650     WRITE REPORT-ARCHIVE-RECORD
008660     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
008670     MOVE "RPTARCH" TO IOC-FILE-NAME
008680     PERFORM ZZ-CHECK-WRITE.

008690***************************************************************
008700* 9100-WRITE-RUN-SUMMARY
008710* One standard record per run to the shared RUNLOG operations
008720* file, for the night-end opsReport.
008730***************************************************************
008740 9100-WRITE-RUN-SUMMARY.
008750     OPEN EXTEND RUN-LOG-FILE
008760     IF NOT RUNLOG-OK
008770         OPEN OUTPUT RUN-LOG-FILE
008780     END-IF
008790     MOVE "DEGREEAUDT" TO RS-PROGRAM
008800     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
008810     ACCEPT RS-RUN-TIME FROM TIME
008820     MOVE WS-RUN-START-TIME TO RS-START-TIME
008830     MOVE WS-IDENT-READ TO RS-RECORDS-READ
008840     MOVE WS-AUDITED-COUNT TO RS-RECORDS-POSTED
008850     MOVE WS-UNKNOWN-PROGRAM TO RS-RECORDS-REJECTED
008860     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
008870     WRITE RUN-SUMMARY-RECORD
008880     CLOSE RUN-LOG-FILE.

008890***************************************************************
008900* ZG grade-point routines (from the shared GPAPRC copybook)
008910***************************************************************
008920     COPY GPAPRC.

008930***************************************************************
008940* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
008950***************************************************************
008960     COPY IOCHKPRC.

008970*****************************************************************
008980* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
008990*****************************************************************
009000     COPY BIZDTPRC.
