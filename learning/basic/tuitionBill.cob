000263*                 instead of rerunning the billing night.
000264* 2026-09-02  RSG The detail is indexed now -- the release
000266*                 pass STARTs at the low key and reads NEXT.
00266A* 2026-09-23  RSG Scholarship and financial-aid awards from the
00266B*                 new AWARDS file are applied as credit lines
00266C*                 below each term's course charges on the
00266D*                 invoice.  The detail now sorts by student,
00266E*                 term and course so each term's awards apply
00266F*                 once.  TUIRECV carries the net amount with
00266G*                 the gross and aid beside it, and its trailer
00266H*                 carries gross, aid and net totals.  Each
00266I*                 award's applied amount is set on AWARDS and
00266J*                 the AWDUTIL award utilization report lists
00266K*                 what was awarded against what was applied.
00266L* 2026-10-13  RSG Each invoice now prints the student's mailing
00266M*                 address under the name line, from the new
00266N*                 STUCONT contact master through the shared
00266O*                 ZC-GET-ADDRESS routine.
00266P* 2026-10-15  RSG Late registration fees from the new LATEFEE
00266Q*                 file bill as their own invoice line, course
00266R*                 LATEFE, beside the student's course charges for
00266S*                 the term.  Aid never applies to a late fee; it
00266T*                 goes to TUIRECV at its full amount and counts
00266U*                 with the lines billed.
000269***************************************************************

000270 ENVIRONMENT DIVISION.
000537     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000538         ORGANIZATION IS SEQUENTIAL
000539         FILE STATUS IS WS-RPTARCH-STATUS.
00539A     SELECT AWARD-FILE ASSIGN TO "AWARDS"
00539B         ORGANIZATION IS INDEXED
00539C         ACCESS MODE IS DYNAMIC
00539D         RECORD KEY IS AW-KEY
00539E         FILE STATUS IS WS-AWARD-STATUS.
00539F     SELECT UTILIZATION-PRINT ASSIGN TO "AWDUTIL"
00539G         ORGANIZATION IS SEQUENTIAL
00539H         FILE STATUS IS WS-UTIL-STATUS.
00539I     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
00539J         ORGANIZATION IS INDEXED
00539K         ACCESS MODE IS RANDOM
00539L         RECORD KEY IS CT-STUDENT-ID
00539M         FILE STATUS IS WS-CONTACT-STATUS.
00539N     SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
00539O         ORGANIZATION IS SEQUENTIAL
00539P         FILE STATUS IS WS-LATEFEE-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.
000610     05 SW-COURSE-ID            PIC X(06).
000620     05 SW-STUDENT-NAME         PIC X(25).
000630     05 SW-TERM                 PIC X(05).
000632     05 SW-LINE-TYPE            PIC X(01).
000634     05 SW-FEE-AMOUNT           PIC 9(05)V9(02).

000640 FD  SORTED-BILLING-FILE.
000650 01  SORTED-BILLING-RECORD.
000670     05 SR-COURSE-ID            PIC X(06).
000680     05 SR-STUDENT-NAME         PIC X(25).
000690     05 SR-TERM                 PIC X(05).
000692     05 SR-LINE-TYPE            PIC X(01).
000694         88 SR-COURSE-LINE      VALUE "C".
000696         88 SR-LATE-FEE-LINE    VALUE "L".
000698     05 SR-FEE-AMOUNT           PIC 9(05)V9(02).

000700 FD  COURSE-MASTER.
000710     COPY CRSMAST.
000732 FD  REPORT-ARCHIVE.
000734     COPY RPTARCH.

000735 FD  AWARD-FILE.
000736     COPY STUAWRD.

000737 FD  UTILIZATION-PRINT.
000738 01  UTIL-PRINT-LINE            PIC X(132).

000740 FD  RECEIVABLES-FILE.
000750 01  RECEIVABLE-RECORD.
000760     05 RV-RECORD-TYPE          PIC X(01).
000820         10 RV-COURSE-ID        PIC X(06).
000830         10 RV-AMOUNT           PIC 9(05)V9(02).
000840         10 RV-TERM             PIC X(05).
000842         10 RV-GROSS-AMOUNT     PIC 9(05)V9(02).
000844         10 RV-AID-AMOUNT       PIC 9(05)V9(02).
000846         10 FILLER              PIC X(01).
000850     05 RV-HEADER-DATA REDEFINES RV-DETAIL-DATA.
000860         10 RV-RUN-DATE         PIC 9(08).
000870         10 FILLER              PIC X(31).
000880     05 RV-TRAILER-DATA REDEFINES RV-DETAIL-DATA.
000890         10 RV-RECORD-COUNT     PIC 9(06).
000900         10 RV-AMOUNT-TOTAL     PIC 9(09)V9(02).
000910         10 RV-GROSS-TOTAL      PIC 9(09)V9(02).
000915         10 RV-AID-TOTAL        PIC 9(09)V9(02).

000920 FD  RUN-LOG-FILE.
000930     COPY RUNSUM.
000951 FD  BUSINESS-DATE-FILE.
000955     COPY BIZDATE.

000956 FD  STUDENT-CONTACT.
000957     COPY STUCONT.

000958 FD  LATE-FEE-FILE.
000959     COPY LATEFEE.

000960 WORKING-STORAGE SECTION.
000965     COPY BIZDTWS.
000970     COPY IOCHKWS.
000975     COPY CONTWS.
000980 01  WS-ENROLL-STATUS           PIC X(02).
000990     88 ENROLL-OK               VALUE "00".
001000 01  WS-SORT-STATUS             PIC X(02).
001150 01  WS-LINE-FEE                PIC 9(05)V9(02) VALUE ZEROES.
001160 01  WS-STUDENT-TOTAL           PIC 9(07)V9(02) VALUE ZEROES.
001170 01  WS-GRAND-TOTAL             PIC 9(09)V9(02) VALUE ZEROES.
01170A 01  WS-BILLED-TERM-MAX         PIC 9(03) VALUE 20.
01170B 01  WS-BILLED-TERM-COUNT       PIC 9(03) VALUE ZEROES.
01170C 01  WS-BILLED-TERM-SUB         PIC 9(03) VALUE ZEROES.
01170D 01  WS-BILLED-TERM-TABLE.
01170E     05 WS-BILLED-TERM          PIC X(05) OCCURS 20 TIMES.
01170F 01  WS-TERM-GROSS              PIC 9(07)V9(02) VALUE ZEROES.
01170G 01  WS-AWARD-LIMIT             PIC 9(07)V9(02) VALUE ZEROES.
01170H 01  WS-AWARD-CREDIT            PIC 9(07)V9(02) VALUE ZEROES.
01170I 01  WS-LINE-ROOM               PIC 9(05)V9(02) VALUE ZEROES.
01170J 01  WS-RECV-COURSE-ID          PIC X(06) VALUE SPACES.
01170K 01  WS-RECV-GROSS              PIC 9(05)V9(02) VALUE ZEROES.
01170L 01  WS-RECV-AID                PIC 9(05)V9(02) VALUE ZEROES.
01170M 01  WS-RECV-NET                PIC 9(05)V9(02) VALUE ZEROES.
01170N 01  WS-RECV-WRITTEN            PIC 9(06) VALUE ZEROES.
01170O 01  WS-STUDENT-GROSS           PIC 9(07)V9(02) VALUE ZEROES.
01170P 01  WS-STUDENT-AID             PIC 9(07)V9(02) VALUE ZEROES.
01170Q 01  WS-AID-TOTAL               PIC 9(09)V9(02) VALUE ZEROES.
01170R 01  WS-NET-TOTAL               PIC 9(09)V9(02) VALUE ZEROES.
01170S 01  WS-AID-LINES               PIC 9(06) VALUE ZEROES.
01170T 01  WS-AWARDS-REPORTED         PIC 9(05) VALUE ZEROES.
01170U 01  WS-AWARDS-USED             PIC 9(05) VALUE ZEROES.
01170V 01  WS-AWARDS-UNUSED           PIC 9(05) VALUE ZEROES.
01170W 01  WS-AWARDED-AMOUNT-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
01170X 01  WS-APPLIED-TOTAL           PIC 9(09)V9(02) VALUE ZEROES.
01170Y 01  WS-UNAPPLIED-AMOUNT        PIC 9(07)V9(02) VALUE ZEROES.
01170Z 01  WS-UTIL-ARCH-LINE-SEQ      PIC 9(06) VALUE ZEROES.
001180 01  WS-LINES-BILLED            PIC 9(06) VALUE ZEROES.
001190 01  WS-LINES-READ              PIC 9(06) VALUE ZEROES.
01190A*
01190B* Late registration fees bill beside the course charges under
01190C* a pseudo-course of their own, never reduced by aid.
01190D*
01190E 01  WS-LATEFEE-STATUS          PIC X(02).
01190F     88 LATEFEE-OK              VALUE "00".
01190G 01  WS-LATEFEE-EOF-SWITCH      PIC X(01) VALUE "N".
01190H     88 LATEFEE-EOF             VALUE "Y".
01190I 01  WS-LATE-FEE-COURSE         PIC X(06) VALUE "LATEFE".
01190J 01  WS-LATE-FEE-LINES          PIC 9(06) VALUE ZEROES.
001200 01  WS-NO-FEE-COUNT            PIC 9(06) VALUE ZEROES.
001210 01  WS-STUDENT-COUNT           PIC 9(05) VALUE ZEROES.
001220 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
001224     88 RPTARCH-OK              VALUE "00".
001226 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001228 01  WS-ARCH-RUN-DATE           PIC 9(08) VALUE ZEROES.
01228A*
01228B* Awards and the per-term line buffer -- a term's lines are
01228C* held until its awards apply, then go to TUIRECV net.
01228D*
01228E 01  WS-AWARD-STATUS            PIC X(02).
01228F     88 AWARD-OK                VALUE "00".
01228G 01  WS-UTIL-STATUS             PIC X(02).
01228H     88 UTIL-OK                 VALUE "00".
01228I 01  WS-AWARD-EOF-SWITCH        PIC X(01) VALUE "N".
01228J     88 AWARD-EOF               VALUE "Y".
01228K 01  WS-AWARDS-OPEN-SWITCH      PIC X(01) VALUE "N".
01228L     88 AWARDS-OPEN             VALUE "Y".
01228M 01  WS-TERM-BILLED-SWITCH      PIC X(01) VALUE "N".
01228N     88 TERM-BILLED             VALUE "Y".
01228O 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
01228P 01  WS-TERM-LINE-MAX           PIC 9(03) VALUE 60.
01228Q 01  WS-TERM-LINE-COUNT         PIC 9(03) VALUE ZEROES.
01228R 01  WS-TERM-LINE-SUB           PIC 9(03) VALUE ZEROES.
01228S 01  WS-TERM-LINE-TABLE.
01228T     05 WS-TERM-LINE            OCCURS 60 TIMES.
01228U         10 WS-TL-COURSE-ID     PIC X(06).
01228V         10 WS-TL-FEE           PIC 9(05)V9(02).
01228W         10 WS-TL-AID           PIC 9(05)V9(02).
001230 01  INV-HEADING-LINE.
001240     05 FILLER                  PIC X(30) VALUE
001250         "STUDENT REGISTRATION SYSTEM".
001430     05 INV-FEE                 PIC ZZZZ9.99.
001440     05 INV-NOTE                PIC X(24).
001450     05 FILLER                  PIC X(77) VALUE SPACES.
01450A 01  INV-AID-LINE.
01450B     05 FILLER                  PIC X(04) VALUE SPACES.
01450C     05 INV-AID-CODE            PIC X(04).
01450D     05 FILLER                  PIC X(04) VALUE SPACES.
01450E     05 INV-AID-TERM            PIC X(05).
01450F     05 FILLER                  PIC X(06) VALUE "  AID ".
01450G     05 INV-AID-AMOUNT          PIC ZZZ,ZZ9.99.
01450H     05 FILLER                  PIC X(03) VALUE " CR".
01450I     05 FILLER                  PIC X(02) VALUE SPACES.
01450J     05 INV-AID-DESCRIPTION     PIC X(20).
01450K     05 FILLER                  PIC X(74) VALUE SPACES.
01450L 01  INV-ADDRESS-LINE.
01450M     05 FILLER                  PIC X(19) VALUE SPACES.
01450N     05 INV-ADDRESS-TEXT        PIC X(40).
01450O     05 FILLER                  PIC X(73) VALUE SPACES.
001460 01  INV-TOTAL-LINE.
001470     05 INV-TOTAL-LABEL         PIC X(20).
001480     05 INV-TOTAL-AMOUNT        PIC ZZZZZZZZ9.99.
001490     05 FILLER                  PIC X(100) VALUE SPACES.
001495     COPY AWDUTIL.

001500 PROCEDURE DIVISION.

001556     PERFORM ZB-GET-BUSINESS-DATE
001560     SORT SORT-WORK-FILE
001570         ON ASCENDING KEY SW-STUDENT-ID
001575         ON ASCENDING KEY SW-TERM
001580         ON ASCENDING KEY SW-COURSE-ID
001590         INPUT PROCEDURE IS 1000-RELEASE-DETAIL
001600             THRU 1900-RELEASE-EXIT
001648     END-IF
001649     ACCEPT WS-ARCH-RUN-DATE FROM DATE YYYYMMDD
001650     OPEN OUTPUT RECEIVABLES-FILE
01650A     OPEN I-O AWARD-FILE
01650B     IF AWARD-OK
01650C         SET AWARDS-OPEN TO TRUE
01650D     ELSE
01650E         DISPLAY "No AWARDS file - invoices billed without aid"
01650F     END-IF
01650G     OPEN INPUT STUDENT-CONTACT
01650H     IF CONTACT-OK
01650I         SET CTA-CONTACT-OPEN TO TRUE
01650J     ELSE
01650K         DISPLAY "No STUCONT file - invoices go without address"
01650L     END-IF
001660     PERFORM 2000-WRITE-RECV-HEADER
001670     ACCEPT INV-HEADING-DATE FROM DATE YYYYMMDD
001680     WRITE PRINT-LINE FROM INV-HEADING-LINE
001740     END-IF
001750     PERFORM 5500-PRINT-GRAND-TOTAL
001760     PERFORM 6000-WRITE-RECV-TRAILER
001765     PERFORM 6500-PRINT-AWARD-UTILIZATION
001770     DISPLAY "-----------------------------------"
001780     DISPLAY "Enrollments read  : " WS-LINES-READ
001790     DISPLAY "Lines billed      : " WS-LINES-BILLED
001800     DISPLAY "No fee on catalog : " WS-NO-FEE-COUNT
001810     DISPLAY "Students invoiced : " WS-STUDENT-COUNT
001812     DISPLAY "Aid credit lines  : " WS-AID-LINES
001814     DISPLAY "Late fee lines    : " WS-LATE-FEE-LINES
001820     IF WS-LINES-READ NOT =
001830         WS-LINES-BILLED + WS-NO-FEE-COUNT
001832         OR WS-RECV-WRITTEN NOT = WS-LINES-BILLED
001834         OR WS-GRAND-TOTAL NOT = WS-AID-TOTAL + WS-NET-TOTAL
001836         OR WS-APPLIED-TOTAL NOT = WS-AID-TOTAL
001840         DISPLAY "Control total     : *** OUT OF BALANCE ***"
001850         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
001860     ELSE
001920     CLOSE INVOICE-PRINT
001925     CLOSE REPORT-ARCHIVE
001930     CLOSE RECEIVABLES-FILE
001931     IF AWARDS-OPEN
001932         CLOSE AWARD-FILE
001933     END-IF
001934     IF CTA-CONTACT-OPEN
001935         CLOSE STUDENT-CONTACT
001936     END-IF
001940     GOBACK.

001950***************************************************************
002020         PERFORM 1200-RELEASE-ONE-DETAIL UNTIL SORTED-EOF
002030         CLOSE ENROLLMENT-DETAIL
002040     END-IF
002045     PERFORM 1300-RELEASE-LATE-FEES
002050     MOVE "N" TO WS-EOF-SWITCH
002055     GO TO 1900-RELEASE-EXIT.

002180     MOVE EN-COURSE-ID TO SW-COURSE-ID
002190     MOVE EN-STUDENT-NAME TO SW-STUDENT-NAME
002200     MOVE EN-TERM TO SW-TERM
002202     MOVE "C" TO SW-LINE-TYPE
002204     MOVE ZEROES TO SW-FEE-AMOUNT
002210     RELEASE SORT-WORK-RECORD
002220     PERFORM 1100-READ-DETAIL.

002560             PERFORM 5000-CLOSE-STUDENT-INVOICE
002570         END-IF
002580         MOVE SR-STUDENT-ID TO WS-CURRENT-ID
002585         MOVE SR-TERM TO WS-CURRENT-TERM
002590         MOVE ZEROES TO WS-STUDENT-TOTAL
002592         MOVE ZEROES TO WS-STUDENT-GROSS
002594         MOVE ZEROES TO WS-STUDENT-AID
002600         SET SECTION-OPEN TO TRUE
002610         MOVE SR-STUDENT-ID TO INV-STUDENT-ID
002620         MOVE SR-STUDENT-NAME TO INV-STUDENT-NAME
002630         WRITE PRINT-LINE FROM INV-STUDENT-LINE
002640             AFTER ADVANCING 2 LINES
002645         PERFORM 8000-ARCHIVE-PRINT-LINE
002647         PERFORM 4050-PRINT-ADDRESS-BLOCK
002650     END-IF
002651     IF SR-TERM NOT = WS-CURRENT-TERM
002652         PERFORM 4500-CLOSE-STUDENT-TERM
002653         MOVE SR-TERM TO WS-CURRENT-TERM
002654     END-IF
002655     IF SR-LATE-FEE-LINE
002656         PERFORM 4150-BILL-LATE-FEE
002657     ELSE
002660     MOVE SR-COURSE-ID TO CM-COURSE-ID
002670     READ COURSE-MASTER
002680         INVALID KEY
002760                 PERFORM 4100-EXTEND-ONE-LINE
002770             END-IF
002780     END-READ
002785     END-IF
002790     PERFORM 3000-READ-SORTED-RECORD.

02790A***************************************************************
02790B* 4050-PRINT-ADDRESS-BLOCK
02790C* The mailing address sits under the name line so the invoice
02790D* goes out in a window envelope; no address, no block.
02790E***************************************************************
02790F 4050-PRINT-ADDRESS-BLOCK.
02790G     MOVE SR-STUDENT-ID TO CTA-STUDENT-ID
02790H     PERFORM ZC-GET-ADDRESS
02790I     IF CTA-ADDRESS-FOUND
02790J         MOVE CTA-STREET-LINE TO INV-ADDRESS-TEXT
02790K         WRITE PRINT-LINE FROM INV-ADDRESS-LINE
02790L             AFTER ADVANCING 1 LINE
02790M         PERFORM 8000-ARCHIVE-PRINT-LINE
02790N         MOVE CTA-CITY-LINE TO INV-ADDRESS-TEXT
02790O         WRITE PRINT-LINE FROM INV-ADDRESS-LINE
02790P             AFTER ADVANCING 1 LINE
02790Q         PERFORM 8000-ARCHIVE-PRINT-LINE
02790R     END-IF.

002800***************************************************************
002810* 4100-EXTEND-ONE-LINE
002820***************************************************************
002830 4100-EXTEND-ONE-LINE.
002840     MOVE CM-COURSE-FEE TO WS-LINE-FEE
002850     ADD WS-LINE-FEE TO WS-STUDENT-GROSS
002860     ADD WS-LINE-FEE TO WS-GRAND-TOTAL
002870     ADD 1 TO WS-LINES-BILLED
002880     MOVE SR-COURSE-ID TO INV-COURSE-ID
002920     WRITE PRINT-LINE FROM INV-DETAIL-LINE
002930         AFTER ADVANCING 1 LINE
002935     PERFORM 8000-ARCHIVE-PRINT-LINE
002940     IF WS-TERM-LINE-COUNT < WS-TERM-LINE-MAX
002950         ADD 1 TO WS-TERM-LINE-COUNT
002960         MOVE SR-COURSE-ID TO WS-TL-COURSE-ID (WS-TERM-LINE-COUNT)
002970         MOVE WS-LINE-FEE TO WS-TL-FEE (WS-TERM-LINE-COUNT)
002980         MOVE ZEROES TO WS-TL-AID (WS-TERM-LINE-COUNT)
002990     ELSE
003000         DISPLAY "*** TERM LINE TABLE FULL - " SR-STUDENT-ID " "
003010             SR-COURSE-ID " BILLED WITHOUT AID ***"
003020         MOVE SR-COURSE-ID TO WS-RECV-COURSE-ID
003030         MOVE WS-LINE-FEE TO WS-RECV-GROSS
03030A         MOVE ZEROES TO WS-RECV-AID
03030B         PERFORM 4700-WRITE-RECEIVABLE
03030C     END-IF.

03030D***************************************************************
03030E* 4150-BILL-LATE-FEE
03030F* A late registration fee bills at the amount charged when
03030G* the late add posted and goes straight to TUIRECV -- it is
03030H* kept out of the term's line buffer so no award covers it.
03030I***************************************************************
03030J 4150-BILL-LATE-FEE.
03030K     MOVE SR-FEE-AMOUNT TO WS-LINE-FEE
03030L     ADD WS-LINE-FEE TO WS-STUDENT-GROSS
03030M     ADD WS-LINE-FEE TO WS-GRAND-TOTAL
03030N     ADD 1 TO WS-LINES-BILLED
03030O     ADD 1 TO WS-LATE-FEE-LINES
03030P     MOVE SR-COURSE-ID TO INV-COURSE-ID
03030Q     MOVE SR-TERM TO INV-TERM
03030R     MOVE WS-LINE-FEE TO INV-FEE
03030S     MOVE "  LATE REGISTRATION FEE" TO INV-NOTE
03030T     WRITE PRINT-LINE FROM INV-DETAIL-LINE
03030U         AFTER ADVANCING 1 LINE
03030V     PERFORM 8000-ARCHIVE-PRINT-LINE
03030W     MOVE SR-COURSE-ID TO WS-RECV-COURSE-ID
03030X     MOVE WS-LINE-FEE TO WS-RECV-GROSS
03030Y     MOVE ZEROES TO WS-RECV-AID
03030Z     PERFORM 4700-WRITE-RECEIVABLE.

003040***************************************************************
003050* 4200-PRINT-NO-FEE-LINE
003190***************************************************************
003200 5000-CLOSE-STUDENT-INVOICE.
003210     ADD 1 TO WS-STUDENT-COUNT
03210A     PERFORM 4500-CLOSE-STUDENT-TERM
03210B     IF WS-STUDENT-AID > ZEROES
03210C         MOVE "  TUITION CHARGES : " TO INV-TOTAL-LABEL
03210D         MOVE WS-STUDENT-GROSS TO INV-TOTAL-AMOUNT
03210E         WRITE PRINT-LINE FROM INV-TOTAL-LINE
03210F             AFTER ADVANCING 1 LINE
03210G         PERFORM 8000-ARCHIVE-PRINT-LINE
03210H         MOVE "  LESS AID        : " TO INV-TOTAL-LABEL
03210I         MOVE WS-STUDENT-AID TO INV-TOTAL-AMOUNT
03210J         WRITE PRINT-LINE FROM INV-TOTAL-LINE
03210K             AFTER ADVANCING 1 LINE
03210L         PERFORM 8000-ARCHIVE-PRINT-LINE
03210M     END-IF
03210N     COMPUTE WS-STUDENT-TOTAL = WS-STUDENT-GROSS - WS-STUDENT-AID
003220     MOVE "  STUDENT TOTAL   : " TO INV-TOTAL-LABEL
003230     MOVE WS-STUDENT-TOTAL TO INV-TOTAL-AMOUNT
003240     WRITE PRINT-LINE FROM INV-TOTAL-LINE
003280* 5500-PRINT-GRAND-TOTAL
003290***************************************************************
003300 5500-PRINT-GRAND-TOTAL.
003310     MOVE "RUN GROSS TUITION : " TO INV-TOTAL-LABEL
003320     MOVE WS-GRAND-TOTAL TO INV-TOTAL-AMOUNT
003330     WRITE PRINT-LINE FROM INV-TOTAL-LINE
003340         AFTER ADVANCING 2 LINES
03340A     PERFORM 8000-ARCHIVE-PRINT-LINE
03340B     MOVE "RUN AID APPLIED   : " TO INV-TOTAL-LABEL
03340C     MOVE WS-AID-TOTAL TO INV-TOTAL-AMOUNT
03340D     WRITE PRINT-LINE FROM INV-TOTAL-LINE
03340E         AFTER ADVANCING 1 LINE
03340F     PERFORM 8000-ARCHIVE-PRINT-LINE
03340G     MOVE "RUN NET BILLED    : " TO INV-TOTAL-LABEL
03340H     MOVE WS-NET-TOTAL TO INV-TOTAL-AMOUNT
03340I     WRITE PRINT-LINE FROM INV-TOTAL-LINE
03340J         AFTER ADVANCING 1 LINE
003345     PERFORM 8000-ARCHIVE-PRINT-LINE.

003350***************************************************************
003360* 6000-WRITE-RECV-TRAILER
003370* The bursar's load balances the file to this count and
003380* amount before posting anything.  The amount is the net;
003385* gross less aid must equal it.
003390***************************************************************
003400 6000-WRITE-RECV-TRAILER.
003410     MOVE SPACES TO RECEIVABLE-RECORD
003420     MOVE "T" TO RV-RECORD-TYPE
003430     MOVE WS-RECV-WRITTEN TO RV-RECORD-COUNT
003440     MOVE WS-NET-TOTAL TO RV-AMOUNT-TOTAL
003442     MOVE WS-GRAND-TOTAL TO RV-GROSS-TOTAL
003444     MOVE WS-AID-TOTAL TO RV-AID-TOTAL
003450     WRITE RECEIVABLE-RECORD
003460     MOVE WS-RECV-STATUS TO IOC-STATUS
003470     MOVE "TUIRECV" TO IOC-FILE-NAME
003491     ADD 1 TO WS-ARCH-LINE-SEQ
003492     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
003493     MOVE PRINT-LINE TO RP-PRINT-LINE
03493A     WRITE REPORT-ARCHIVE-RECORD
03493B     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
03493C     MOVE "RPTARCH" TO IOC-FILE-NAME
03493D     PERFORM ZZ-CHECK-WRITE.

03493E***************************************************************
03493F* 8100-ARCHIVE-UTIL-LINE
03493G* The utilization report archives under its own name and
03493H* line sequence.
03493I***************************************************************
03493J 8100-ARCHIVE-UTIL-LINE.
03493K     MOVE "AWDUTIL " TO RP-REPORT-NAME
03493L     MOVE WS-ARCH-RUN-DATE TO RP-RUN-DATE
03493M     MOVE 1 TO RP-PAGE
03493N     ADD 1 TO WS-UTIL-ARCH-LINE-SEQ
03493O     MOVE WS-UTIL-ARCH-LINE-SEQ TO RP-LINE-SEQ
03493P     MOVE UTIL-PRINT-LINE TO RP-PRINT-LINE
003494     WRITE REPORT-ARCHIVE-RECORD
003495     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
003496     MOVE "RPTARCH" TO IOC-FILE-NAME
003700***************************************************************
003710     COPY IOCHKPRC.

003712***************************************************************
003714* ZC-GET-ADDRESS (from the shared CONTPRC copybook)
003716***************************************************************
003718     COPY CONTPRC.

003720*****************************************************************
003730* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003740*****************************************************************
003750     COPY BIZDTPRC.

003760***************************************************************
003770* 1300-RELEASE-LATE-FEES
003780* Each late registration fee acceptValues charged sorts in
003790* with the student's courses for its term.  No LATEFEE on
003800* file means nobody registered late.
003810***************************************************************
003820 1300-RELEASE-LATE-FEES.
003830     MOVE "N" TO WS-LATEFEE-EOF-SWITCH
003840     OPEN INPUT LATE-FEE-FILE
003850     IF LATEFEE-OK
003860         PERFORM 1310-READ-LATE-FEE
003870         PERFORM 1320-RELEASE-ONE-LATE-FEE UNTIL LATEFEE-EOF
003880         CLOSE LATE-FEE-FILE
003890     END-IF.

003900***************************************************************
003910* 1310-READ-LATE-FEE
003920***************************************************************
003930 1310-READ-LATE-FEE.
003940     READ LATE-FEE-FILE
003950         AT END SET LATEFEE-EOF TO TRUE
003960     END-READ.

003970***************************************************************
003980* 1320-RELEASE-ONE-LATE-FEE
003990***************************************************************
004000 1320-RELEASE-ONE-LATE-FEE.
004010     MOVE LF-STUDENT-ID TO SW-STUDENT-ID
004020     MOVE WS-LATE-FEE-COURSE TO SW-COURSE-ID
004030     MOVE LF-STUDENT-NAME TO SW-STUDENT-NAME
004040     MOVE LF-TERM TO SW-TERM
004050     MOVE "L" TO SW-LINE-TYPE
004060     MOVE LF-AMOUNT TO SW-FEE-AMOUNT
004070     RELEASE SORT-WORK-RECORD
004080     PERFORM 1310-READ-LATE-FEE.

004090***************************************************************
004100* 4500-CLOSE-STUDENT-TERM
004110* Control break on term within the student -- the term's
004120* awards apply as credit lines below its course charges, then
004130* its lines go to TUIRECV at the net amount.
004140***************************************************************
004150 4500-CLOSE-STUDENT-TERM.
004160     IF WS-TERM-LINE-COUNT > ZEROES
004170         PERFORM 4580-NOTE-BILLED-TERM
004180         IF AWARDS-OPEN
004190             PERFORM 4510-APPLY-TERM-AWARDS
004200         END-IF
004210         PERFORM 4600-WRITE-TERM-RECEIVABLE
004220             VARYING WS-TERM-LINE-SUB FROM 1 BY 1
004230             UNTIL WS-TERM-LINE-SUB > WS-TERM-LINE-COUNT
004240     END-IF
004250     MOVE ZEROES TO WS-TERM-LINE-COUNT.

004260***************************************************************
004270* 4510-APPLY-TERM-AWARDS
004280* The student's awards for the term apply in award-code order;
004290* no course is ever credited past its fee.
004300***************************************************************
004310 4510-APPLY-TERM-AWARDS.
004320     MOVE ZEROES TO WS-TERM-GROSS
004330     PERFORM 4515-ADD-TERM-GROSS
004340         VARYING WS-TERM-LINE-SUB FROM 1 BY 1
004350         UNTIL WS-TERM-LINE-SUB > WS-TERM-LINE-COUNT
004360     MOVE "N" TO WS-AWARD-EOF-SWITCH
004370     MOVE WS-CURRENT-ID TO AW-STUDENT-ID
004380     MOVE WS-CURRENT-TERM TO AW-TERM
004390     MOVE LOW-VALUES TO AW-AWARD-CODE
004400     START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
004410         INVALID KEY
004420             SET AWARD-EOF TO TRUE
004430     END-START
004440     IF NOT AWARD-EOF
004450         PERFORM 4520-READ-NEXT-AWARD
004460     END-IF
004470     PERFORM 4530-APPLY-ONE-AWARD
004480         UNTIL AWARD-EOF
004490            OR AW-STUDENT-ID NOT = WS-CURRENT-ID
004500            OR AW-TERM NOT = WS-CURRENT-TERM.

004510***************************************************************
004520* 4515-ADD-TERM-GROSS
004530***************************************************************
004540 4515-ADD-TERM-GROSS.
004550     ADD WS-TL-FEE (WS-TERM-LINE-SUB) TO WS-TERM-GROSS.

004560***************************************************************
004570* 4520-READ-NEXT-AWARD
004580***************************************************************
004590 4520-READ-NEXT-AWARD.
004600     READ AWARD-FILE NEXT RECORD
004610         AT END SET AWARD-EOF TO TRUE
004620     END-READ.

004630***************************************************************
004640* 4530-APPLY-ONE-AWARD
004650* A whole-term award spreads over the term's courses in course
004660* order until it is used up; a per-course award applies to
004670* each course (or the one course it names) on its own.  The
004680* amount applied is set on the award for the utilization
004690* report.
004700***************************************************************
004710 4530-APPLY-ONE-AWARD.
004720     MOVE ZEROES TO WS-AWARD-CREDIT
004730     IF AW-WHOLE-TERM
004740         IF AW-PERCENT-BASIS
004750             COMPUTE WS-AWARD-LIMIT ROUNDED =
004760                 WS-TERM-GROSS * AW-PERCENT / 100
004770         ELSE
004780             MOVE AW-AMOUNT TO WS-AWARD-LIMIT
004790         END-IF
004800         PERFORM 4540-CREDIT-ONE-LINE
004810             VARYING WS-TERM-LINE-SUB FROM 1 BY 1
004820             UNTIL WS-TERM-LINE-SUB > WS-TERM-LINE-COUNT
004830                OR WS-AWARD-LIMIT = ZEROES
004840     ELSE
004850         PERFORM 4550-APPLY-COURSE-AWARD
004860             VARYING WS-TERM-LINE-SUB FROM 1 BY 1
004870             UNTIL WS-TERM-LINE-SUB > WS-TERM-LINE-COUNT
004880     END-IF
004890     IF WS-AWARD-CREDIT > ZEROES
004900         PERFORM 4560-PRINT-AID-LINE
004910     END-IF
004920     MOVE WS-AWARD-CREDIT TO AW-APPLIED-AMOUNT
004930     MOVE BDT-BUSINESS-DATE TO AW-APPLIED-DATE
004940     REWRITE AWARD-RECORD
004950     MOVE WS-AWARD-STATUS TO IOC-STATUS
004960     MOVE "AWARDS" TO IOC-FILE-NAME
004970     PERFORM ZZ-CHECK-WRITE
004980     PERFORM 4520-READ-NEXT-AWARD.

004990***************************************************************
005000* 4540-CREDIT-ONE-LINE
005010* Credits the line at WS-TERM-LINE-SUB with as much of
005020* WS-AWARD-LIMIT as its fee has room for.
005030***************************************************************
005040 4540-CREDIT-ONE-LINE.
005050     COMPUTE WS-LINE-ROOM = WS-TL-FEE (WS-TERM-LINE-SUB)
005060         - WS-TL-AID (WS-TERM-LINE-SUB)
005070     IF WS-LINE-ROOM > WS-AWARD-LIMIT
005080         MOVE WS-AWARD-LIMIT TO WS-LINE-ROOM
005090     END-IF
005100     ADD WS-LINE-ROOM TO WS-TL-AID (WS-TERM-LINE-SUB)
005110     ADD WS-LINE-ROOM TO WS-AWARD-CREDIT
005120     SUBTRACT WS-LINE-ROOM FROM WS-AWARD-LIMIT.

005130***************************************************************
005140* 4550-APPLY-COURSE-AWARD
005150***************************************************************
005160 4550-APPLY-COURSE-AWARD.
005170     IF AW-COURSE-ID = SPACES
005180         OR AW-COURSE-ID = WS-TL-COURSE-ID (WS-TERM-LINE-SUB)
005190         IF AW-PERCENT-BASIS
005200             COMPUTE WS-AWARD-LIMIT ROUNDED =
005210                 WS-TL-FEE (WS-TERM-LINE-SUB) * AW-PERCENT / 100
005220         ELSE
005230             MOVE AW-AMOUNT TO WS-AWARD-LIMIT
005240         END-IF
005250         PERFORM 4540-CREDIT-ONE-LINE
005260     END-IF.

005270***************************************************************
005280* 4560-PRINT-AID-LINE
005290***************************************************************
005300 4560-PRINT-AID-LINE.
005310     ADD 1 TO WS-AID-LINES
005320     ADD WS-AWARD-CREDIT TO WS-STUDENT-AID
005330     ADD WS-AWARD-CREDIT TO WS-AID-TOTAL
005340     MOVE AW-AWARD-CODE TO INV-AID-CODE
005350     MOVE AW-TERM TO INV-AID-TERM
005360     MOVE WS-AWARD-CREDIT TO INV-AID-AMOUNT
005370     MOVE AW-DESCRIPTION TO INV-AID-DESCRIPTION
005380     WRITE PRINT-LINE FROM INV-AID-LINE
005390         AFTER ADVANCING 1 LINE
005400     PERFORM 8000-ARCHIVE-PRINT-LINE.

005410***************************************************************
005420* 4580-NOTE-BILLED-TERM
005430* Keeps the list of terms billed tonight -- the utilization
005440* report covers the awards for those terms only.
005450***************************************************************
005460 4580-NOTE-BILLED-TERM.
005470     PERFORM 4590-FIND-BILLED-TERM
005480     IF NOT TERM-BILLED
005490         AND WS-BILLED-TERM-COUNT < WS-BILLED-TERM-MAX
005500         ADD 1 TO WS-BILLED-TERM-COUNT
005510         MOVE WS-CURRENT-TERM
005520             TO WS-BILLED-TERM (WS-BILLED-TERM-COUNT)
005530     END-IF.

005540***************************************************************
005550* 4590-FIND-BILLED-TERM
005560* Sets TERM-BILLED when WS-CURRENT-TERM is on the list.
005570***************************************************************
005580 4590-FIND-BILLED-TERM.
005590     MOVE "N" TO WS-TERM-BILLED-SWITCH
005600     PERFORM 4595-TEST-BILLED-TERM
005610         VARYING WS-BILLED-TERM-SUB FROM 1 BY 1
005620         UNTIL WS-BILLED-TERM-SUB > WS-BILLED-TERM-COUNT
005630            OR TERM-BILLED.

005640***************************************************************
005650* 4595-TEST-BILLED-TERM
005660***************************************************************
005670 4595-TEST-BILLED-TERM.
005680     IF WS-BILLED-TERM (WS-BILLED-TERM-SUB) = WS-CURRENT-TERM
005690         SET TERM-BILLED TO TRUE
005700     END-IF.

005710***************************************************************
005720* 4600-WRITE-TERM-RECEIVABLE
005730***************************************************************
005740 4600-WRITE-TERM-RECEIVABLE.
005750     MOVE WS-TL-COURSE-ID (WS-TERM-LINE-SUB) TO WS-RECV-COURSE-ID
005760     MOVE WS-TL-FEE (WS-TERM-LINE-SUB) TO WS-RECV-GROSS
005770     MOVE WS-TL-AID (WS-TERM-LINE-SUB) TO WS-RECV-AID
005780     PERFORM 4700-WRITE-RECEIVABLE.

005790***************************************************************
005800* 4700-WRITE-RECEIVABLE
005810***************************************************************
005820 4700-WRITE-RECEIVABLE.
005830     COMPUTE WS-RECV-NET = WS-RECV-GROSS - WS-RECV-AID
005840     ADD WS-RECV-NET TO WS-NET-TOTAL
005850     ADD 1 TO WS-RECV-WRITTEN
005860     MOVE SPACES TO RECEIVABLE-RECORD
005870     MOVE "D" TO RV-RECORD-TYPE
005880     MOVE WS-CURRENT-ID TO RV-STUDENT-ID
005890     MOVE WS-RECV-COURSE-ID TO RV-COURSE-ID
005900     MOVE WS-RECV-NET TO RV-AMOUNT
005910     MOVE WS-CURRENT-TERM TO RV-TERM
005920     MOVE WS-RECV-GROSS TO RV-GROSS-AMOUNT
005930     MOVE WS-RECV-AID TO RV-AID-AMOUNT
005940     WRITE RECEIVABLE-RECORD
005950     MOVE WS-RECV-STATUS TO IOC-STATUS
005960     MOVE "TUIRECV" TO IOC-FILE-NAME
005970     PERFORM ZZ-CHECK-WRITE.

005980***************************************************************
005990* 6500-PRINT-AWARD-UTILIZATION
006000* Every award for a term billed tonight lists with what it
006010* was worth against what actually applied.  An award whose
006020* student had nothing billed that term applied nothing, and is
006030* set so.  The applied total must tie to the invoices' aid.
006040***************************************************************
006050 6500-PRINT-AWARD-UTILIZATION.
006060     OPEN OUTPUT UTILIZATION-PRINT
006070     MOVE BDT-BUSINESS-DATE TO UTL-HEADING-DATE
006080     WRITE UTIL-PRINT-LINE FROM UTL-HEADING-LINE
006090         AFTER ADVANCING PAGE
006100     PERFORM 8100-ARCHIVE-UTIL-LINE
006110     WRITE UTIL-PRINT-LINE FROM UTL-COLUMN-LINE
006120         AFTER ADVANCING 2 LINES
006130     PERFORM 8100-ARCHIVE-UTIL-LINE
006140     IF AWARDS-OPEN
006150         MOVE "N" TO WS-AWARD-EOF-SWITCH
006160         MOVE LOW-VALUES TO AW-KEY
006170         START AWARD-FILE KEY IS NOT LESS THAN AW-KEY
006180             INVALID KEY
006190                 SET AWARD-EOF TO TRUE
006200         END-START
006210         IF NOT AWARD-EOF
006220             PERFORM 4520-READ-NEXT-AWARD
006230         END-IF
006240         PERFORM 6510-REPORT-ONE-AWARD UNTIL AWARD-EOF
006250     END-IF
006260     MOVE "AWARDS FOR TERMS BILLED     :" TO UTL-TOTAL-LABEL
006270     MOVE WS-AWARDS-REPORTED TO UTL-TOTAL-COUNT
006280     MOVE WS-AWARDED-AMOUNT-TOTAL TO UTL-TOTAL-AMOUNT
006290     WRITE UTIL-PRINT-LINE FROM UTL-TOTAL-LINE
006300         AFTER ADVANCING 2 LINES
006310     PERFORM 8100-ARCHIVE-UTIL-LINE
006320     MOVE "AWARDS APPLIED TO INVOICES  :" TO UTL-TOTAL-LABEL
006330     MOVE WS-AWARDS-USED TO UTL-TOTAL-COUNT
006340     MOVE WS-APPLIED-TOTAL TO UTL-TOTAL-AMOUNT
006350     WRITE UTIL-PRINT-LINE FROM UTL-TOTAL-LINE
006360         AFTER ADVANCING 1 LINE
006370     PERFORM 8100-ARCHIVE-UTIL-LINE
006380     MOVE "AWARDS NOT APPLIED          :" TO UTL-TOTAL-LABEL
006390     MOVE WS-AWARDS-UNUSED TO UTL-TOTAL-COUNT
006400     MOVE ZEROES TO UTL-TOTAL-AMOUNT
006410     WRITE UTIL-PRINT-LINE FROM UTL-TOTAL-LINE
006420         AFTER ADVANCING 1 LINE
006430     PERFORM 8100-ARCHIVE-UTIL-LINE
006440     CLOSE UTILIZATION-PRINT.

006450***************************************************************
006460* 6510-REPORT-ONE-AWARD
006470***************************************************************
006480 6510-REPORT-ONE-AWARD.
006490     MOVE AW-TERM TO WS-CURRENT-TERM
006500     PERFORM 4590-FIND-BILLED-TERM
006510     IF TERM-BILLED
006520         IF AW-APPLIED-DATE NOT = BDT-BUSINESS-DATE
006530             MOVE ZEROES TO AW-APPLIED-AMOUNT
006540             MOVE BDT-BUSINESS-DATE TO AW-APPLIED-DATE
006550             REWRITE AWARD-RECORD
006560             MOVE WS-AWARD-STATUS TO IOC-STATUS
006570             MOVE "AWARDS" TO IOC-FILE-NAME
006580             PERFORM ZZ-CHECK-WRITE
006590         END-IF
006600         PERFORM 6520-PRINT-AWARD-LINE
006610     END-IF
006620     PERFORM 4520-READ-NEXT-AWARD.

006630***************************************************************
006640* 6520-PRINT-AWARD-LINE
006650* Only a fixed whole-term award has a set value to measure
006660* what went unapplied against; a percent or per-course award
006670* is worth whatever the courses billed made it.
006680***************************************************************
006690 6520-PRINT-AWARD-LINE.
006700     ADD 1 TO WS-AWARDS-REPORTED
006710     ADD AW-APPLIED-AMOUNT TO WS-APPLIED-TOTAL
006720     MOVE AW-STUDENT-ID TO UTL-STUDENT-ID
006730     MOVE AW-TERM TO UTL-TERM
006740     MOVE AW-AWARD-CODE TO UTL-AWARD-CODE
006750     MOVE AW-DESCRIPTION TO UTL-DESCRIPTION
006760     MOVE SPACES TO UTL-AWARDED
006770     MOVE SPACES TO UTL-UNAPPLIED
006780     MOVE SPACES TO UTL-NOTE
006790     IF AW-PERCENT-BASIS
006800         MOVE "PERCENT" TO UTL-BASIS
006810         MOVE AW-PERCENT TO UTL-AWARDED-PERCENT
006820         MOVE "%" TO UTL-AWARDED-SIGN
006830     ELSE
006840         MOVE "AMOUNT" TO UTL-BASIS
006850         MOVE AW-AMOUNT TO UTL-AWARDED-AMOUNT
006860         ADD AW-AMOUNT TO WS-AWARDED-AMOUNT-TOTAL
006870     END-IF
006880     IF AW-WHOLE-TERM
006890         MOVE "TERM" TO UTL-SCOPE
006900     ELSE
006910         MOVE "COURSE" TO UTL-SCOPE
006920     END-IF
006930     MOVE AW-APPLIED-AMOUNT TO UTL-APPLIED
006940     IF AW-WHOLE-TERM AND NOT AW-PERCENT-BASIS
006950         AND AW-AMOUNT > AW-APPLIED-AMOUNT
006960         COMPUTE WS-UNAPPLIED-AMOUNT =
006970             AW-AMOUNT - AW-APPLIED-AMOUNT
006980         MOVE WS-UNAPPLIED-AMOUNT TO UTL-UNAPPLIED-AMOUNT
006990         MOVE "PARTLY APPLIED" TO UTL-NOTE
007000     END-IF
007010     IF AW-APPLIED-AMOUNT = ZEROES
007020         ADD 1 TO WS-AWARDS-UNUSED
007030         MOVE "NOT APPLIED" TO UTL-NOTE
007040     ELSE
007050         ADD 1 TO WS-AWARDS-USED
007060     END-IF
007070     WRITE UTIL-PRINT-LINE FROM UTL-DETAIL-LINE
007080         AFTER ADVANCING 1 LINE
007090     PERFORM 8100-ARCHIVE-UTIL-LINE.
