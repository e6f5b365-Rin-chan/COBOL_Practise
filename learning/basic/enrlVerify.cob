000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. enrlVerify.
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
000130* 2026-10-15  RSG Original -- enrollment verification letter on
000140*                 demand at the counter.  Takes a student ID and
000150*                 the purpose of the request, and prints one
000160*                 official letter on VRFLTR: the student's name
000170*                 and STUCONT mailing address, the TERMCTL
000180*                 current term, each current-term ENRLDETL
000190*                 course with its catalog title and credit hours,
000200*                 and the enrollment status the credit total
000210*                 makes (full-time, half-time, less than
000220*                 half-time, or not enrolled).  Each letter
000230*                 draws a serial number from VRFCTL, is entered
000240*                 on the VRFREG verification register, is
000250*                 captured line by line to RPTARCH under VRFLTR,
000260*                 and is logged to DISCLOG as a disclosure.
000263* 2026-10-15  RSG The term control record comes from the shared
000266*                 TERMCTL copybook instead of an inline layout.
000270***************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS SI-STUDENT-ID
000350         FILE STATUS IS WS-IDENT-STATUS.
000360     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EN-KEY
000400         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000410         FILE STATUS IS WS-ENROLL-STATUS.
000420     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CM-COURSE-ID
000460         FILE STATUS IS WS-COURSE-STATUS.
000470     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-TERMCTL-STATUS.
000500     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS CT-STUDENT-ID
000540         FILE STATUS IS WS-CONTACT-STATUS.
000550     SELECT VERIFICATION-CONTROL ASSIGN TO "VRFCTL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-VRFCTL-STATUS.
000580     SELECT VERIFICATION-REGISTER ASSIGN TO "VRFREG"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-VRFREG-STATUS.
000610     SELECT LETTER-PRINT ASSIGN TO "VRFLTR"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRINT-STATUS.
000640     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RPTARCH-STATUS.
000670     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-OPER-STATUS.
000700     SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-DISCLOG-STATUS.
000730     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-OPSLOG-STATUS.
000760     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-BIZDT-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  STUDENT-IDENTITY.
000820     COPY STUIDNT.

000830 FD  ENROLLMENT-DETAIL.
000840     COPY ENRLDETL.

000850 FD  COURSE-MASTER.
000860     COPY CRSMAST.

000870 FD  TERM-CONTROL.
000880     COPY TERMCTL.

000900 FD  STUDENT-CONTACT.
000910     COPY STUCONT.

000920 FD  VERIFICATION-CONTROL.
000930 01  VERIFICATION-CONTROL-RECORD.
000940     05 VC-LAST-SERIAL          PIC 9(08).

000950 FD  VERIFICATION-REGISTER.
000960     COPY VRFREG.

000970 FD  LETTER-PRINT.
000980 01  PRINT-LINE                 PIC X(132).

000990 FD  REPORT-ARCHIVE.
001000     COPY RPTARCH.

001010 FD  OPERATOR-MASTER.
001020     COPY OPERMAST.

001030 FD  DISCLOSURE-LOG.
001040     COPY DISCLOG.

001050 FD  OPS-ERROR-LOG.
001060     COPY OPSERR.

001070 FD  BUSINESS-DATE-FILE.
001080     COPY BIZDATE.

001090 WORKING-STORAGE SECTION.
001100     COPY BIZDTWS.
001110     COPY IOCHKWS.
001120     COPY OPERWS.
001130     COPY CONTWS.
001140     COPY DISCWS.
001150 01  WS-IDENT-STATUS            PIC X(02).
001160     88 IDENT-OK                VALUE "00".
001170 01  WS-ENROLL-STATUS           PIC X(02).
001180     88 ENROLL-OK               VALUE "00".
001190 01  WS-COURSE-STATUS           PIC X(02).
001200     88 COURSE-OK               VALUE "00".
001210 01  WS-TERMCTL-STATUS          PIC X(02).
001220     88 TERMCTL-OK              VALUE "00".
001230 01  WS-VRFCTL-STATUS           PIC X(02).
001240     88 VRFCTL-OK               VALUE "00".
001250 01  WS-VRFREG-STATUS           PIC X(02).
001260     88 VRFREG-OK               VALUE "00".
001270 01  WS-PRINT-STATUS            PIC X(02).
001280     88 PRINT-OK                VALUE "00".
001290 01  WS-RPTARCH-STATUS          PIC X(02).
001300     88 RPTARCH-OK              VALUE "00".
001310 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001320     88 DETAIL-EOF              VALUE "Y".
001330 01  WS-STUDENT-ID              PIC 9(06) VALUE ZEROES.
001340 01  WS-STUDENT-NAME            PIC X(25) VALUE SPACES.
001350 01  WS-PURPOSE                 PIC X(30) VALUE SPACES.
001360 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
001370 01  WS-SERIAL                  PIC 9(08) VALUE ZEROES.
001380 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001390 01  WS-ARCH-PAGE               PIC 9(04) VALUE ZEROES.
001400 01  WS-TOTAL-CREDITS           PIC 9(03)V9(01) VALUE ZEROES.
001410 01  WS-FULL-TIME-CREDITS       PIC 9(03)V9(01) VALUE 12.0.
001420 01  WS-HALF-TIME-CREDITS       PIC 9(03)V9(01) VALUE 6.0.
001430 01  WS-STATUS-TEXT             PIC X(20) VALUE SPACES.
001440 01  WS-CONFIRM                 PIC X(01).
001450     88 ENTRY-CONFIRMED         VALUE "Y" "y".
001460*
001470* the student's current-term courses, gathered before printing
001480* because the status line ahead of them needs the credit total.
001490 01  WS-COURSE-MAX              PIC 9(02) VALUE 20.
001500 01  WS-COURSE-COUNT            PIC 9(02) VALUE ZEROES.
001510 01  WS-COURSE-SUB              PIC 9(02) VALUE ZEROES.
001520 01  WS-COURSE-TABLE.
001530     05 WS-COURSE-ENTRY         OCCURS 20 TIMES.
001540         10 WS-CRS-ID           PIC X(06).
001550         10 WS-CRS-TITLE        PIC X(30).
001560         10 WS-CRS-CREDITS      PIC 9(01)V9(01).
001570*
001580* letter lines.
001590 01  VL-TEXT-LINE.
001600     05 FILLER                  PIC X(08) VALUE SPACES.
001610     05 VL-TEXT                 PIC X(90).
001620     05 FILLER                  PIC X(34) VALUE SPACES.
001630 01  VL-SERIAL-LINE.
001640     05 FILLER                  PIC X(08) VALUE SPACES.
001650     05 FILLER                  PIC X(23) VALUE
001660        "ENROLLMENT VERIFICATION".
001670     05 FILLER                  PIC X(30) VALUE SPACES.
001680     05 FILLER                  PIC X(11) VALUE "SERIAL NO. ".
001690     05 VL-SERIAL               PIC 9(08).
001700     05 FILLER                  PIC X(52) VALUE SPACES.
001710 01  VL-STATUS-LINE.
001720     05 FILLER                  PIC X(08) VALUE SPACES.
001730     05 FILLER                  PIC X(20) VALUE
001740        "ENROLLMENT STATUS : ".
001750     05 VL-STATUS               PIC X(20).
001760     05 FILLER                  PIC X(16) VALUE
001770        "CREDIT HOURS :  ".
001780     05 VL-CREDITS              PIC ZZ9.9.
001790     05 FILLER                  PIC X(63) VALUE SPACES.
001800 01  VL-COURSE-HEADING.
001810     05 FILLER                  PIC X(10) VALUE SPACES.
001820     05 FILLER                  PIC X(40) VALUE
001830        "COURSE  TITLE                           ".
001840     05 FILLER                  PIC X(07) VALUE "CREDITS".
001850     05 FILLER                  PIC X(75) VALUE SPACES.
001860 01  VL-COURSE-LINE.
001870     05 FILLER                  PIC X(10) VALUE SPACES.
001880     05 VL-COURSE-ID            PIC X(06).
001890     05 FILLER                  PIC X(02) VALUE SPACES.
001900     05 VL-COURSE-TITLE         PIC X(30).
001910     05 FILLER                  PIC X(04) VALUE SPACES.
001920     05 VL-COURSE-CREDITS       PIC 9.9.
001930     05 FILLER                  PIC X(77) VALUE SPACES.

001940 PROCEDURE DIVISION.

001950***************************************************************
001960* 0000-MAINLINE
001970***************************************************************
001980 0000-MAINLINE.
001990     MOVE "ENRLVRFY" TO IOC-PROGRAM
002000     PERFORM ZB-GET-BUSINESS-DATE
002010     DISPLAY "Enter operator ID:"
002020     PERFORM ZY-OPERATOR-SIGNON
002030     PERFORM 0500-GET-CURRENT-TERM
002040     DISPLAY "Student ID:"
002050     ACCEPT WS-STUDENT-ID
002060     PERFORM 1000-FIND-STUDENT
002070     IF WS-STUDENT-NAME = SPACES
002080         DISPLAY "Student " WS-STUDENT-ID
002090             " not on the identity master - no letter"
002100         MOVE 4 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     DISPLAY "Letter requested for (insurance, loan, visa...):"
002140     ACCEPT WS-PURPOSE
002150     IF WS-PURPOSE = SPACES
002160         DISPLAY "*** A PURPOSE IS REQUIRED - no letter ***"
002170         MOVE 4 TO RETURN-CODE
002180         GOBACK
002190     END-IF
002200     INSPECT WS-PURPOSE CONVERTING
002210         "abcdefghijklmnopqrstuvwxyz" TO
002220         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002230     PERFORM 2000-GATHER-COURSES
002240     PERFORM 2500-SET-ENROLLMENT-STATUS
002250     DISPLAY WS-STUDENT-NAME "  term " WS-CURRENT-TERM "  "
002260         WS-STATUS-TEXT "  courses " WS-COURSE-COUNT
002270     DISPLAY "Print the verification letter (Y/N):"
002280     ACCEPT WS-CONFIRM
002290     IF NOT ENTRY-CONFIRMED
002300         DISPLAY "Letter cancelled - nothing printed"
002310         GOBACK
002320     END-IF
002330     PERFORM 3000-DRAW-SERIAL
002340     PERFORM 4000-PRINT-LETTER
002350     PERFORM 5000-WRITE-REGISTER
002360     MOVE "ENRLVRFY" TO DSC-PROGRAM
002370     MOVE OPR-OPERATOR-ID TO DSC-OPERATOR
002380     MOVE "P" TO DSC-MEDIUM
002390     MOVE WS-PURPOSE TO DSC-PURPOSE
002400     MOVE WS-STUDENT-ID TO DSC-STUDENT-ID
002410     MOVE WS-STUDENT-NAME TO DSC-STUDENT-NAME
002420     PERFORM ZD-LOG-DISCLOSURE
002430     DISPLAY "Verification letter " WS-SERIAL " printed"
002440     GOBACK.

002450***************************************************************
002460* 0500-GET-CURRENT-TERM
002470* The letter certifies the term still open on the control
002480* record.
002490***************************************************************
002500 0500-GET-CURRENT-TERM.
002510     OPEN INPUT TERM-CONTROL
002520     IF NOT TERMCTL-OK
002530         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term to "
002540             "certify, job ABORTED ***"
002550         MOVE 8 TO RETURN-CODE
002560         STOP RUN
002570     END-IF
002580     READ TERM-CONTROL
002590         AT END
002600             MOVE SPACES TO WS-CURRENT-TERM
002610         NOT AT END
002620             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002630     END-READ
002640     CLOSE TERM-CONTROL
002650     IF WS-CURRENT-TERM = SPACES
002660         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
002670             "ABORTED ***"
002680         MOVE 8 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.

002710***************************************************************
002720* 1000-FIND-STUDENT
002730***************************************************************
002740 1000-FIND-STUDENT.
002750     MOVE SPACES TO WS-STUDENT-NAME
002760     OPEN INPUT STUDENT-IDENTITY
002770     IF IDENT-OK
002780         MOVE WS-STUDENT-ID TO SI-STUDENT-ID
002790         READ STUDENT-IDENTITY
002800             INVALID KEY
002810                 CONTINUE
002820             NOT INVALID KEY
002830                 MOVE SI-STUDENT-NAME TO WS-STUDENT-NAME
002840         END-READ
002850         CLOSE STUDENT-IDENTITY
002860     END-IF.

002870***************************************************************
002880* 2000-GATHER-COURSES
002890* Every current-term detail line carrying the student's ID,
002900* with its title and credit hours off the catalog.
002910***************************************************************
002920 2000-GATHER-COURSES.
002930     MOVE ZEROES TO WS-COURSE-COUNT
002940     MOVE ZEROES TO WS-TOTAL-CREDITS
002950     MOVE "N" TO WS-EOF-SWITCH
002960     OPEN INPUT COURSE-MASTER
002970     OPEN INPUT ENROLLMENT-DETAIL
002980     IF ENROLL-OK
002990         MOVE ZEROES TO EN-MASTER-KEY
003000         MOVE LOW-VALUES TO EN-COURSE-ID
003010         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003020             INVALID KEY
003030                 SET DETAIL-EOF TO TRUE
003040         END-START
003050         PERFORM 2100-READ-DETAIL
003060         PERFORM 2200-TAKE-ONE-DETAIL UNTIL DETAIL-EOF
003070         CLOSE ENROLLMENT-DETAIL
003080     END-IF
003090     CLOSE COURSE-MASTER.

003100***************************************************************
003110* 2100-READ-DETAIL
003120***************************************************************
003130 2100-READ-DETAIL.
003140     READ ENROLLMENT-DETAIL NEXT RECORD
003150         AT END SET DETAIL-EOF TO TRUE
003160     END-READ.

003170***************************************************************
003180* 2200-TAKE-ONE-DETAIL
003190***************************************************************
003200 2200-TAKE-ONE-DETAIL.
003210     IF EN-STUDENT-ID = WS-STUDENT-ID
003220         AND EN-TERM = WS-CURRENT-TERM
003230         AND WS-COURSE-COUNT < WS-COURSE-MAX
003240         ADD 1 TO WS-COURSE-COUNT
003250         MOVE EN-COURSE-ID TO WS-CRS-ID (WS-COURSE-COUNT)
003260         MOVE EN-COURSE-ID TO CM-COURSE-ID
003270         READ COURSE-MASTER
003280             INVALID KEY
003290                 MOVE "(NOT ON CATALOG)" TO
003300                     WS-CRS-TITLE (WS-COURSE-COUNT)
003310                 MOVE ZEROES TO WS-CRS-CREDITS (WS-COURSE-COUNT)
003320             NOT INVALID KEY
003330                 MOVE CM-COURSE-TITLE TO
003340                     WS-CRS-TITLE (WS-COURSE-COUNT)
003350                 MOVE CM-CREDIT-HOURS TO
003360                     WS-CRS-CREDITS (WS-COURSE-COUNT)
003370                 ADD CM-CREDIT-HOURS TO WS-TOTAL-CREDITS
003380         END-READ
003390     END-IF
003400     PERFORM 2100-READ-DETAIL.

003410***************************************************************
003420* 2500-SET-ENROLLMENT-STATUS
003430* Full-time at twelve credit hours, half-time at six.
003440***************************************************************
003450 2500-SET-ENROLLMENT-STATUS.
003460     EVALUATE TRUE
003470         WHEN WS-COURSE-COUNT = 0
003480             MOVE "NOT ENROLLED" TO WS-STATUS-TEXT
003490         WHEN WS-TOTAL-CREDITS NOT < WS-FULL-TIME-CREDITS
003500             MOVE "FULL-TIME" TO WS-STATUS-TEXT
003510         WHEN WS-TOTAL-CREDITS NOT < WS-HALF-TIME-CREDITS
003520             MOVE "HALF-TIME" TO WS-STATUS-TEXT
003530         WHEN OTHER
003540             MOVE "LESS THAN HALF-TIME" TO WS-STATUS-TEXT
003550     END-EVALUATE.

003560***************************************************************
003570* 3000-DRAW-SERIAL
003580* The serial comes off VRFCTL the way ledger entry numbers come
003590* off LEDGCTL -- read, bump, rewrite -- so no two letters ever
003600* carry the same number.
003610***************************************************************
003620 3000-DRAW-SERIAL.
003630     OPEN I-O VERIFICATION-CONTROL
003640     IF NOT VRFCTL-OK
003650         OPEN OUTPUT VERIFICATION-CONTROL
003660         MOVE ZEROES TO VC-LAST-SERIAL
003670         WRITE VERIFICATION-CONTROL-RECORD
003680         CLOSE VERIFICATION-CONTROL
003690         OPEN I-O VERIFICATION-CONTROL
003700     END-IF
003710     READ VERIFICATION-CONTROL
003720     ADD 1 TO VC-LAST-SERIAL
003730     MOVE VC-LAST-SERIAL TO WS-SERIAL
003740     REWRITE VERIFICATION-CONTROL-RECORD
003750     MOVE WS-VRFCTL-STATUS TO IOC-STATUS
003760     MOVE "VRFCTL" TO IOC-FILE-NAME
003770     PERFORM ZZ-CHECK-WRITE
003780     CLOSE VERIFICATION-CONTROL
003790     MOVE WS-SERIAL TO WS-ARCH-PAGE.

003800***************************************************************
003810* 4000-PRINT-LETTER
003820***************************************************************
003830 4000-PRINT-LETTER.
003840     OPEN OUTPUT LETTER-PRINT
003850     OPEN EXTEND REPORT-ARCHIVE
003860     IF NOT RPTARCH-OK
003870         OPEN OUTPUT REPORT-ARCHIVE
003880     END-IF
003890     OPEN INPUT STUDENT-CONTACT
003900     IF CONTACT-OK
003910         SET CTA-CONTACT-OPEN TO TRUE
003920     END-IF
003930     MOVE "REGISTRAR'S OFFICE - STUDENT RECORDS" TO VL-TEXT
003940     WRITE PRINT-LINE FROM VL-TEXT-LINE
003950         AFTER ADVANCING PAGE
003960     PERFORM 8000-ARCHIVE-PRINT-LINE
003970     MOVE WS-SERIAL TO VL-SERIAL
003980     WRITE PRINT-LINE FROM VL-SERIAL-LINE
003990         AFTER ADVANCING 2 LINES
004000     PERFORM 8000-ARCHIVE-PRINT-LINE
004010     MOVE SPACES TO VL-TEXT
004020     STRING "DATE OF ISSUE " BDT-BUSINESS-DATE
004030         DELIMITED BY SIZE INTO VL-TEXT
004040     PERFORM 4900-WRITE-TEXT-LINE
004050     PERFORM 4100-PRINT-ADDRESSEE
004060     MOVE SPACES TO VL-TEXT
004070     STRING "This certifies that the student named above, "
004080         "student ID " WS-STUDENT-ID ","
004090         DELIMITED BY SIZE INTO VL-TEXT
004100     WRITE PRINT-LINE FROM VL-TEXT-LINE
004110         AFTER ADVANCING 2 LINES
004120     PERFORM 8000-ARCHIVE-PRINT-LINE
004130     MOVE SPACES TO VL-TEXT
004140     IF WS-COURSE-COUNT = 0
004150         STRING "holds no course enrollment for term "
004160             WS-CURRENT-TERM " as of the date of issue."
004170             DELIMITED BY SIZE INTO VL-TEXT
004180     ELSE
004190         STRING "is enrolled for term " WS-CURRENT-TERM
004200             " in the courses listed below."
004210             DELIMITED BY SIZE INTO VL-TEXT
004220     END-IF
004230     PERFORM 4900-WRITE-TEXT-LINE
004240     MOVE WS-STATUS-TEXT TO VL-STATUS
004250     MOVE WS-TOTAL-CREDITS TO VL-CREDITS
004260     WRITE PRINT-LINE FROM VL-STATUS-LINE
004270         AFTER ADVANCING 2 LINES
004280     PERFORM 8000-ARCHIVE-PRINT-LINE
004290     IF WS-COURSE-COUNT > 0
004300         WRITE PRINT-LINE FROM VL-COURSE-HEADING
004310             AFTER ADVANCING 2 LINES
004320         PERFORM 8000-ARCHIVE-PRINT-LINE
004330         PERFORM 4200-PRINT-ONE-COURSE
004340             VARYING WS-COURSE-SUB FROM 1 BY 1
004350             UNTIL WS-COURSE-SUB > WS-COURSE-COUNT
004360     END-IF
004370     MOVE SPACES TO VL-TEXT
004380     STRING "REQUESTED FOR : " WS-PURPOSE
004390         DELIMITED BY SIZE INTO VL-TEXT
004400     WRITE PRINT-LINE FROM VL-TEXT-LINE
004410         AFTER ADVANCING 2 LINES
004420     PERFORM 8000-ARCHIVE-PRINT-LINE
004430     MOVE SPACES TO VL-TEXT
004440     STRING "ISSUED BY     : " OPR-OPERATOR-ID
004450         DELIMITED BY SIZE INTO VL-TEXT
004460     PERFORM 4900-WRITE-TEXT-LINE
004470     MOVE SPACES TO VL-TEXT
004480     STRING "This letter is valid with the serial number above, "
004490         "which is recorded in the"
004500         DELIMITED BY SIZE INTO VL-TEXT
004510     WRITE PRINT-LINE FROM VL-TEXT-LINE
004520         AFTER ADVANCING 2 LINES
004530     PERFORM 8000-ARCHIVE-PRINT-LINE
004540     MOVE "registrar's enrollment verification register."
004550         TO VL-TEXT
004560     PERFORM 4900-WRITE-TEXT-LINE
004570     IF CTA-CONTACT-OPEN
004580         CLOSE STUDENT-CONTACT
004590     END-IF
004600     CLOSE LETTER-PRINT
004610     CLOSE REPORT-ARCHIVE.

004620***************************************************************
004630* 4100-PRINT-ADDRESSEE
004640* Name, then the STUCONT mailing address when there is one.
004650***************************************************************
004660 4100-PRINT-ADDRESSEE.
004670     MOVE WS-STUDENT-NAME TO VL-TEXT
004680     WRITE PRINT-LINE FROM VL-TEXT-LINE
004690         AFTER ADVANCING 2 LINES
004700     PERFORM 8000-ARCHIVE-PRINT-LINE
004710     MOVE WS-STUDENT-ID TO CTA-STUDENT-ID
004720     PERFORM ZC-GET-ADDRESS
004730     IF CTA-ADDRESS-FOUND
004740         MOVE CTA-STREET-LINE TO VL-TEXT
004750         PERFORM 4900-WRITE-TEXT-LINE
004760         MOVE CTA-CITY-LINE TO VL-TEXT
004770         PERFORM 4900-WRITE-TEXT-LINE
004780     END-IF.

004790***************************************************************
004800* 4200-PRINT-ONE-COURSE
004810***************************************************************
004820 4200-PRINT-ONE-COURSE.
004830     MOVE WS-CRS-ID (WS-COURSE-SUB) TO VL-COURSE-ID
004840     MOVE WS-CRS-TITLE (WS-COURSE-SUB) TO VL-COURSE-TITLE
004850     MOVE WS-CRS-CREDITS (WS-COURSE-SUB) TO VL-COURSE-CREDITS
004860     WRITE PRINT-LINE FROM VL-COURSE-LINE
004870         AFTER ADVANCING 1 LINE
004880     PERFORM 8000-ARCHIVE-PRINT-LINE.

004890***************************************************************
004900* 4900-WRITE-TEXT-LINE
004910***************************************************************
004920 4900-WRITE-TEXT-LINE.
004930     WRITE PRINT-LINE FROM VL-TEXT-LINE
004940         AFTER ADVANCING 1 LINE
004950     PERFORM 8000-ARCHIVE-PRINT-LINE.

004960***************************************************************
004970* 5000-WRITE-REGISTER
004980***************************************************************
004990 5000-WRITE-REGISTER.
005000     OPEN EXTEND VERIFICATION-REGISTER
005010     IF NOT VRFREG-OK
005020         OPEN OUTPUT VERIFICATION-REGISTER
005030     END-IF
005040     MOVE WS-SERIAL TO VR-SERIAL
005050     MOVE WS-STUDENT-ID TO VR-STUDENT-ID
005060     MOVE WS-STUDENT-NAME TO VR-STUDENT-NAME
005070     MOVE BDT-BUSINESS-DATE TO VR-ISSUE-DATE
005080     ACCEPT VR-ISSUE-TIME FROM TIME
005090     MOVE WS-CURRENT-TERM TO VR-TERM
005100     MOVE WS-STATUS-TEXT TO VR-STATUS
005110     MOVE WS-TOTAL-CREDITS TO VR-CREDITS
005120     MOVE WS-COURSE-COUNT TO VR-COURSE-COUNT
005130     MOVE WS-PURPOSE TO VR-PURPOSE
005140     MOVE OPR-OPERATOR-ID TO VR-OPERATOR
005150     MOVE WS-ARCH-PAGE TO VR-ARCH-PAGE
005160     WRITE VERIFICATION-REGISTER-RECORD
005170     MOVE WS-VRFREG-STATUS TO IOC-STATUS
005180     MOVE "VRFREG" TO IOC-FILE-NAME
005190     PERFORM ZZ-CHECK-WRITE
005200     CLOSE VERIFICATION-REGISTER.

005210***************************************************************
005220* 8000-ARCHIVE-PRINT-LINE
005230* Every letter line lands on the report archive under VRFLTR
005240* and the issue date, one archive page per letter (the low
005250* four digits of the serial), so rptReprint can reproduce
005260* exactly what was certified.
005270***************************************************************
005280 8000-ARCHIVE-PRINT-LINE.
005290     MOVE "VRFLTR  " TO RP-REPORT-NAME
005300     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
005310     MOVE WS-ARCH-PAGE TO RP-PAGE
005320     ADD 1 TO WS-ARCH-LINE-SEQ
005330     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
005340     MOVE PRINT-LINE TO RP-PRINT-LINE
005350     WRITE REPORT-ARCHIVE-RECORD
005360     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
005370     MOVE "RPTARCH" TO IOC-FILE-NAME
005380     PERFORM ZZ-CHECK-WRITE.

005390***************************************************************
005400* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
005410***************************************************************
005420     COPY OPERPRC.

005430***************************************************************
005440* ZC-GET-ADDRESS (from the shared CONTPRC copybook)
005450***************************************************************
005460     COPY CONTPRC.

005470***************************************************************
005480* ZD-LOG-DISCLOSURE (from the shared DISCPRC copybook)
005490***************************************************************
005500     COPY DISCPRC.

005510***************************************************************
005520* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005530***************************************************************
005540     COPY IOCHKPRC.

005550*****************************************************************
005560* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005570*****************************************************************
005580     COPY BIZDTPRC.
