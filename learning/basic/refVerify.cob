000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. refVerify.
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
000130* 2026-10-15  RSG Original -- weekly cross-master referential
000140*                 integrity sweep, in the crsVerify and
000150*                 stuVerify spirit.  Reads every registrar
000160*                 file that carries a student or course ID --
000170*                 STUMAST, ENRLDETL, ENRLHIST, CRSWAIT, STUHOLD
000180*                 and ATTNLOG -- and looks each ID up on the
000190*                 STUIDNT identity master and the CRSMAST
000200*                 catalog.  Every ID that points at nothing
000210*                 prints on REFRPT under its file, with the
000220*                 counts by file at the end; a stuMerge that
000230*                 retired an ID still carried somewhere shows
000240*                 up here.  A zero student ID is a record from
000250*                 before IDs were assigned and is counted, not
000260*                 reported.  Orphans set return code 4 and
000270*                 write the RUNLOG summary out of balance.
000280***************************************************************

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SI-STUDENT-ID
000360         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000370         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000380         FILE STATUS IS WS-IDENT-STATUS.
000390     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-COURSE-ID
000430         FILE STATUS IS WS-COURSE-STATUS.
000440     SELECT STUDENT-MASTER ASSIGN TO "STUMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS MR-KEY
000480         ALTERNATE RECORD KEY IS MR-NAME-DATE-KEY WITH DUPLICATES
000490         FILE STATUS IS WS-MASTER-STATUS.
000500     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS EN-KEY
000540         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000550         FILE STATUS IS WS-ENROLL-STATUS.
000560     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-HISTORY-STATUS.
000590     SELECT COURSE-WAITLIST ASSIGN TO "CRSWAIT"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-WAIT-STATUS.
000620     SELECT STUDENT-HOLDS ASSIGN TO "STUHOLD"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-HOLD-STATUS.
000650     SELECT ATTENDANCE-LOG ASSIGN TO "ATTNLOG"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-ATTN-STATUS.
000680     SELECT ORPHAN-REPORT ASSIGN TO "REFRPT"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-PRINT-STATUS.
000710     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-RPTARCH-STATUS.
000740     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUNLOG-STATUS.
000770     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-OPSLOG-STATUS.
000800     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-BIZDT-STATUS.

000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  STUDENT-IDENTITY.
000860     COPY STUIDNT.

000870 FD  COURSE-MASTER.
000880     COPY CRSMAST.

000890 FD  STUDENT-MASTER.
000900     COPY STUMAST.

000910 FD  ENROLLMENT-DETAIL.
000920     COPY ENRLDETL.

000930 FD  ENROLLMENT-HISTORY.
000940     COPY ENRLHIST.

000950 FD  COURSE-WAITLIST.
000960     COPY CRSWAIT.

000970 FD  STUDENT-HOLDS.
000980     COPY STUHOLD.

000990 FD  ATTENDANCE-LOG.
001000     COPY ATTNLOG.

001010 FD  ORPHAN-REPORT.
001020 01  PRINT-LINE                 PIC X(132).

001030 FD  REPORT-ARCHIVE.
001040     COPY RPTARCH.

001050 FD  RUN-LOG-FILE.
001060     COPY RUNSUM.

001070 FD  OPS-ERROR-LOG.
001080     COPY OPSERR.

001090 FD  BUSINESS-DATE-FILE.
001100     COPY BIZDATE.

001110 WORKING-STORAGE SECTION.
001120     COPY BIZDTWS.
001130     COPY IOCHKWS.
001140 01  WS-IDENT-STATUS            PIC X(02).
001150     88 IDENT-OK                VALUE "00".
001160 01  WS-COURSE-STATUS           PIC X(02).
001170     88 COURSE-OK               VALUE "00".
001180 01  WS-MASTER-STATUS           PIC X(02).
001190     88 MASTER-OK               VALUE "00".
001200 01  WS-ENROLL-STATUS           PIC X(02).
001210     88 ENROLL-OK               VALUE "00".
001220 01  WS-HISTORY-STATUS          PIC X(02).
001230     88 HISTORY-OK              VALUE "00".
001240 01  WS-WAIT-STATUS             PIC X(02).
001250     88 WAIT-OK                 VALUE "00".
001260 01  WS-HOLD-STATUS             PIC X(02).
001270     88 HOLD-OK                 VALUE "00".
001280 01  WS-ATTN-STATUS             PIC X(02).
001290     88 ATTN-OK                 VALUE "00".
001300 01  WS-PRINT-STATUS            PIC X(02).
001310     88 PRINT-OK                VALUE "00".
001320 01  WS-RPTARCH-STATUS          PIC X(02).
001330     88 RPTARCH-OK              VALUE "00".
001340 01  WS-RUNLOG-STATUS           PIC X(02).
001350     88 RUNLOG-OK               VALUE "00".
001360 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001370 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001380     88 FILE-EOF                VALUE "Y".
001390*
001400* One entry per swept file, in sweep order, with its counts.
001410*
001420 01  WS-FILE-VALUES.
001430     05 FILLER                  PIC X(08) VALUE "STUMAST".
001440     05 FILLER                  PIC X(08) VALUE "ENRLDETL".
001450     05 FILLER                  PIC X(08) VALUE "ENRLHIST".
001460     05 FILLER                  PIC X(08) VALUE "CRSWAIT".
001470     05 FILLER                  PIC X(08) VALUE "STUHOLD".
001480     05 FILLER                  PIC X(08) VALUE "ATTNLOG".
001490 01  WS-FILE-NAMES REDEFINES WS-FILE-VALUES.
001500     05 WS-FILE-NAME            PIC X(08) OCCURS 6 TIMES.
001510 01  WS-FILE-COUNTS.
001520     05 WS-FILE-ENTRY           OCCURS 6 TIMES.
001530         10 WS-FILE-ON-HAND     PIC X(01).
001540             88 FILE-ON-HAND    VALUE "Y".
001550         10 WS-FILE-READ        PIC 9(07).
001560         10 WS-FILE-NO-ID       PIC 9(07).
001570         10 WS-FILE-STU-ORPHANS PIC 9(07).
001580         10 WS-FILE-CRS-ORPHANS PIC 9(07).
001590 01  WS-FILE-MAX                PIC 9(01) VALUE 6.
001600 01  WS-FILE-SUB                PIC 9(01) VALUE ZERO.
001610*
001620* The ID under test and what the orphan line says about the
001630* record that carries it.
001640*
001650 01  WS-CHECK-STUDENT-ID        PIC 9(06) VALUE ZEROES.
001660 01  WS-CHECK-COURSE-ID         PIC X(06) VALUE SPACES.
001670 01  WS-RECORD-DETAIL           PIC X(60) VALUE SPACES.
001680 01  WS-FILE-HEADED-SWITCH      PIC X(01) VALUE "N".
001690     88 FILE-HEADED             VALUE "Y".
001700*
001710* Run totals
001720*
001730 01  WS-TOTAL-READ              PIC 9(07) VALUE ZEROES.
001740 01  WS-TOTAL-ORPHANS           PIC 9(07) VALUE ZEROES.
001750 01  WS-PAGE-COUNT              PIC 9(04) VALUE ZEROES.
001760 01  WS-LINE-COUNT              PIC 9(02) VALUE 99.
001770 01  WS-LINES-PER-PAGE          PIC 9(02) VALUE 50.
001780 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001790 01  RFV-HEADING-LINE.
001800     05 FILLER                  PIC X(30) VALUE
001810         "STUDENT REGISTRATION SYSTEM".
001820     05 FILLER                  PIC X(36) VALUE
001830         "REFERENTIAL INTEGRITY SWEEP".
001840     05 FILLER                  PIC X(10) VALUE
001850         "RUN DATE ".
001860     05 RFV-HEADING-DATE        PIC 9(08).
001870     05 FILLER                  PIC X(08) VALUE "   PAGE ".
001880     05 RFV-HEADING-PAGE        PIC ZZZ9.
001890     05 FILLER                  PIC X(36) VALUE SPACES.
001900 01  RFV-COLUMN-LINE.
001910     05 FILLER                  PIC X(44) VALUE
001920         "FILE      RECORD   ID FIELD    ID VALUE".
001930     05 FILLER                  PIC X(44) VALUE
001940         "RECORD DETAIL".
001950     05 FILLER                  PIC X(44) VALUE SPACES.
001960 01  RFV-FILE-LINE.
001970     05 FILLER                  PIC X(12) VALUE
001980         "ORPHANS ON ".
001990     05 RFV-FILE-TITLE          PIC X(08).
002000     05 FILLER                  PIC X(112) VALUE SPACES.
002010 01  RFV-DETAIL-LINE.
002020     05 RFV-FILE-NAME           PIC X(08).
002030     05 FILLER                  PIC X(02) VALUE SPACES.
002040     05 RFV-RECORD-NUMBER       PIC Z(06)9.
002050     05 FILLER                  PIC X(02) VALUE SPACES.
002060     05 RFV-ID-FIELD            PIC X(10).
002070     05 FILLER                  PIC X(04) VALUE SPACES.
002080     05 RFV-ID-VALUE            PIC X(06).
002090     05 FILLER                  PIC X(04) VALUE SPACES.
002100     05 RFV-RECORD-DETAIL       PIC X(60).
002110     05 FILLER                  PIC X(29) VALUE SPACES.
002120 01  RFV-TOTAL-HEADING-LINE.
002130     05 FILLER                  PIC X(44) VALUE
002140         "ORPHANS BY FILE".
002150     05 FILLER                  PIC X(88) VALUE SPACES.
002160 01  RFV-TOTAL-COLUMN-LINE.
002170     05 FILLER                  PIC X(44) VALUE
002180         "  FILE       RECORDS     NO ID   STUDENT".
002190     05 FILLER                  PIC X(44) VALUE
002200         "    COURSE".
002210     05 FILLER                  PIC X(44) VALUE SPACES.
002220 01  RFV-TOTAL-LINE.
002230     05 FILLER                  PIC X(02) VALUE SPACES.
002240     05 RFV-TOTAL-FILE          PIC X(08).
002250     05 FILLER                  PIC X(02) VALUE SPACES.
002260     05 RFV-TOTAL-READ          PIC Z,ZZZ,ZZ9.
002270     05 FILLER                  PIC X(01) VALUE SPACES.
002280     05 RFV-TOTAL-NO-ID         PIC Z,ZZZ,ZZ9.
002290     05 FILLER                  PIC X(01) VALUE SPACES.
002300     05 RFV-TOTAL-STU-ORPHANS   PIC Z,ZZZ,ZZ9.
002310     05 FILLER                  PIC X(01) VALUE SPACES.
002320     05 RFV-TOTAL-CRS-ORPHANS   PIC Z,ZZZ,ZZ9.
002330     05 FILLER                  PIC X(02) VALUE SPACES.
002340     05 RFV-TOTAL-NOTE          PIC X(20).
002350     05 FILLER                  PIC X(60) VALUE SPACES.
002360 01  RFV-NONE-LINE.
002370     05 FILLER                  PIC X(44) VALUE
002380         "  Every student and course ID was found.".
002390     05 FILLER                  PIC X(88) VALUE SPACES.

002400 PROCEDURE DIVISION.

002410***************************************************************
002420* 0000-MAINLINE
002430***************************************************************
002440 0000-MAINLINE.
002450     MOVE "REFVERIFY" TO IOC-PROGRAM
002460     ACCEPT WS-RUN-START-TIME FROM TIME
002470     PERFORM ZB-GET-BUSINESS-DATE
002480     MOVE ZEROES TO WS-FILE-COUNTS
002490     PERFORM 1000-OPEN-REFERENCE-FILES
002500     OPEN OUTPUT ORPHAN-REPORT
002510     OPEN EXTEND REPORT-ARCHIVE
002520     IF NOT RPTARCH-OK
002530         OPEN OUTPUT REPORT-ARCHIVE
002540     END-IF
002550     PERFORM 8100-PRINT-PAGE-HEADING
002560     PERFORM 2000-SWEEP-STUDENT-MASTER
002570     PERFORM 3000-SWEEP-ENROLLMENT-DETAIL
002580     PERFORM 4000-SWEEP-ENROLLMENT-HISTORY
002590     PERFORM 5000-SWEEP-WAITLIST
002600     PERFORM 6000-SWEEP-HOLDS
002610     PERFORM 7000-SWEEP-ATTENDANCE
002620     PERFORM 7500-PRINT-FILE-TOTALS
002630     PERFORM 9200-ADD-FILE-READ
002640         VARYING WS-FILE-SUB FROM 1 BY 1
002650         UNTIL WS-FILE-SUB > WS-FILE-MAX
002660     DISPLAY "==================================="
002670     DISPLAY "Records read      : " WS-TOTAL-READ
002680     DISPLAY "Orphaned IDs      : " WS-TOTAL-ORPHANS
002690     IF WS-TOTAL-ORPHANS > ZEROES
002700         MOVE 4 TO RETURN-CODE
002710     END-IF
002720     PERFORM 9100-WRITE-RUN-SUMMARY
002730     CLOSE STUDENT-IDENTITY
002740     CLOSE COURSE-MASTER
002750     CLOSE ORPHAN-REPORT
002760     CLOSE REPORT-ARCHIVE
002770     GOBACK.

002780***************************************************************
002790* 1000-OPEN-REFERENCE-FILES
002800* Without both masters there is nothing to sweep against.
002810***************************************************************
002820 1000-OPEN-REFERENCE-FILES.
002830     OPEN INPUT STUDENT-IDENTITY
002840     IF NOT IDENT-OK
002850         DISPLAY "*** CANNOT OPEN STUIDNT - status "
002860             WS-IDENT-STATUS " - job ABORTED ***"
002870         MOVE 8 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     OPEN INPUT COURSE-MASTER
002910     IF NOT COURSE-OK
002920         DISPLAY "*** CANNOT OPEN CRSMAST - status "
002930             WS-COURSE-STATUS " - job ABORTED ***"
002940         MOVE 8 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.

002970***************************************************************
002980* 2000-SWEEP-STUDENT-MASTER
002990***************************************************************
003000 2000-SWEEP-STUDENT-MASTER.
003010     MOVE 1 TO WS-FILE-SUB
003020     PERFORM 8500-START-FILE
003030     OPEN INPUT STUDENT-MASTER
003040     IF NOT MASTER-OK
003050         DISPLAY "No STUMAST on hand"
003060     ELSE
003070         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
003080         MOVE ZEROES TO MR-KEY
003090         START STUDENT-MASTER KEY IS NOT LESS THAN MR-KEY
003100             INVALID KEY
003110                 SET FILE-EOF TO TRUE
003120         END-START
003130         PERFORM 2100-READ-STUDENT-MASTER
003140         PERFORM 2200-CHECK-STUDENT-MASTER UNTIL FILE-EOF
003150         CLOSE STUDENT-MASTER
003160     END-IF.

003170***************************************************************
003180* 2100-READ-STUDENT-MASTER
003190***************************************************************
003200 2100-READ-STUDENT-MASTER.
003210     IF NOT FILE-EOF
003220         READ STUDENT-MASTER NEXT RECORD
003230             AT END SET FILE-EOF TO TRUE
003240         END-READ
003250     END-IF.

003260***************************************************************
003270* 2200-CHECK-STUDENT-MASTER
003280***************************************************************
003290 2200-CHECK-STUDENT-MASTER.
003300     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
003310     MOVE SPACES TO WS-RECORD-DETAIL
003320     STRING "KEY " MR-KEY " " MR-STUDENT-NAME
003330         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
003340     MOVE MR-STUDENT-ID TO WS-CHECK-STUDENT-ID
003350     PERFORM 8200-CHECK-STUDENT-ID
003360     PERFORM 2100-READ-STUDENT-MASTER.

003370***************************************************************
003380* 3000-SWEEP-ENROLLMENT-DETAIL
003390***************************************************************
003400 3000-SWEEP-ENROLLMENT-DETAIL.
003410     MOVE 2 TO WS-FILE-SUB
003420     PERFORM 8500-START-FILE
003430     OPEN INPUT ENROLLMENT-DETAIL
003440     IF NOT ENROLL-OK
003450         DISPLAY "No ENRLDETL on hand"
003460     ELSE
003470         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
003480         MOVE ZEROES TO EN-MASTER-KEY
003490         MOVE LOW-VALUES TO EN-COURSE-ID
003500         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003510             INVALID KEY
003520                 SET FILE-EOF TO TRUE
003530         END-START
003540         PERFORM 3100-READ-ENROLLMENT-DETAIL
003550         PERFORM 3200-CHECK-ENROLLMENT-DETAIL UNTIL FILE-EOF
003560         CLOSE ENROLLMENT-DETAIL
003570     END-IF.

003580***************************************************************
003590* 3100-READ-ENROLLMENT-DETAIL
003600***************************************************************
003610 3100-READ-ENROLLMENT-DETAIL.
003620     IF NOT FILE-EOF
003630         READ ENROLLMENT-DETAIL NEXT RECORD
003640             AT END SET FILE-EOF TO TRUE
003650         END-READ
003660     END-IF.

003670***************************************************************
003680* 3200-CHECK-ENROLLMENT-DETAIL
003690***************************************************************
003700 3200-CHECK-ENROLLMENT-DETAIL.
003710     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
003720     MOVE SPACES TO WS-RECORD-DETAIL
003730     STRING "KEY " EN-MASTER-KEY " " EN-COURSE-ID " "
003740         EN-TERM " " EN-STUDENT-NAME
003750         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
003760     MOVE EN-STUDENT-ID TO WS-CHECK-STUDENT-ID
003770     PERFORM 8200-CHECK-STUDENT-ID
003780     MOVE EN-COURSE-ID TO WS-CHECK-COURSE-ID
003790     PERFORM 8300-CHECK-COURSE-ID
003800     PERFORM 3100-READ-ENROLLMENT-DETAIL.

003810***************************************************************
003820* 4000-SWEEP-ENROLLMENT-HISTORY
003830* The history is every frozen term on the shelf -- the JCL
003840* concatenates the generations.
003850***************************************************************
003860 4000-SWEEP-ENROLLMENT-HISTORY.
003870     MOVE 3 TO WS-FILE-SUB
003880     PERFORM 8500-START-FILE
003890     OPEN INPUT ENROLLMENT-HISTORY
003900     IF NOT HISTORY-OK
003910         DISPLAY "No ENRLHIST on hand"
003920     ELSE
003930         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
003940         PERFORM 4100-READ-ENROLLMENT-HISTORY
003950         PERFORM 4200-CHECK-ENROLLMENT-HISTORY UNTIL FILE-EOF
003960         CLOSE ENROLLMENT-HISTORY
003970     END-IF.

003980***************************************************************
003990* 4100-READ-ENROLLMENT-HISTORY
004000***************************************************************
004010 4100-READ-ENROLLMENT-HISTORY.
004020     READ ENROLLMENT-HISTORY
004030         AT END SET FILE-EOF TO TRUE
004040     END-READ.

004050***************************************************************
004060* 4200-CHECK-ENROLLMENT-HISTORY
004070***************************************************************
004080 4200-CHECK-ENROLLMENT-HISTORY.
004090     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
004100     MOVE SPACES TO WS-RECORD-DETAIL
004110     STRING "TERM " HE-TERM " " HE-COURSE-ID " "
004120         HE-STUDENT-NAME
004130         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
004140     MOVE HE-STUDENT-ID TO WS-CHECK-STUDENT-ID
004150     PERFORM 8200-CHECK-STUDENT-ID
004160     MOVE HE-COURSE-ID TO WS-CHECK-COURSE-ID
004170     PERFORM 8300-CHECK-COURSE-ID
004180     PERFORM 4100-READ-ENROLLMENT-HISTORY.

004190***************************************************************
004200* 5000-SWEEP-WAITLIST
004210***************************************************************
004220 5000-SWEEP-WAITLIST.
004230     MOVE 4 TO WS-FILE-SUB
004240     PERFORM 8500-START-FILE
004250     OPEN INPUT COURSE-WAITLIST
004260     IF NOT WAIT-OK
004270         DISPLAY "No CRSWAIT on hand"
004280     ELSE
004290         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
004300         PERFORM 5100-READ-WAITLIST
004310         PERFORM 5200-CHECK-WAITLIST UNTIL FILE-EOF
004320         CLOSE COURSE-WAITLIST
004330     END-IF.

004340***************************************************************
004350* 5100-READ-WAITLIST
004360***************************************************************
004370 5100-READ-WAITLIST.
004380     READ COURSE-WAITLIST
004390         AT END SET FILE-EOF TO TRUE
004400     END-READ.

004410***************************************************************
004420* 5200-CHECK-WAITLIST
004430***************************************************************
004440 5200-CHECK-WAITLIST.
004450     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
004460     MOVE SPACES TO WS-RECORD-DETAIL
004470     STRING "QUEUED " WL-QUEUE-DATE " " WL-COURSE-ID " "
004480         WL-STUDENT-NAME
004490         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
004500     MOVE WL-STUDENT-ID TO WS-CHECK-STUDENT-ID
004510     PERFORM 8200-CHECK-STUDENT-ID
004520     MOVE WL-COURSE-ID TO WS-CHECK-COURSE-ID
004530     PERFORM 8300-CHECK-COURSE-ID
004540     PERFORM 5100-READ-WAITLIST.

004550***************************************************************
004560* 6000-SWEEP-HOLDS
004570***************************************************************
004580 6000-SWEEP-HOLDS.
004590     MOVE 5 TO WS-FILE-SUB
004600     PERFORM 8500-START-FILE
004610     OPEN INPUT STUDENT-HOLDS
004620     IF NOT HOLD-OK
004630         DISPLAY "No STUHOLD on hand"
004640     ELSE
004650         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
004660         PERFORM 6100-READ-HOLD
004670         PERFORM 6200-CHECK-HOLD UNTIL FILE-EOF
004680         CLOSE STUDENT-HOLDS
004690     END-IF.

004700***************************************************************
004710* 6100-READ-HOLD
004720***************************************************************
004730 6100-READ-HOLD.
004740     READ STUDENT-HOLDS
004750         AT END SET FILE-EOF TO TRUE
004760     END-READ.

004770***************************************************************
004780* 6200-CHECK-HOLD
004790***************************************************************
004800 6200-CHECK-HOLD.
004810     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
004820     MOVE SPACES TO WS-RECORD-DETAIL
004830     STRING "HOLD " HD-REASON-CODE " PLACED " HD-PLACED-DATE
004840         " STATUS " HD-STATUS
004850         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
004860     MOVE HD-STUDENT-ID TO WS-CHECK-STUDENT-ID
004870     PERFORM 8200-CHECK-STUDENT-ID
004880     PERFORM 6100-READ-HOLD.

004890***************************************************************
004900* 7000-SWEEP-ATTENDANCE
004910***************************************************************
004920 7000-SWEEP-ATTENDANCE.
004930     MOVE 6 TO WS-FILE-SUB
004940     PERFORM 8500-START-FILE
004950     OPEN INPUT ATTENDANCE-LOG
004960     IF NOT ATTN-OK
004970         DISPLAY "No ATTNLOG on hand"
004980     ELSE
004990         MOVE "Y" TO WS-FILE-ON-HAND (WS-FILE-SUB)
005000         PERFORM 7100-READ-ATTENDANCE
005010         PERFORM 7200-CHECK-ATTENDANCE UNTIL FILE-EOF
005020         CLOSE ATTENDANCE-LOG
005030     END-IF.

005040***************************************************************
005050* 7100-READ-ATTENDANCE
005060***************************************************************
005070 7100-READ-ATTENDANCE.
005080     READ ATTENDANCE-LOG
005090         AT END SET FILE-EOF TO TRUE
005100     END-READ.

005110***************************************************************
005120* 7200-CHECK-ATTENDANCE
005130***************************************************************
005140 7200-CHECK-ATTENDANCE.
005150     ADD 1 TO WS-FILE-READ (WS-FILE-SUB)
005160     MOVE SPACES TO WS-RECORD-DETAIL
005170     STRING "CONTROL " AL-CONTROL-NUMBER " " AL-DATE " "
005180         AL-STUDENT
005190         DELIMITED BY SIZE INTO WS-RECORD-DETAIL
005200     MOVE AL-STUDENT-ID TO WS-CHECK-STUDENT-ID
005210     PERFORM 8200-CHECK-STUDENT-ID
005220     PERFORM 7100-READ-ATTENDANCE.

005230***************************************************************
005240* 7500-PRINT-FILE-TOTALS
005250* The closing block gives every file its line, orphans or
005260* not, so the morning review sees the whole sweep ran.
005270***************************************************************
005280 7500-PRINT-FILE-TOTALS.
005290     IF WS-TOTAL-ORPHANS = ZEROES
005300         WRITE PRINT-LINE FROM RFV-NONE-LINE
005310             AFTER ADVANCING 1 LINE
005320         PERFORM 8000-ARCHIVE-PRINT-LINE
005330     END-IF
005340     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 12
005350         PERFORM 8100-PRINT-PAGE-HEADING
005360     END-IF
005370     WRITE PRINT-LINE FROM RFV-TOTAL-HEADING-LINE
005380         AFTER ADVANCING 3 LINES
005390     PERFORM 8000-ARCHIVE-PRINT-LINE
005400     WRITE PRINT-LINE FROM RFV-TOTAL-COLUMN-LINE
005410         AFTER ADVANCING 1 LINE
005420     PERFORM 8000-ARCHIVE-PRINT-LINE
005430     PERFORM 7600-PRINT-ONE-FILE-TOTAL
005440         VARYING WS-FILE-SUB FROM 1 BY 1
005450         UNTIL WS-FILE-SUB > WS-FILE-MAX.

005460***************************************************************
005470* 7600-PRINT-ONE-FILE-TOTAL
005480***************************************************************
005490 7600-PRINT-ONE-FILE-TOTAL.
005500     MOVE WS-FILE-NAME (WS-FILE-SUB) TO RFV-TOTAL-FILE
005510     MOVE WS-FILE-READ (WS-FILE-SUB) TO RFV-TOTAL-READ
005520     MOVE WS-FILE-NO-ID (WS-FILE-SUB) TO RFV-TOTAL-NO-ID
005530     MOVE WS-FILE-STU-ORPHANS (WS-FILE-SUB)
005540         TO RFV-TOTAL-STU-ORPHANS
005550     MOVE WS-FILE-CRS-ORPHANS (WS-FILE-SUB)
005560         TO RFV-TOTAL-CRS-ORPHANS
005570     IF FILE-ON-HAND (WS-FILE-SUB)
005580         MOVE SPACES TO RFV-TOTAL-NOTE
005590     ELSE
005600         MOVE "NOT ON HAND" TO RFV-TOTAL-NOTE
005610     END-IF
005620     WRITE PRINT-LINE FROM RFV-TOTAL-LINE
005630         AFTER ADVANCING 1 LINE
005640     PERFORM 8000-ARCHIVE-PRINT-LINE.

005650***************************************************************
005660* 8000-ARCHIVE-PRINT-LINE
005670* Every printed line also lands on the report archive under
005680* its page number, for reprint through rptReprint.
005690***************************************************************
005700 8000-ARCHIVE-PRINT-LINE.
005710     MOVE "REFRPT  " TO RP-REPORT-NAME
005720     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
005730     MOVE WS-PAGE-COUNT TO RP-PAGE
005740     ADD 1 TO WS-ARCH-LINE-SEQ
005750     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
005760     MOVE PRINT-LINE TO RP-PRINT-LINE
005770     WRITE REPORT-ARCHIVE-RECORD
005780     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
005790     MOVE "RPTARCH" TO IOC-FILE-NAME
005800     PERFORM ZZ-CHECK-WRITE.

005810***************************************************************
005820* 8100-PRINT-PAGE-HEADING
005830***************************************************************
005840 8100-PRINT-PAGE-HEADING.
005850     ADD 1 TO WS-PAGE-COUNT
005860     MOVE BDT-BUSINESS-DATE TO RFV-HEADING-DATE
005870     MOVE WS-PAGE-COUNT TO RFV-HEADING-PAGE
005880     WRITE PRINT-LINE FROM RFV-HEADING-LINE
005890         AFTER ADVANCING PAGE
005900     PERFORM 8000-ARCHIVE-PRINT-LINE
005910     WRITE PRINT-LINE FROM RFV-COLUMN-LINE
005920         AFTER ADVANCING 2 LINES
005930     PERFORM 8000-ARCHIVE-PRINT-LINE
005940     MOVE SPACES TO PRINT-LINE
005950     WRITE PRINT-LINE AFTER ADVANCING 1 LINE
005960     PERFORM 8000-ARCHIVE-PRINT-LINE
005970     MOVE ZEROES TO WS-LINE-COUNT.

005980***************************************************************
005990* 8200-CHECK-STUDENT-ID
006000* Zero is a record cut before permanent IDs were assigned --
006010* counted, since it points at nobody, but not an orphan.
006020***************************************************************
006030 8200-CHECK-STUDENT-ID.
006040     IF WS-CHECK-STUDENT-ID = ZEROES
006050         ADD 1 TO WS-FILE-NO-ID (WS-FILE-SUB)
006060     ELSE
006070         MOVE WS-CHECK-STUDENT-ID TO SI-STUDENT-ID
006080         READ STUDENT-IDENTITY
006090             KEY IS SI-STUDENT-ID
006100             INVALID KEY
006110                 ADD 1 TO WS-FILE-STU-ORPHANS (WS-FILE-SUB)
006120                 MOVE "STUDENT-ID" TO RFV-ID-FIELD
006130                 MOVE WS-CHECK-STUDENT-ID TO RFV-ID-VALUE
006140                 PERFORM 8400-PRINT-ORPHAN
006150         END-READ
006160     END-IF.

006170***************************************************************
006180* 8300-CHECK-COURSE-ID
006190* Catalog courses are never deleted, so even a history course
006200* from a term long closed must still be on CRSMAST.
006210***************************************************************
006220 8300-CHECK-COURSE-ID.
006230     MOVE WS-CHECK-COURSE-ID TO CM-COURSE-ID
006240     READ COURSE-MASTER
006250         KEY IS CM-COURSE-ID
006260         INVALID KEY
006270             ADD 1 TO WS-FILE-CRS-ORPHANS (WS-FILE-SUB)
006280             MOVE "COURSE-ID" TO RFV-ID-FIELD
006290             MOVE WS-CHECK-COURSE-ID TO RFV-ID-VALUE
006300             PERFORM 8400-PRINT-ORPHAN
006310     END-READ.

006320***************************************************************
006330* 8400-PRINT-ORPHAN
006340* The first orphan on a file prints the file's own sub-heading.
006350***************************************************************
006360 8400-PRINT-ORPHAN.
006370     ADD 1 TO WS-TOTAL-ORPHANS
006380     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006390         PERFORM 8100-PRINT-PAGE-HEADING
006400         MOVE "N" TO WS-FILE-HEADED-SWITCH
006410     END-IF
006420     IF NOT FILE-HEADED
006430         MOVE WS-FILE-NAME (WS-FILE-SUB) TO RFV-FILE-TITLE
006440         WRITE PRINT-LINE FROM RFV-FILE-LINE
006450             AFTER ADVANCING 2 LINES
006460         PERFORM 8000-ARCHIVE-PRINT-LINE
006470         ADD 2 TO WS-LINE-COUNT
006480         SET FILE-HEADED TO TRUE
006490     END-IF
006500     MOVE WS-FILE-NAME (WS-FILE-SUB) TO RFV-FILE-NAME
006510     MOVE WS-FILE-READ (WS-FILE-SUB) TO RFV-RECORD-NUMBER
006520     MOVE WS-RECORD-DETAIL TO RFV-RECORD-DETAIL
006530     WRITE PRINT-LINE FROM RFV-DETAIL-LINE
006540         AFTER ADVANCING 1 LINE
006550     PERFORM 8000-ARCHIVE-PRINT-LINE
006560     ADD 1 TO WS-LINE-COUNT.

006570***************************************************************
006580* 8500-START-FILE
006590***************************************************************
006600 8500-START-FILE.
006610     MOVE "N" TO WS-EOF-SWITCH
006620     MOVE "N" TO WS-FILE-HEADED-SWITCH
006630     MOVE "N" TO WS-FILE-ON-HAND (WS-FILE-SUB).

006640***************************************************************
006650* 9100-WRITE-RUN-SUMMARY
006660* One standard record per run to the shared RUNLOG operations
006670* file, for the night-end opsReport -- out of balance when any
006680* ID pointed at nothing, so the morning review sees it.
006690***************************************************************
006700 9100-WRITE-RUN-SUMMARY.
006710     OPEN EXTEND RUN-LOG-FILE
006720     IF NOT RUNLOG-OK
006730         OPEN OUTPUT RUN-LOG-FILE
006740     END-IF
006750     MOVE "REFVERIFY" TO RS-PROGRAM
006760     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
006770     ACCEPT RS-RUN-TIME FROM TIME
006780     MOVE WS-RUN-START-TIME TO RS-START-TIME
006790     MOVE WS-TOTAL-READ TO RS-RECORDS-READ
006800     MOVE ZEROES TO RS-RECORDS-POSTED
006810     MOVE WS-TOTAL-ORPHANS TO RS-RECORDS-REJECTED
006820     IF WS-TOTAL-ORPHANS > ZEROES
006830         MOVE "OUTOFBAL" TO RS-CONTROL-STATUS
006840     ELSE
006850         MOVE "BALANCED" TO RS-CONTROL-STATUS
006860     END-IF
006870     WRITE RUN-SUMMARY-RECORD
006880     CLOSE RUN-LOG-FILE.

006890***************************************************************
006900* 9200-ADD-FILE-READ
006910***************************************************************
006920 9200-ADD-FILE-READ.
006930     ADD WS-FILE-READ (WS-FILE-SUB) TO WS-TOTAL-READ.

006940***************************************************************
006950* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006960***************************************************************
006970     COPY IOCHKPRC.

006980*****************************************************************
006990* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007000*****************************************************************
007010     COPY BIZDTPRC.
