000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. gchgReport.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-07  RSG Original -- monthly grade-change report for
000140*                 the registrar.  Reads the GCHGAUDT audit file
000150*                 gradeChange appends to and prints every change
000160*                 made in the selected month on GCHGRPT: when,
000170*                 the student and name from STUIDNT, the course
000180*                 and term, the file changed, the grade before
000190*                 and after, the reason, the supervisor who
000200*                 authorized it and the operator who posted it,
000210*                 then the count by reason code.  The SYSIN card
000220*                 names the month as YYYYMM, or zero for the
000230*                 month before the business date.  Every page is
000240*                 captured to RPTARCH and the run writes the
000250*                 standard RUNLOG summary.
000260***************************************************************

000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GRADE-CHANGE-AUDIT ASSIGN TO "GCHGAUDT"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-GCHGAUD-STATUS.
000330     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SI-STUDENT-ID
000370         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000390         FILE STATUS IS WS-IDENT-STATUS.
000400     SELECT CHANGE-REPORT ASSIGN TO "GCHGRPT"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PRINT-STATUS.
000430     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-RPTARCH-STATUS.
000460     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-RUNLOG-STATUS.
000490     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-OPSLOG-STATUS.
000520     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-BIZDT-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GRADE-CHANGE-AUDIT.
000580     COPY GCHGAUD.

000590 FD  STUDENT-IDENTITY.
000600     COPY STUIDNT.

000610 FD  CHANGE-REPORT.
000620 01  PRINT-LINE                 PIC X(132).

000630 FD  REPORT-ARCHIVE.
000640     COPY RPTARCH.

000650 FD  RUN-LOG-FILE.
000660     COPY RUNSUM.

000670 FD  OPS-ERROR-LOG.
000680     COPY OPSERR.

000690 FD  BUSINESS-DATE-FILE.
000700     COPY BIZDATE.

000710 WORKING-STORAGE SECTION.
000720     COPY BIZDTWS.
000730     COPY IOCHKWS.
000740 01  WS-GCHGAUD-STATUS          PIC X(02).
000750     88 GCHGAUD-OK              VALUE "00".
000760 01  WS-IDENT-STATUS            PIC X(02).
000770     88 IDENT-OK                VALUE "00".
000780 01  WS-PRINT-STATUS            PIC X(02).
000790     88 PRINT-OK                VALUE "00".
000800 01  WS-RPTARCH-STATUS          PIC X(02).
000810     88 RPTARCH-OK              VALUE "00".
000820 01  WS-RUNLOG-STATUS           PIC X(02).
000830     88 RUNLOG-OK               VALUE "00".
000840 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
000850 01  WS-AUDIT-EOF-SWITCH        PIC X(01) VALUE "N".
000860     88 AUDIT-EOF               VALUE "Y".
000870 01  WS-IDENT-OPEN-SWITCH       PIC X(01) VALUE "N".
000880     88 IDENT-OPEN              VALUE "Y".
000890*
000900* Report month -- YYYYMM from SYSIN, or worked back one month
000910* from the business date when the card is zero.
000920*
000930 01  WS-SELECT-MONTH            PIC 9(06) VALUE ZEROES.
000940 01  WS-SELECT-MONTH-X REDEFINES WS-SELECT-MONTH.
000950     05 WS-SELECT-YYYY          PIC 9(04).
000960     05 WS-SELECT-MM            PIC 9(02).
000970 01  WS-BUSINESS-DATE           PIC 9(08) VALUE ZEROES.
000980 01  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
000990     05 WS-BUS-YYYY             PIC 9(04).
001000     05 WS-BUS-MM               PIC 9(02).
001010     05 WS-BUS-DD               PIC 9(02).
001020 01  WS-AUDIT-DATE              PIC 9(08) VALUE ZEROES.
001030 01  WS-AUDIT-DATE-X REDEFINES WS-AUDIT-DATE.
001040     05 WS-AUDIT-MONTH          PIC 9(06).
001050     05 WS-AUDIT-DD             PIC 9(02).
001060*
001070* Reason codes as GRDCHG carries them, with the count of each
001080*
001090 01  WS-REASON-VALUES.
001100     05 FILLER                  PIC X(30) VALUE
001110         "CALCGrade computation error".
001120     05 FILLER                  PIC X(30) VALUE
001130         "CLERClerical posting error".
001140     05 FILLER                  PIC X(30) VALUE
001150         "INCPIncomplete resolved".
001160     05 FILLER                  PIC X(30) VALUE
001170         "APPLGrade appeal upheld".
001180     05 FILLER                  PIC X(30) VALUE
001190         "WDRLRetroactive withdrawal".
001200 01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
001210     05 WS-REASON-ENTRY         OCCURS 5 TIMES.
001220         10 WS-REASON-CODE      PIC X(04).
001230         10 WS-REASON-TEXT      PIC X(26).
001240 01  WS-REASON-COUNTS.
001250     05 WS-REASON-COUNT         PIC 9(05) OCCURS 5 TIMES.
001260 01  WS-REASON-MAX              PIC 9(01) VALUE 5.
001270 01  WS-REASON-SUB              PIC 9(01) VALUE ZERO.
001280 01  WS-REASON-FOUND-SWITCH     PIC X(01) VALUE "N".
001290     88 REASON-FOUND            VALUE "Y".
001300 01  WS-OTHER-REASON-COUNT      PIC 9(05) VALUE ZEROES.
001310*
001320* Counts
001330*
001340 01  WS-AUDIT-READ              PIC 9(06) VALUE ZEROES.
001350 01  WS-CHANGES-PRINTED         PIC 9(06) VALUE ZEROES.
001360 01  WS-DETAIL-COUNT            PIC 9(05) VALUE ZEROES.
001370 01  WS-HISTORY-COUNT           PIC 9(05) VALUE ZEROES.
001380 01  WS-PAGE-COUNT              PIC 9(04) VALUE ZEROES.
001390 01  WS-LINE-COUNT              PIC 9(02) VALUE 99.
001400 01  WS-LINES-PER-PAGE          PIC 9(02) VALUE 50.
001410 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001420 01  GCR-HEADING-LINE.
001430     05 FILLER                  PIC X(30) VALUE
001440         "STUDENT REGISTRATION SYSTEM".
001450     05 FILLER                  PIC X(26) VALUE
001460         "GRADE CHANGES FOR MONTH".
001470     05 GCR-HEADING-MONTH       PIC 9999/99.
001480     05 FILLER                  PIC X(13) VALUE
001490         "   RUN DATE ".
001500     05 GCR-HEADING-DATE        PIC 9(08).
001510     05 FILLER                  PIC X(08) VALUE "   PAGE ".
001520     05 GCR-HEADING-PAGE        PIC ZZZ9.
001530     05 FILLER                  PIC X(36) VALUE SPACES.
001540 01  GCR-COLUMN-LINE.
001550     05 FILLER                  PIC X(44) VALUE
001560         "RUN DATE  STUDENT NAME".
001570     05 FILLER                  PIC X(44) VALUE
001580         "  COURSE TERM  FILE     GRADE    REASON AUTH".
001590     05 FILLER                  PIC X(44) VALUE
001600         "BY    POSTED BY".
001610 01  GCR-DETAIL-LINE.
001620     05 GCR-RUN-DATE            PIC 9(08).
001630     05 FILLER                  PIC X(02) VALUE SPACES.
001640     05 GCR-STUDENT-ID          PIC 9(06).
001650     05 FILLER                  PIC X(02) VALUE SPACES.
001660     05 GCR-STUDENT-NAME        PIC X(25).
001670     05 FILLER                  PIC X(03) VALUE SPACES.
001680     05 GCR-COURSE-ID           PIC X(06).
001690     05 FILLER                  PIC X(01) VALUE SPACES.
001700     05 GCR-TERM                PIC X(05).
001710     05 FILLER                  PIC X(01) VALUE SPACES.
001720     05 GCR-FILE-NAME           PIC X(08).
001730     05 FILLER                  PIC X(01) VALUE SPACES.
001740     05 GCR-BEFORE-GRADE        PIC X(02).
001750     05 FILLER                  PIC X(04) VALUE " -> ".
001760     05 GCR-AFTER-GRADE         PIC X(02).
001770     05 FILLER                  PIC X(01) VALUE SPACES.
001780     05 GCR-REASON-CODE         PIC X(04).
001790     05 FILLER                  PIC X(03) VALUE SPACES.
001800     05 GCR-AUTH-OPERATOR       PIC X(08).
001810     05 FILLER                  PIC X(02) VALUE SPACES.
001820     05 GCR-POST-OPERATOR       PIC X(08).
001830     05 FILLER                  PIC X(30) VALUE SPACES.
001840 01  GCR-TOTAL-HEADING-LINE.
001850     05 FILLER                  PIC X(44) VALUE
001860         "CHANGES BY REASON".
001870     05 FILLER                  PIC X(88) VALUE SPACES.
001880 01  GCR-TOTAL-LINE.
001890     05 FILLER                  PIC X(02) VALUE SPACES.
001900     05 GCR-TOTAL-CODE          PIC X(04).
001910     05 FILLER                  PIC X(02) VALUE SPACES.
001920     05 GCR-TOTAL-TEXT          PIC X(26).
001930     05 FILLER                  PIC X(02) VALUE SPACES.
001940     05 GCR-TOTAL-COUNT         PIC ZZ,ZZ9.
001950     05 FILLER                  PIC X(90) VALUE SPACES.
001960 01  GCR-NONE-LINE.
001970     05 FILLER                  PIC X(44) VALUE
001980         "  No grade changes were made this month.".
001990     05 FILLER                  PIC X(88) VALUE SPACES.

002000 PROCEDURE DIVISION.

002010***************************************************************
002020* 0000-MAINLINE
002030***************************************************************
002040 0000-MAINLINE.
002050     MOVE "GCHGREPORT" TO IOC-PROGRAM
002060     ACCEPT WS-RUN-START-TIME FROM TIME
002070     DISPLAY "Report month YYYYMM (zero for last month):"
002080     ACCEPT WS-SELECT-MONTH
002090     PERFORM ZB-GET-BUSINESS-DATE
002100     PERFORM 0500-SET-REPORT-MONTH
002110     MOVE ZEROES TO WS-REASON-COUNTS
002120     OPEN INPUT GRADE-CHANGE-AUDIT
002130     IF NOT GCHGAUD-OK
002140         DISPLAY "No grade-change audit file on hand"
002150         SET AUDIT-EOF TO TRUE
002160     END-IF
002170     OPEN INPUT STUDENT-IDENTITY
002180     IF IDENT-OK
002190         SET IDENT-OPEN TO TRUE
002200     END-IF
002210     OPEN OUTPUT CHANGE-REPORT
002220     OPEN EXTEND REPORT-ARCHIVE
002230     IF NOT RPTARCH-OK
002240         OPEN OUTPUT REPORT-ARCHIVE
002250     END-IF
002260     PERFORM 1000-READ-AUDIT
002270     PERFORM 2000-PRINT-ONE-CHANGE UNTIL AUDIT-EOF
002280     PERFORM 3000-PRINT-REASON-TOTALS
002290     DISPLAY "==================================="
002300     DISPLAY "Report month      : " WS-SELECT-MONTH
002310     DISPLAY "Audit records read: " WS-AUDIT-READ
002320     DISPLAY "Changes printed   : " WS-CHANGES-PRINTED
002330     DISPLAY "  on detail       : " WS-DETAIL-COUNT
002340     DISPLAY "  on history      : " WS-HISTORY-COUNT
002350     PERFORM 9100-WRITE-RUN-SUMMARY
002360     IF GCHGAUD-OK OR WS-GCHGAUD-STATUS = "10"
002370         CLOSE GRADE-CHANGE-AUDIT
002380     END-IF
002390     IF IDENT-OPEN
002400         CLOSE STUDENT-IDENTITY
002410     END-IF
002420     CLOSE CHANGE-REPORT
002430     CLOSE REPORT-ARCHIVE
002440     GOBACK.

002450***************************************************************
002460* 0500-SET-REPORT-MONTH
002470* A zero card is the usual monthly run in the first days of
002480* the new month -- it reports the month just closed.
002490***************************************************************
002500 0500-SET-REPORT-MONTH.
002510     IF WS-SELECT-MONTH = ZEROES
002520         MOVE BDT-BUSINESS-DATE TO WS-BUSINESS-DATE
002530         IF WS-BUS-MM = 01
002540             COMPUTE WS-SELECT-YYYY = WS-BUS-YYYY - 1
002550             MOVE 12 TO WS-SELECT-MM
002560         ELSE
002570             MOVE WS-BUS-YYYY TO WS-SELECT-YYYY
002580             COMPUTE WS-SELECT-MM = WS-BUS-MM - 1
002590         END-IF
002600     END-IF
002610     IF WS-SELECT-MM < 01 OR WS-SELECT-MM > 12
002620         DISPLAY "*** REPORT MONTH " WS-SELECT-MONTH
002630             " IS NOT A VALID YYYYMM - job ABORTED ***"
002640         MOVE 8 TO RETURN-CODE
002650         STOP RUN
002660     END-IF.

002670***************************************************************
002680* 1000-READ-AUDIT
002690***************************************************************
002700 1000-READ-AUDIT.
002710     IF NOT AUDIT-EOF
002720         READ GRADE-CHANGE-AUDIT
002730             AT END SET AUDIT-EOF TO TRUE
002740         END-READ
002750     END-IF.

002760***************************************************************
002770* 2000-PRINT-ONE-CHANGE
002780* The audit file is in the order the changes were made, which
002790* is the order the registrar wants to read them.
002800***************************************************************
002810 2000-PRINT-ONE-CHANGE.
002820     ADD 1 TO WS-AUDIT-READ
002830     MOVE GA-RUN-DATE TO WS-AUDIT-DATE
002840     IF WS-AUDIT-MONTH = WS-SELECT-MONTH
002850         IF WS-LINE-COUNT > WS-LINES-PER-PAGE
002860             PERFORM 8100-PRINT-PAGE-HEADING
002870         END-IF
002880         MOVE GA-RUN-DATE TO GCR-RUN-DATE
002890         MOVE GA-STUDENT-ID TO GCR-STUDENT-ID
002900         PERFORM 2100-LOOKUP-STUDENT-NAME
002910         MOVE GA-COURSE-ID TO GCR-COURSE-ID
002920         MOVE GA-TERM TO GCR-TERM
002930         MOVE GA-FILE-NAME TO GCR-FILE-NAME
002940         MOVE GA-BEFORE-GRADE TO GCR-BEFORE-GRADE
002950         MOVE GA-AFTER-GRADE TO GCR-AFTER-GRADE
002960         MOVE GA-REASON-CODE TO GCR-REASON-CODE
002970         MOVE GA-AUTH-OPERATOR TO GCR-AUTH-OPERATOR
002980         MOVE GA-POST-OPERATOR TO GCR-POST-OPERATOR
002990         WRITE PRINT-LINE FROM GCR-DETAIL-LINE
003000             AFTER ADVANCING 1 LINE
003010         PERFORM 8000-ARCHIVE-PRINT-LINE
003020         ADD 1 TO WS-LINE-COUNT
003030         ADD 1 TO WS-CHANGES-PRINTED
003040         IF GA-FILE-NAME = "ENRLHIST"
003050             ADD 1 TO WS-HISTORY-COUNT
003060         ELSE
003070             ADD 1 TO WS-DETAIL-COUNT
003080         END-IF
003090         MOVE "N" TO WS-REASON-FOUND-SWITCH
003100         PERFORM 2200-COUNT-ONE-REASON
003110             VARYING WS-REASON-SUB FROM 1 BY 1
003120             UNTIL WS-REASON-SUB > WS-REASON-MAX OR REASON-FOUND
003130         IF NOT REASON-FOUND
003140             ADD 1 TO WS-OTHER-REASON-COUNT
003150         END-IF
003160     END-IF
003170     PERFORM 1000-READ-AUDIT.

003180***************************************************************
003190* 2100-LOOKUP-STUDENT-NAME
003200***************************************************************
003210 2100-LOOKUP-STUDENT-NAME.
003220     MOVE SPACES TO GCR-STUDENT-NAME
003230     IF IDENT-OPEN
003240         MOVE GA-STUDENT-ID TO SI-STUDENT-ID
003250         READ STUDENT-IDENTITY
003260             KEY IS SI-STUDENT-ID
003270             INVALID KEY
003280                 MOVE "(not on identity file)" TO GCR-STUDENT-NAME
003290             NOT INVALID KEY
003300                 MOVE SI-STUDENT-NAME TO GCR-STUDENT-NAME
003310         END-READ
003320     END-IF.

003330***************************************************************
003340* 2200-COUNT-ONE-REASON
003350***************************************************************
003360 2200-COUNT-ONE-REASON.
003370     IF WS-REASON-CODE (WS-REASON-SUB) = GA-REASON-CODE
003380         ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB)
003390         SET REASON-FOUND TO TRUE
003400     END-IF.

003410***************************************************************
003420* 3000-PRINT-REASON-TOTALS
003430* The closing block counts the month's changes by reason, so
003440* the registrar sees at a glance how many were appeals and how
003450* many were the office's own posting errors.
003460***************************************************************
003470 3000-PRINT-REASON-TOTALS.
003480     IF WS-PAGE-COUNT = ZEROES
003490         PERFORM 8100-PRINT-PAGE-HEADING
003500     END-IF
003510     IF WS-CHANGES-PRINTED = ZEROES
003520         WRITE PRINT-LINE FROM GCR-NONE-LINE
003530             AFTER ADVANCING 1 LINE
003540         PERFORM 8000-ARCHIVE-PRINT-LINE
003550     END-IF
003560     WRITE PRINT-LINE FROM GCR-TOTAL-HEADING-LINE
003570         AFTER ADVANCING 3 LINES
003580     PERFORM 8000-ARCHIVE-PRINT-LINE
003590     PERFORM 3100-PRINT-ONE-REASON
003600         VARYING WS-REASON-SUB FROM 1 BY 1
003610         UNTIL WS-REASON-SUB > WS-REASON-MAX
003620     IF WS-OTHER-REASON-COUNT > ZEROES
003630         MOVE "????" TO GCR-TOTAL-CODE
003640         MOVE "Unrecognized reason code" TO GCR-TOTAL-TEXT
003650         MOVE WS-OTHER-REASON-COUNT TO GCR-TOTAL-COUNT
003660         WRITE PRINT-LINE FROM GCR-TOTAL-LINE
003670             AFTER ADVANCING 1 LINE
003680         PERFORM 8000-ARCHIVE-PRINT-LINE
003690     END-IF
003700     MOVE SPACES TO GCR-TOTAL-CODE
003710     MOVE "Total grade changes" TO GCR-TOTAL-TEXT
003720     MOVE WS-CHANGES-PRINTED TO GCR-TOTAL-COUNT
003730     WRITE PRINT-LINE FROM GCR-TOTAL-LINE
003740         AFTER ADVANCING 2 LINES
003750     PERFORM 8000-ARCHIVE-PRINT-LINE.

003760***************************************************************
003770* 3100-PRINT-ONE-REASON
003780***************************************************************
003790 3100-PRINT-ONE-REASON.
003800     MOVE WS-REASON-CODE (WS-REASON-SUB) TO GCR-TOTAL-CODE
003810     MOVE WS-REASON-TEXT (WS-REASON-SUB) TO GCR-TOTAL-TEXT
003820     MOVE WS-REASON-COUNT (WS-REASON-SUB) TO GCR-TOTAL-COUNT
003830     WRITE PRINT-LINE FROM GCR-TOTAL-LINE
003840         AFTER ADVANCING 1 LINE
003850     PERFORM 8000-ARCHIVE-PRINT-LINE.

003860***************************************************************
003870* 8000-ARCHIVE-PRINT-LINE
003880* Every printed line also lands on the report archive under
003890* its page number, for reprint through rptReprint.
003900***************************************************************
003910 8000-ARCHIVE-PRINT-LINE.
003920     MOVE "GCHGRPT " TO RP-REPORT-NAME
003930     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
003940     MOVE WS-PAGE-COUNT TO RP-PAGE
003950     ADD 1 TO WS-ARCH-LINE-SEQ
003960     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
003970     MOVE PRINT-LINE TO RP-PRINT-LINE
003980     WRITE REPORT-ARCHIVE-RECORD
003990     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
004000     MOVE "RPTARCH" TO IOC-FILE-NAME
004010     PERFORM ZZ-CHECK-WRITE.

004020***************************************************************
004030* 8100-PRINT-PAGE-HEADING
004040***************************************************************
004050 8100-PRINT-PAGE-HEADING.
004060     ADD 1 TO WS-PAGE-COUNT
004070     MOVE WS-SELECT-MONTH TO GCR-HEADING-MONTH
004080     MOVE BDT-BUSINESS-DATE TO GCR-HEADING-DATE
004090     MOVE WS-PAGE-COUNT TO GCR-HEADING-PAGE
004100     WRITE PRINT-LINE FROM GCR-HEADING-LINE
004110         AFTER ADVANCING PAGE
004120     PERFORM 8000-ARCHIVE-PRINT-LINE
004130     WRITE PRINT-LINE FROM GCR-COLUMN-LINE
004140         AFTER ADVANCING 2 LINES
004150     PERFORM 8000-ARCHIVE-PRINT-LINE
004160     MOVE SPACES TO PRINT-LINE
004170     WRITE PRINT-LINE AFTER ADVANCING 1 LINE
004180     PERFORM 8000-ARCHIVE-PRINT-LINE
004190     MOVE ZEROES TO WS-LINE-COUNT.

004200***************************************************************
004210* 9100-WRITE-RUN-SUMMARY
004220* One standard record per run to the shared RUNLOG operations
004230* file, for the night-end opsReport.
004240***************************************************************
004250 9100-WRITE-RUN-SUMMARY.
004260     OPEN EXTEND RUN-LOG-FILE
004270     IF NOT RUNLOG-OK
004280         OPEN OUTPUT RUN-LOG-FILE
004290     END-IF
004300     MOVE "GCHGREPORT" TO RS-PROGRAM
004310     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
004320     ACCEPT RS-RUN-TIME FROM TIME
004330     MOVE WS-RUN-START-TIME TO RS-START-TIME
004340     MOVE WS-AUDIT-READ TO RS-RECORDS-READ
004350     MOVE WS-CHANGES-PRINTED TO RS-RECORDS-POSTED
004360     MOVE ZEROES TO RS-RECORDS-REJECTED
004370     MOVE "BALANCED" TO RS-CONTROL-STATUS
004380     WRITE RUN-SUMMARY-RECORD
004390     CLOSE RUN-LOG-FILE.

004400***************************************************************
004410* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
004420***************************************************************
004430     COPY IOCHKPRC.

004440*****************************************************************
004450* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004460*****************************************************************
004470     COPY BIZDTPRC.
