000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. acctPost.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-16  RSG Original -- student-account posting.  Loads
000140*                 the tuitionBill TUIRECV interface into the
000150*                 STUACCT student-account ledger as charges
000160*                 (only once the trailer count and amount tie,
000170*                 and never the same billing night twice),
000180*                 then posts the bursar's CASHRCT cash-receipts
000190*                 deposit as payments beside them.  Every
000200*                 receipt prints on the CASHJRNL cash-receipts
000210*                 journal, captured to RPTARCH, with totals by
000220*                 payment method; posted plus rejected must tie
000230*                 to the deposit trailer's count and amount.
000240*                 Receipts for an unknown student, for no
000250*                 money, or by an unknown method go to the
000260*                 CASHREJ suspense file in the REJCOM layout.
000261* 2026-09-23  RSG TUIRECV now carries gross, aid and net per
000262*                 course.  The gross posts as the charge and
000263*                 any aid as an A credit beside it, and the
000264*                 interface must also tie to the trailer's
000265*                 gross and aid totals before it loads.
000266* 2026-10-15  RSG A late registration fee billed by tuitionBill
000267*                 under pseudo-course LATEFE posts with reason
000268*                 code LATE instead of TUIT.
000269* 2026-10-15  RSG A rebilled course posts only what its gross
000270*                 and aid have grown by over what the ledger
000271*                 already holds for the student, term and
000272*                 course, so a second billing night no longer
000273*                 charges the term twice.
00273A* 2026-10-15  RSG The CASHRCT deposit is identified by its
00273B*                 deposit number, deposit date, trailer count
00273C*                 and trailer total and checked against the
00273D*                 FEEDREG processed-feed registry before
00273E*                 anything posts; a deposit already posted
00273F*                 refuses the run with return code 8, and one
00273G*                 that posts is registered at the end.
000275***************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RECEIVABLES-FILE ASSIGN TO "TUIRECV"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-RECV-STATUS.
000340     SELECT CASH-RECEIPTS ASSIGN TO "CASHRCT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-CASH-STATUS.
000370     SELECT CASH-REJECT ASSIGN TO "CASHREJ"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REJECT-STATUS.
000400     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SA-KEY
000440         FILE STATUS IS WS-ACCOUNT-STATUS.
000450     SELECT LEDGER-CONTROL ASSIGN TO "LEDGCTL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LEDGCTL-STATUS.
000480     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SI-STUDENT-ID
000520         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000530         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000540         FILE STATUS IS WS-IDENT-STATUS.
000550     SELECT JOURNAL-PRINT ASSIGN TO "CASHJRNL"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-PRINT-STATUS.
000580     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RPTARCH-STATUS.
000610     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-OPER-STATUS.
000640     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RUNLOG-STATUS.
000670     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-OPSLOG-STATUS.
000700     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-BIZDT-STATUS.
000722     SELECT FEED-REGISTRY ASSIGN TO "FEEDREG"
000724         ORGANIZATION IS SEQUENTIAL
000726         FILE STATUS IS WS-FEEDREG-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RECEIVABLES-FILE.
000760 01  RECEIVABLE-RECORD.
000770     05 RV-RECORD-TYPE          PIC X(01).
000780         88 RV-HEADER-REC       VALUE "H".
000790         88 RV-DETAIL-REC       VALUE "D".
000800         88 RV-TRAILER-REC      VALUE "T".
000810     05 RV-DETAIL-DATA.
000820         10 RV-STUDENT-ID       PIC 9(06).
000830         10 RV-COURSE-ID        PIC X(06).
000840         10 RV-AMOUNT           PIC 9(05)V9(02).
000850         10 RV-TERM             PIC X(05).
000852         10 RV-GROSS-AMOUNT     PIC 9(05)V9(02).
000854         10 RV-AID-AMOUNT       PIC 9(05)V9(02).
000856         10 FILLER              PIC X(01).
000860     05 RV-HEADER-DATA REDEFINES RV-DETAIL-DATA.
000870         10 RV-RUN-DATE         PIC 9(08).
000880         10 FILLER              PIC X(31).
000890     05 RV-TRAILER-DATA REDEFINES RV-DETAIL-DATA.
000900         10 RV-RECORD-COUNT     PIC 9(06).
000910         10 RV-AMOUNT-TOTAL     PIC 9(09)V9(02).
000916         10 RV-GROSS-TOTAL      PIC 9(09)V9(02).
000922         10 RV-AID-TOTAL        PIC 9(09)V9(02).

000930 FD  CASH-RECEIPTS.
000940 01  CASH-RECEIPT-RECORD.
000950     05 CR-RECORD-TYPE          PIC X(01).
000960         88 CR-HEADER-REC       VALUE "H".
000970         88 CR-DETAIL-REC       VALUE "D".
000980         88 CR-TRAILER-REC      VALUE "T".
000990     05 CR-DETAIL-DATA.
001000         10 CR-STUDENT-ID       PIC 9(06).
001010         10 CR-AMOUNT           PIC 9(07)V9(02).
001020         10 CR-PAY-METHOD       PIC X(02).
001030             88 CR-METHOD-LEGAL VALUE "CA" "CK" "CC" "EF".
001040         10 CR-RECEIPT-NUMBER   PIC X(10).
001050     05 CR-HEADER-DATA REDEFINES CR-DETAIL-DATA.
001060         10 CR-DEPOSIT-DATE     PIC 9(08).
001070         10 CR-DEPOSIT-NUMBER   PIC X(10).
001080         10 FILLER              PIC X(09).
001090     05 CR-TRAILER-DATA REDEFINES CR-DETAIL-DATA.
001100         10 CR-RECORD-COUNT     PIC 9(06).
001110         10 CR-DEPOSIT-TOTAL    PIC 9(09)V9(02).
001120         10 FILLER              PIC X(10).

001130 FD  CASH-REJECT.
001140     COPY REJCOM.

001150 FD  STUDENT-ACCOUNT.
001160     COPY STUACCT.

001170 FD  LEDGER-CONTROL.
001180     COPY LEDGCTL.

001190 FD  STUDENT-IDENTITY.
001200     COPY STUIDNT.

001210 FD  JOURNAL-PRINT.
001220 01  PRINT-LINE                 PIC X(132).

001230 FD  REPORT-ARCHIVE.
001240     COPY RPTARCH.

001250 FD  OPERATOR-MASTER.
001260     COPY OPERMAST.

001270 FD  RUN-LOG-FILE.
001280     COPY RUNSUM.

001290 FD  OPS-ERROR-LOG.
001300     COPY OPSERR.

001310 FD  BUSINESS-DATE-FILE.
001320     COPY BIZDATE.

001322 FD  FEED-REGISTRY.
001324     COPY FEEDREG.

001330 WORKING-STORAGE SECTION.
001340     COPY BIZDTWS.
001350     COPY IOCHKWS.
001360     COPY OPERWS.
001370     COPY LEDGWS.
001375     COPY FREGWS.
001380 01  WS-RECV-STATUS             PIC X(02).
001390     88 RECV-OK                 VALUE "00".
001400 01  WS-CASH-STATUS             PIC X(02).
001410     88 CASH-OK                 VALUE "00".
001420 01  WS-REJECT-STATUS           PIC X(02).
001430     88 REJECT-OK               VALUE "00".
001440 01  WS-IDENT-STATUS            PIC X(02).
001450     88 IDENT-OK                VALUE "00".
001460 01  WS-PRINT-STATUS            PIC X(02).
001470     88 PRINT-OK                VALUE "00".
001480 01  WS-RPTARCH-STATUS          PIC X(02).
001490     88 RPTARCH-OK              VALUE "00".
001500 01  WS-RUNLOG-STATUS           PIC X(02).
001510     88 RUNLOG-OK               VALUE "00".
001520 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001530 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001540     88 FILE-EOF                VALUE "Y".
001550 01  WS-TRAILER-SWITCH          PIC X(01) VALUE "N".
001560     88 TRAILER-SEEN            VALUE "Y".
001570 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
001580 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001590*
001600* TUIRECV charge load
001610*
001620 01  WS-RECV-RUN-DATE           PIC 9(08) VALUE ZEROES.
001630 01  WS-RECV-COUNT              PIC 9(06) VALUE ZEROES.
001640 01  WS-RECV-AMOUNT             PIC 9(09)V9(02) VALUE ZEROES.
001650 01  WS-RECV-TRAILER-COUNT      PIC 9(06) VALUE ZEROES.
001660 01  WS-RECV-TRAILER-AMOUNT     PIC 9(09)V9(02) VALUE ZEROES.
001662 01  WS-RECV-GROSS              PIC 9(09)V9(02) VALUE ZEROES.
001664 01  WS-RECV-AID                PIC 9(09)V9(02) VALUE ZEROES.
001666 01  WS-RECV-TRAILER-GROSS      PIC 9(09)V9(02) VALUE ZEROES.
001668 01  WS-RECV-TRAILER-AID        PIC 9(09)V9(02) VALUE ZEROES.
001670 01  WS-CHARGES-POSTED          PIC 9(06) VALUE ZEROES.
001671 01  WS-LINES-LOADED            PIC 9(06) VALUE ZEROES.
001672 01  WS-CHARGE-AMOUNT-HELD      PIC 9(09)V9(02) VALUE ZEROES.
001673 01  WS-AID-AMOUNT-HELD         PIC 9(09)V9(02) VALUE ZEROES.
001674 01  WS-POST-AMOUNT             PIC 9(07)V9(02) VALUE ZEROES.
001675 01  WS-KEY-HELD-SWITCH         PIC X(01) VALUE "N".
001676     88 KEY-HELD                VALUE "Y".
001677 01  WS-LEDGER-SCAN-SWITCH      PIC X(01) VALUE "N".
001678     88 LEDGER-SCAN-DONE        VALUE "Y".
001680 01  WS-CHARGE-AMOUNT-POSTED    PIC 9(09)V9(02) VALUE ZEROES.
001683 01  WS-AID-POSTED              PIC 9(06) VALUE ZEROES.
001686 01  WS-AID-AMOUNT-POSTED       PIC 9(09)V9(02) VALUE ZEROES.
001690 01  WS-LOAD-CHARGES-SWITCH     PIC X(01) VALUE "N".
001700     88 LOAD-CHARGES            VALUE "Y".
001701 01  WS-LOAD-KEY.
001702     05 WS-KEY-STUDENT-ID       PIC 9(06).
001703     05 WS-KEY-TERM             PIC X(05).
001704     05 WS-KEY-COURSE-ID        PIC X(06).
001705 01  WS-LOAD-KEY-AMOUNTS.
001706     05 WS-KEY-GROSS            PIC 9(07)V9(02).
001707     05 WS-KEY-AID              PIC 9(07)V9(02).
001708     05 WS-LEDGER-GROSS         PIC 9(07)V9(02).
001709     05 WS-LEDGER-AID           PIC 9(07)V9(02).
001710*
001720* CASHRCT deposit
001730*
001740 01  WS-DEPOSIT-DATE            PIC 9(08) VALUE ZEROES.
001750 01  WS-DEPOSIT-NUMBER          PIC X(10) VALUE SPACES.
001760 01  WS-RECEIPTS-READ           PIC 9(06) VALUE ZEROES.
001770 01  WS-RECEIPTS-POSTED         PIC 9(06) VALUE ZEROES.
001780 01  WS-RECEIPTS-REJECTED       PIC 9(06) VALUE ZEROES.
001790 01  WS-AMOUNT-READ             PIC 9(09)V9(02) VALUE ZEROES.
001800 01  WS-AMOUNT-POSTED           PIC 9(09)V9(02) VALUE ZEROES.
001810 01  WS-AMOUNT-REJECTED         PIC 9(09)V9(02) VALUE ZEROES.
001820 01  WS-DEPOSIT-COUNT           PIC 9(06) VALUE ZEROES.
001830 01  WS-DEPOSIT-TOTAL           PIC 9(09)V9(02) VALUE ZEROES.
001840 01  WS-REJECT-REASON-CODE      PIC X(04) VALUE SPACES.
001850 01  WS-REJECT-REASON-TEXT      PIC X(30) VALUE SPACES.
001860 01  WS-METHOD-TOTALS.
001870     05 WS-CASH-TOTAL           PIC 9(09)V9(02) VALUE ZEROES.
001880     05 WS-CHECK-TOTAL          PIC 9(09)V9(02) VALUE ZEROES.
001890     05 WS-CARD-TOTAL           PIC 9(09)V9(02) VALUE ZEROES.
001900     05 WS-EFT-TOTAL            PIC 9(09)V9(02) VALUE ZEROES.
001910 01  JRN-HEADING-LINE.
001920     05 FILLER                  PIC X(30) VALUE
001930         "STUDENT REGISTRATION SYSTEM".
001940     05 FILLER                  PIC X(24) VALUE
001950         "CASH RECEIPTS JOURNAL".
001960     05 FILLER                  PIC X(09) VALUE "DEPOSIT ".
001970     05 JRN-HEADING-DEPOSIT     PIC X(10).
001980     05 FILLER                  PIC X(02) VALUE SPACES.
001990     05 JRN-HEADING-DATE        PIC 9(08).
002000     05 FILLER                  PIC X(49) VALUE SPACES.
002010 01  JRN-COLUMN-LINE.
002020     05 FILLER                  PIC X(44) VALUE
002030         "  RECEIPT     STUDENT  NAME".
002040     05 FILLER                  PIC X(40) VALUE
002050         "     METHOD        AMOUNT  NOTE".
002060     05 FILLER                  PIC X(48) VALUE SPACES.
002070 01  JRN-DETAIL-LINE.
002080     05 FILLER                  PIC X(02) VALUE SPACES.
002090     05 JRN-RECEIPT-NUMBER      PIC X(10).
002100     05 FILLER                  PIC X(02) VALUE SPACES.
002110     05 JRN-STUDENT-ID          PIC 9(06).
002120     05 FILLER                  PIC X(02) VALUE SPACES.
002130     05 JRN-STUDENT-NAME        PIC X(25).
002140     05 FILLER                  PIC X(02) VALUE SPACES.
002150     05 JRN-PAY-METHOD          PIC X(02).
002160     05 FILLER                  PIC X(04) VALUE SPACES.
002170     05 JRN-AMOUNT              PIC Z,ZZZ,ZZ9.99.
002180     05 FILLER                  PIC X(02) VALUE SPACES.
002190     05 JRN-NOTE                PIC X(40).
002200     05 FILLER                  PIC X(23) VALUE SPACES.
002210 01  JRN-TOTAL-LINE.
002220     05 JRN-TOTAL-LABEL         PIC X(30).
002230     05 JRN-TOTAL-COUNT         PIC ZZZ,ZZ9.
002240     05 FILLER                  PIC X(04) VALUE SPACES.
002250     05 JRN-TOTAL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
002260     05 FILLER                  PIC X(77) VALUE SPACES.
002270 01  JRN-MESSAGE-LINE.
002280     05 JRN-MESSAGE             PIC X(80).
002290     05 FILLER                  PIC X(52) VALUE SPACES.

002300 PROCEDURE DIVISION.

002310***************************************************************
002320* 0000-MAINLINE
002330* Charges load first so a payment keyed against tonight's bill
002340* lands after the charge it pays on the student's ledger.
002342* A deposit already on the FEEDREG registry refuses the whole
002344* run before either of them posts.
002350***************************************************************
002360 0000-MAINLINE.
002370     MOVE "ACCTPOST" TO IOC-PROGRAM
002380     ACCEPT WS-RUN-START-TIME FROM TIME
002390     PERFORM ZB-GET-BUSINESS-DATE
002400     DISPLAY "Operator ID:"
002410     PERFORM ZY-OPERATOR-SIGNON
002420     PERFORM ZA-OPEN-LEDGER
002430     OPEN INPUT STUDENT-IDENTITY
002440     OPEN OUTPUT JOURNAL-PRINT
002450     OPEN EXTEND REPORT-ARCHIVE
002460     IF NOT RPTARCH-OK
002470         OPEN OUTPUT REPORT-ARCHIVE
002480     END-IF
002481     MOVE OPR-OPERATOR-ID TO FRG-OPERATOR
002482     MOVE OPR-AUTH-LEVEL TO FRG-AUTH-LEVEL
002483     PERFORM 2900-IDENTIFY-DEPOSIT
002484     PERFORM ZF-CHECK-FEED-REGISTRY
002485     IF FRG-FEED-REFUSED
002486         PERFORM 2950-REFUSE-DEPOSIT
002487     ELSE
002490         PERFORM 1000-PROVE-CHARGE-FILE
002500         IF LOAD-CHARGES
002510             PERFORM 2000-LOAD-CHARGES
002520         END-IF
002530         PERFORM 3000-POST-CASH-RECEIPTS
002535     END-IF
002540     DISPLAY "-----------------------------------"
002550     DISPLAY "Charges posted    : " WS-CHARGES-POSTED
002555     DISPLAY "Aid credits posted: " WS-AID-POSTED
002560     DISPLAY "Receipts read     : " WS-RECEIPTS-READ
002570     DISPLAY "Receipts posted   : " WS-RECEIPTS-POSTED
002580     DISPLAY "Receipts rejected : " WS-RECEIPTS-REJECTED
002590     DISPLAY "Control total     : " WS-CONTROL-RESULT
002600     IF WS-CONTROL-RESULT NOT = "BALANCED"
002610         MOVE 4 TO RETURN-CODE
002620     END-IF
002630     PERFORM 9100-WRITE-RUN-SUMMARY
002640     CLOSE STUDENT-ACCOUNT
002650     CLOSE STUDENT-IDENTITY
002660     CLOSE JOURNAL-PRINT
002670     CLOSE REPORT-ARCHIVE
002680     GOBACK.

002690***************************************************************
002700* 1000-PROVE-CHARGE-FILE
002710* A first pass over TUIRECV proves the interface before any of
002720* it posts -- the detail must tie to the trailer's count and
002730* amount, and a billing night already on the ledger (same
002740* header run date as the last load) is refused outright.
002750***************************************************************
002760 1000-PROVE-CHARGE-FILE.
002770     MOVE "N" TO WS-LOAD-CHARGES-SWITCH
002780     MOVE "N" TO WS-EOF-SWITCH
002790     MOVE "N" TO WS-TRAILER-SWITCH
002800     OPEN INPUT RECEIVABLES-FILE
002810     IF NOT RECV-OK
002820         DISPLAY "No TUIRECV interface tonight - no charges "
002830             "loaded"
002840     ELSE
002850         PERFORM 1100-READ-RECEIVABLE
002860         PERFORM 1200-PROVE-ONE-RECEIVABLE UNTIL FILE-EOF
002870         CLOSE RECEIVABLES-FILE
002880         PERFORM 1300-JUDGE-CHARGE-FILE
002890     END-IF.

002900***************************************************************
002910* 1100-READ-RECEIVABLE
002920***************************************************************
002930 1100-READ-RECEIVABLE.
002940     READ RECEIVABLES-FILE
002950         AT END SET FILE-EOF TO TRUE
002960     END-READ.

002970***************************************************************
002980* 1200-PROVE-ONE-RECEIVABLE
002990***************************************************************
003000 1200-PROVE-ONE-RECEIVABLE.
003010     EVALUATE TRUE
003020         WHEN RV-HEADER-REC
003030             MOVE RV-RUN-DATE TO WS-RECV-RUN-DATE
003040         WHEN RV-DETAIL-REC
003050             ADD 1 TO WS-RECV-COUNT
003060             ADD RV-AMOUNT TO WS-RECV-AMOUNT
003063             ADD RV-GROSS-AMOUNT TO WS-RECV-GROSS
003066             ADD RV-AID-AMOUNT TO WS-RECV-AID
003070         WHEN RV-TRAILER-REC
003080             SET TRAILER-SEEN TO TRUE
003090             MOVE RV-RECORD-COUNT TO WS-RECV-TRAILER-COUNT
003100             MOVE RV-AMOUNT-TOTAL TO WS-RECV-TRAILER-AMOUNT
003103             MOVE RV-GROSS-TOTAL TO WS-RECV-TRAILER-GROSS
003106             MOVE RV-AID-TOTAL TO WS-RECV-TRAILER-AID
003110     END-EVALUATE
003120     PERFORM 1100-READ-RECEIVABLE.

003130***************************************************************
003140* 1300-JUDGE-CHARGE-FILE
003150***************************************************************
003160 1300-JUDGE-CHARGE-FILE.
003170     OPEN INPUT LEDGER-CONTROL
003180     IF LEDGCTL-OK
003190         READ LEDGER-CONTROL
003200             AT END
003210                 MOVE ZEROES TO LC-LAST-RECV-DATE
003220         END-READ
003230         CLOSE LEDGER-CONTROL
003240     ELSE
003250         MOVE ZEROES TO LC-LAST-RECV-DATE
003260     END-IF
003270     EVALUATE TRUE
003280         WHEN NOT TRAILER-SEEN
003290             DISPLAY "*** TUIRECV TRAILER MISSING - no charges "
003300                 "loaded ***"
003310             MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
003320         WHEN WS-RECV-COUNT NOT = WS-RECV-TRAILER-COUNT
003330             OR WS-RECV-AMOUNT NOT = WS-RECV-TRAILER-AMOUNT
003332             OR WS-RECV-GROSS NOT = WS-RECV-TRAILER-GROSS
003334             OR WS-RECV-AID NOT = WS-RECV-TRAILER-AID
003336             OR WS-RECV-TRAILER-GROSS NOT =
003338                 WS-RECV-TRAILER-AID + WS-RECV-TRAILER-AMOUNT
003340             DISPLAY "*** TUIRECV DOES NOT TIE TO ITS TRAILER - "
003350                 "no charges loaded ***"
003360             MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
003370         WHEN WS-RECV-RUN-DATE = LC-LAST-RECV-DATE
003380             DISPLAY "*** TUIRECV OF " WS-RECV-RUN-DATE
003390                 " IS ALREADY ON THE LEDGER - not loaded "
003400                 "again ***"
003410         WHEN OTHER
003420             SET LOAD-CHARGES TO TRUE
003430     END-EVALUATE.

003440***************************************************************
003450* 2000-LOAD-CHARGES
003460***************************************************************
003470 2000-LOAD-CHARGES.
003480     MOVE "N" TO WS-EOF-SWITCH
003490     OPEN INPUT RECEIVABLES-FILE
003500     PERFORM 1100-READ-RECEIVABLE
003510     PERFORM 2100-POST-ONE-CHARGE UNTIL FILE-EOF
003513     IF KEY-HELD
003516         PERFORM 2150-POST-KEY-CHARGE
003519     END-IF
003520     CLOSE RECEIVABLES-FILE
003530     IF WS-LINES-LOADED NOT = WS-RECV-TRAILER-COUNT
003540         OR WS-CHARGE-AMOUNT-POSTED + WS-CHARGE-AMOUNT-HELD
003541             NOT = WS-RECV-TRAILER-GROSS
003545         OR WS-AID-AMOUNT-POSTED + WS-AID-AMOUNT-HELD
003546             NOT = WS-RECV-TRAILER-AID
003550         DISPLAY "*** CHARGES POSTED DO NOT TIE TO TUIRECV ***"
003560         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
003570     END-IF
003580     PERFORM 2200-MARK-CHARGES-LOADED
003590     DISPLAY "TUIRECV of " WS-RECV-RUN-DATE " loaded - "
003600         WS-CHARGES-POSTED " charges, " WS-AID-POSTED
003605         " aid credits".

003610***************************************************************
003611* 2100-POST-ONE-CHARGE
003612* tuitionBill bills the whole term every run, so a course can
003613* come across TUIRECV again on a later billing night.  The
003614* lines for one student, term and course (TUIRECV is in that
003615* order) are added up and 2150 posts only what the ledger does
003616* not already hold for them.
003617***************************************************************
003618 2100-POST-ONE-CHARGE.
003619     IF RV-DETAIL-REC
003620         ADD 1 TO WS-LINES-LOADED
003621         IF KEY-HELD
003622             IF RV-STUDENT-ID NOT = WS-KEY-STUDENT-ID
003623                 OR RV-TERM NOT = WS-KEY-TERM
003624                 OR RV-COURSE-ID NOT = WS-KEY-COURSE-ID
003625                 PERFORM 2150-POST-KEY-CHARGE
003626             END-IF
003627         END-IF
003628         IF NOT KEY-HELD
003629             SET KEY-HELD TO TRUE
003630             MOVE RV-STUDENT-ID TO WS-KEY-STUDENT-ID
003631             MOVE RV-TERM TO WS-KEY-TERM
003632             MOVE RV-COURSE-ID TO WS-KEY-COURSE-ID
003633             MOVE ZEROES TO WS-KEY-GROSS
003634             MOVE ZEROES TO WS-KEY-AID
003635         END-IF
003636         ADD RV-GROSS-AMOUNT TO WS-KEY-GROSS
003637         ADD RV-AID-AMOUNT TO WS-KEY-AID
003638     END-IF
003639     PERFORM 1100-READ-RECEIVABLE.

003640***************************************************************
003641* 2150-POST-KEY-CHARGE
003642* The course posts at whatever its gross fee has grown by since
003643* the ledger last took it, and any new aid as a separate A
003644* credit beside it, so the ledger shows both.  A late
003645* registration fee (pseudo-course LATEFE) posts under its own
003646* LATE reason code.  A course billed for less than the ledger
003647* already holds posts nothing -- the refund schedule handles
003648* money coming back -- and is listed for the bursar.
003649***************************************************************
003650 2150-POST-KEY-CHARGE.
003651     MOVE "N" TO WS-KEY-HELD-SWITCH
003652     PERFORM 2160-FIND-KEY-ON-LEDGER
003653     MOVE SPACES TO ACCOUNT-LEDGER-RECORD
003654     MOVE WS-KEY-STUDENT-ID TO SA-STUDENT-ID
003655     MOVE BDT-BUSINESS-DATE TO SA-POST-DATE
003656     MOVE WS-KEY-TERM TO SA-TERM
003657     MOVE WS-KEY-COURSE-ID TO SA-COURSE-ID
003658     MOVE "TUIRECV" TO SA-REFERENCE
003659     MOVE OPR-OPERATOR-ID TO SA-OPERATOR
003660     IF WS-KEY-GROSS > WS-LEDGER-GROSS
003661         COMPUTE WS-POST-AMOUNT = WS-KEY-GROSS - WS-LEDGER-GROSS
003662         MOVE "C" TO SA-ENTRY-TYPE
003663         MOVE WS-POST-AMOUNT TO SA-AMOUNT
003664         MOVE "TUIT" TO SA-REASON-CODE
003665         IF WS-KEY-COURSE-ID = "LATEFE"
003666             MOVE "LATE" TO SA-REASON-CODE
003667         END-IF
003668         PERFORM ZA-POST-LEDGER-ENTRY
003669         ADD 1 TO WS-CHARGES-POSTED
003670         ADD WS-POST-AMOUNT TO WS-CHARGE-AMOUNT-POSTED
003671         ADD WS-LEDGER-GROSS TO WS-CHARGE-AMOUNT-HELD
003672     ELSE
003673         ADD WS-KEY-GROSS TO WS-CHARGE-AMOUNT-HELD
003674     END-IF
003675     IF WS-KEY-AID > WS-LEDGER-AID
003676         COMPUTE WS-POST-AMOUNT = WS-KEY-AID - WS-LEDGER-AID
003677         MOVE "A" TO SA-ENTRY-TYPE
003678         MOVE WS-POST-AMOUNT TO SA-AMOUNT
003679         MOVE "AID" TO SA-REASON-CODE
003680         PERFORM ZA-POST-LEDGER-ENTRY
003681         ADD 1 TO WS-AID-POSTED
003682         ADD WS-POST-AMOUNT TO WS-AID-AMOUNT-POSTED
003683         ADD WS-LEDGER-AID TO WS-AID-AMOUNT-HELD
003684     ELSE
003685         ADD WS-KEY-AID TO WS-AID-AMOUNT-HELD
003686     END-IF
003687     IF WS-KEY-GROSS < WS-LEDGER-GROSS
003688         OR WS-KEY-AID < WS-LEDGER-AID
003689         DISPLAY "Billed below the ledger - student "
003690             WS-KEY-STUDENT-ID " term " WS-KEY-TERM " course "
003691             WS-KEY-COURSE-ID " not reduced"
003692     END-IF.

003693***************************************************************
003694* 2160-FIND-KEY-ON-LEDGER
003695* Adds up the charges and the aid credits the student's ledger
003696* already holds for the term and course being loaded.
003697***************************************************************
003698 2160-FIND-KEY-ON-LEDGER.
003699     MOVE ZEROES TO WS-LEDGER-GROSS
003700     MOVE ZEROES TO WS-LEDGER-AID
003701     MOVE "N" TO WS-LEDGER-SCAN-SWITCH
003702     MOVE WS-KEY-STUDENT-ID TO SA-STUDENT-ID
003703     MOVE ZEROES TO SA-ENTRY-NUMBER
003704     START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
003705         INVALID KEY
003706             SET LEDGER-SCAN-DONE TO TRUE
003707     END-START
003708     PERFORM 2170-ADD-ONE-LEDGER-ENTRY UNTIL LEDGER-SCAN-DONE.

003709***************************************************************
003710* 2170-ADD-ONE-LEDGER-ENTRY
003711***************************************************************
003712 2170-ADD-ONE-LEDGER-ENTRY.
003713     READ STUDENT-ACCOUNT NEXT RECORD
003714         AT END
003715             SET LEDGER-SCAN-DONE TO TRUE
003716         NOT AT END
003717             IF SA-STUDENT-ID NOT = WS-KEY-STUDENT-ID
003718                 SET LEDGER-SCAN-DONE TO TRUE
003719             ELSE
003720                 IF SA-TERM = WS-KEY-TERM
003721                     AND SA-COURSE-ID = WS-KEY-COURSE-ID
003722                     IF SA-CHARGE
003723                         ADD SA-AMOUNT TO WS-LEDGER-GROSS
003724                     END-IF
003725                     IF SA-AID
003726                         ADD SA-AMOUNT TO WS-LEDGER-AID
003727                     END-IF
003728                 END-IF
003729             END-IF
003730     END-READ.

003810***************************************************************
003820* 2200-MARK-CHARGES-LOADED
003830***************************************************************
003840 2200-MARK-CHARGES-LOADED.
003850     OPEN I-O LEDGER-CONTROL
003860     IF NOT LEDGCTL-OK
003870         OPEN OUTPUT LEDGER-CONTROL
003880         MOVE ZEROES TO LC-NEXT-ENTRY
003890         MOVE WS-RECV-RUN-DATE TO LC-LAST-RECV-DATE
003900         WRITE LEDGER-CONTROL-RECORD
003910     ELSE
003920         READ LEDGER-CONTROL
003930         MOVE WS-RECV-RUN-DATE TO LC-LAST-RECV-DATE
003940         REWRITE LEDGER-CONTROL-RECORD
003950     END-IF
003960     MOVE WS-LEDGCTL-STATUS TO IOC-STATUS
003970     MOVE "LEDGCTL" TO IOC-FILE-NAME
003980     PERFORM ZZ-CHECK-WRITE
003990     CLOSE LEDGER-CONTROL.

004000***************************************************************
004010* 3000-POST-CASH-RECEIPTS
004020* The deposit's header names the deposit; its trailer carries
004030* the count and amount the bank slip shows.  Posted plus
004040* rejected has to come back to both.
004050***************************************************************
004060 3000-POST-CASH-RECEIPTS.
004070     MOVE "N" TO WS-EOF-SWITCH
004080     MOVE "N" TO WS-TRAILER-SWITCH
004090     OPEN INPUT CASH-RECEIPTS
004100     IF NOT CASH-OK
004110         DISPLAY "No CASHRCT deposit tonight - no payments "
004120             "posted"
004130         MOVE "NO DEPOSIT ON FILE TONIGHT" TO JRN-MESSAGE
004140         PERFORM 3900-PRINT-HEADING
004150         WRITE PRINT-LINE FROM JRN-MESSAGE-LINE
004160             AFTER ADVANCING 2 LINES
004170         PERFORM 8000-ARCHIVE-PRINT-LINE
004180     ELSE
004190         OPEN EXTEND CASH-REJECT
004200         IF NOT REJECT-OK
004210             OPEN OUTPUT CASH-REJECT
004220         END-IF
004230         PERFORM 3100-READ-RECEIPT
004240         IF NOT FILE-EOF AND CR-HEADER-REC
004250             MOVE CR-DEPOSIT-DATE TO WS-DEPOSIT-DATE
004260             MOVE CR-DEPOSIT-NUMBER TO WS-DEPOSIT-NUMBER
004270             PERFORM 3100-READ-RECEIPT
004280         END-IF
004290         PERFORM 3900-PRINT-HEADING
004300         PERFORM 3200-POST-ONE-RECEIPT
004310             UNTIL FILE-EOF OR CR-TRAILER-REC
004320         IF NOT FILE-EOF AND CR-TRAILER-REC
004330             SET TRAILER-SEEN TO TRUE
004340             MOVE CR-RECORD-COUNT TO WS-DEPOSIT-COUNT
004350             MOVE CR-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
004360         END-IF
004370         CLOSE CASH-RECEIPTS
004380         CLOSE CASH-REJECT
004390         PERFORM 4000-PRINT-JOURNAL-TOTALS
004392         IF WS-RECEIPTS-POSTED > ZEROES
004394             MOVE WS-CONTROL-RESULT TO FRG-CONTROL-STATUS
004396             PERFORM ZF-REGISTER-FEED
004398         END-IF
004400     END-IF.

004410***************************************************************
004420* 3100-READ-RECEIPT
004430***************************************************************
004440 3100-READ-RECEIPT.
004450     READ CASH-RECEIPTS
004460         AT END SET FILE-EOF TO TRUE
004470     END-READ.

004480***************************************************************
004490* 3200-POST-ONE-RECEIPT
004500***************************************************************
004510 3200-POST-ONE-RECEIPT.
004520     ADD 1 TO WS-RECEIPTS-READ
004530     ADD CR-AMOUNT TO WS-AMOUNT-READ
004540     MOVE CR-RECEIPT-NUMBER TO JRN-RECEIPT-NUMBER
004550     MOVE CR-STUDENT-ID TO JRN-STUDENT-ID
004560     MOVE CR-PAY-METHOD TO JRN-PAY-METHOD
004570     MOVE CR-AMOUNT TO JRN-AMOUNT
004580     MOVE SPACES TO JRN-NOTE
004590     MOVE SPACES TO WS-REJECT-REASON-CODE
004600     MOVE CR-STUDENT-ID TO SI-STUDENT-ID
004610     READ STUDENT-IDENTITY
004620         INVALID KEY
004630             MOVE SPACES TO JRN-STUDENT-NAME
004640             MOVE "CSH1" TO WS-REJECT-REASON-CODE
004650             MOVE "Student ID not on identity" TO
004660                 WS-REJECT-REASON-TEXT
004670         NOT INVALID KEY
004680             MOVE SI-STUDENT-NAME TO JRN-STUDENT-NAME
004690     END-READ
004700     IF WS-REJECT-REASON-CODE = SPACES
004710         AND CR-AMOUNT = ZEROES
004720         MOVE "CSH2" TO WS-REJECT-REASON-CODE
004730         MOVE "Receipt for no amount" TO WS-REJECT-REASON-TEXT
004740     END-IF
004750     IF WS-REJECT-REASON-CODE = SPACES
004760         AND NOT CR-METHOD-LEGAL
004770         MOVE "CSH3" TO WS-REJECT-REASON-CODE
004780         MOVE "Unknown payment method" TO WS-REJECT-REASON-TEXT
004790     END-IF
004800     IF WS-REJECT-REASON-CODE = SPACES
004810         PERFORM 3300-POST-PAYMENT
004820     ELSE
004830         PERFORM 3400-REJECT-RECEIPT
004840     END-IF
004850     WRITE PRINT-LINE FROM JRN-DETAIL-LINE
004860         AFTER ADVANCING 1 LINE
004870     PERFORM 8000-ARCHIVE-PRINT-LINE
004880     PERFORM 3100-READ-RECEIPT.

004890***************************************************************
004900* 3300-POST-PAYMENT
004910***************************************************************
004920 3300-POST-PAYMENT.
004930     MOVE SPACES TO ACCOUNT-LEDGER-RECORD
004940     MOVE CR-STUDENT-ID TO SA-STUDENT-ID
004950     MOVE "P" TO SA-ENTRY-TYPE
004960     MOVE BDT-BUSINESS-DATE TO SA-POST-DATE
004970     MOVE CR-AMOUNT TO SA-AMOUNT
004980     MOVE CR-PAY-METHOD TO SA-PAY-METHOD
004990     MOVE CR-RECEIPT-NUMBER TO SA-REFERENCE
005000     MOVE "PAYM" TO SA-REASON-CODE
005010     MOVE OPR-OPERATOR-ID TO SA-OPERATOR
005020     PERFORM ZA-POST-LEDGER-ENTRY
005030     ADD 1 TO WS-RECEIPTS-POSTED
005040     ADD CR-AMOUNT TO WS-AMOUNT-POSTED
005050     EVALUATE CR-PAY-METHOD
005060         WHEN "CA"
005070             ADD CR-AMOUNT TO WS-CASH-TOTAL
005080         WHEN "CK"
005090             ADD CR-AMOUNT TO WS-CHECK-TOTAL
005100         WHEN "CC"
005110             ADD CR-AMOUNT TO WS-CARD-TOTAL
005120         WHEN OTHER
005130             ADD CR-AMOUNT TO WS-EFT-TOTAL
005140     END-EVALUATE.

005150***************************************************************
005160* 3400-REJECT-RECEIPT
005170* The receipt goes to suspense with the student ID and amount
005180* as keyed, so the bursar can apply it by hand once the
005190* problem is found.
005200***************************************************************
005210 3400-REJECT-RECEIPT.
005220     ADD 1 TO WS-RECEIPTS-REJECTED
005230     ADD CR-AMOUNT TO WS-AMOUNT-REJECTED
005240     STRING "*** REJECTED " WS-REJECT-REASON-CODE " "
005250         WS-REJECT-REASON-TEXT
005260         DELIMITED BY SIZE INTO JRN-NOTE
005270     MOVE SPACES TO REJ-SUSPENSE-RECORD
005280     MOVE "ACCTPOST" TO REJ-SOURCE-PROGRAM
005290     MOVE CR-STUDENT-ID TO REJ-INPUT-1
005300     MOVE CR-AMOUNT TO REJ-INPUT-2
005310     MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE
005320     MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT
005330     MOVE BDT-BUSINESS-DATE TO REJ-POST-DATE
005340     MOVE OPR-OPERATOR-ID TO REJ-OPERATOR
005350     MOVE "O" TO REJ-STATUS
005360     MOVE ZEROES TO REJ-RESOLVED-DATE
005370     WRITE REJ-SUSPENSE-RECORD
005380     MOVE WS-REJECT-STATUS TO IOC-STATUS
005390     MOVE "CASHREJ" TO IOC-FILE-NAME
005400     PERFORM ZZ-CHECK-WRITE.

005410***************************************************************
005420* 3900-PRINT-HEADING
005430***************************************************************
005440 3900-PRINT-HEADING.
005450     MOVE WS-DEPOSIT-NUMBER TO JRN-HEADING-DEPOSIT
005460     MOVE BDT-BUSINESS-DATE TO JRN-HEADING-DATE
005470     WRITE PRINT-LINE FROM JRN-HEADING-LINE
005480         AFTER ADVANCING PAGE
005490     PERFORM 8000-ARCHIVE-PRINT-LINE
005500     WRITE PRINT-LINE FROM JRN-COLUMN-LINE
005510         AFTER ADVANCING 2 LINES
005520     PERFORM 8000-ARCHIVE-PRINT-LINE.

005530***************************************************************
005540* 4000-PRINT-JOURNAL-TOTALS
005550* Method totals, then the proof against the deposit trailer.
005560***************************************************************
005570 4000-PRINT-JOURNAL-TOTALS.
005580     MOVE ZEROES TO JRN-TOTAL-COUNT
005590     MOVE "  CASH              :" TO JRN-TOTAL-LABEL
005600     MOVE WS-CASH-TOTAL TO JRN-TOTAL-AMOUNT
005610     WRITE PRINT-LINE FROM JRN-TOTAL-LINE
005620         AFTER ADVANCING 2 LINES
005630     PERFORM 8000-ARCHIVE-PRINT-LINE
005640     MOVE "  CHECK             :" TO JRN-TOTAL-LABEL
005650     MOVE WS-CHECK-TOTAL TO JRN-TOTAL-AMOUNT
005660     PERFORM 4100-PRINT-TOTAL-LINE
005670     MOVE "  CARD              :" TO JRN-TOTAL-LABEL
005680     MOVE WS-CARD-TOTAL TO JRN-TOTAL-AMOUNT
005690     PERFORM 4100-PRINT-TOTAL-LINE
005700     MOVE "  ELECTRONIC        :" TO JRN-TOTAL-LABEL
005710     MOVE WS-EFT-TOTAL TO JRN-TOTAL-AMOUNT
005720     PERFORM 4100-PRINT-TOTAL-LINE
005730     MOVE "RECEIPTS POSTED     :" TO JRN-TOTAL-LABEL
005740     MOVE WS-RECEIPTS-POSTED TO JRN-TOTAL-COUNT
005750     MOVE WS-AMOUNT-POSTED TO JRN-TOTAL-AMOUNT
005760     PERFORM 4100-PRINT-TOTAL-LINE
005770     MOVE "RECEIPTS REJECTED   :" TO JRN-TOTAL-LABEL
005780     MOVE WS-RECEIPTS-REJECTED TO JRN-TOTAL-COUNT
005790     MOVE WS-AMOUNT-REJECTED TO JRN-TOTAL-AMOUNT
005800     PERFORM 4100-PRINT-TOTAL-LINE
005810     MOVE "DEPOSIT TRAILER     :" TO JRN-TOTAL-LABEL
005820     MOVE WS-DEPOSIT-COUNT TO JRN-TOTAL-COUNT
005830     MOVE WS-DEPOSIT-TOTAL TO JRN-TOTAL-AMOUNT
005840     PERFORM 4100-PRINT-TOTAL-LINE
005850     EVALUATE TRUE
005860         WHEN NOT TRAILER-SEEN
005870             MOVE SPACES TO JRN-MESSAGE
005875             STRING "*** DEPOSIT TRAILER MISSING - JOURNAL "
005880                 "CANNOT BE PROVED ***" DELIMITED BY SIZE
005885                 INTO JRN-MESSAGE
005890             MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
005900         WHEN WS-RECEIPTS-READ NOT = WS-DEPOSIT-COUNT
005910             OR WS-AMOUNT-READ NOT = WS-DEPOSIT-TOTAL
005920             OR WS-RECEIPTS-READ NOT =
005930                 WS-RECEIPTS-POSTED + WS-RECEIPTS-REJECTED
005940             OR WS-AMOUNT-READ NOT =
005950                 WS-AMOUNT-POSTED + WS-AMOUNT-REJECTED
005960             MOVE "*** OUT OF BALANCE TO THE DEPOSIT ***"
005970                 TO JRN-MESSAGE
005980             MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
005990         WHEN OTHER
006000             MOVE "JOURNAL TIES TO THE DEPOSIT" TO JRN-MESSAGE
006010     END-EVALUATE
006020     WRITE PRINT-LINE FROM JRN-MESSAGE-LINE
006030         AFTER ADVANCING 2 LINES
006040     PERFORM 8000-ARCHIVE-PRINT-LINE
006050     DISPLAY JRN-MESSAGE.

006060***************************************************************
006070* 4100-PRINT-TOTAL-LINE
006080***************************************************************
006090 4100-PRINT-TOTAL-LINE.
006100     WRITE PRINT-LINE FROM JRN-TOTAL-LINE
006110         AFTER ADVANCING 1 LINE
006120     PERFORM 8000-ARCHIVE-PRINT-LINE.

006130***************************************************************
006140* 8000-ARCHIVE-PRINT-LINE
006150* Every journal line also lands on the report archive, so a
006160* lost journal reprints through rptReprint.
006170***************************************************************
006180 8000-ARCHIVE-PRINT-LINE.
006190     MOVE "CASHJRNL" TO RP-REPORT-NAME
006200     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
006210     MOVE 1 TO RP-PAGE
006220     ADD 1 TO WS-ARCH-LINE-SEQ
006230     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
006240     MOVE PRINT-LINE TO RP-PRINT-LINE
006250     WRITE REPORT-ARCHIVE-RECORD
006260     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
006270     MOVE "RPTARCH" TO IOC-FILE-NAME
006280     PERFORM ZZ-CHECK-WRITE.

006290***************************************************************
006300* 9100-WRITE-RUN-SUMMARY
006310* One standard record per run to the shared RUNLOG operations
006320* file, for the night-end opsReport.
006330***************************************************************
006340 9100-WRITE-RUN-SUMMARY.
006350     OPEN EXTEND RUN-LOG-FILE
006360     IF NOT RUNLOG-OK
006370         OPEN OUTPUT RUN-LOG-FILE
006380     END-IF
006390     MOVE "ACCTPOST" TO RS-PROGRAM
006400     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
006410     ACCEPT RS-RUN-TIME FROM TIME
006420     MOVE WS-RUN-START-TIME TO RS-START-TIME
006430     COMPUTE RS-RECORDS-READ = WS-RECV-COUNT + WS-RECEIPTS-READ
006440     COMPUTE RS-RECORDS-POSTED =
006450         WS-CHARGES-POSTED + WS-RECEIPTS-POSTED
006460     MOVE WS-RECEIPTS-REJECTED TO RS-RECORDS-REJECTED
006470     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
006480     WRITE RUN-SUMMARY-RECORD
006490     CLOSE RUN-LOG-FILE.

006500***************************************************************
006510* ZA ledger routines (from the shared LEDGPRC copybook)
006520***************************************************************
006530     COPY LEDGPRC.

006540***************************************************************
006550* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
006560***************************************************************
006570     COPY OPERPRC.

006580***************************************************************
006590* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
006600***************************************************************
006610     COPY IOCHKPRC.

006620*****************************************************************
006630* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
006640*****************************************************************
006650     COPY BIZDTPRC.

006660***************************************************************
006670* ZF-CHECK-FEED-REGISTRY (from the shared FREGPRC copybook)
006680***************************************************************
006690     COPY FREGPRC.

006700***************************************************************
006710* 2900-IDENTIFY-DEPOSIT
006720* The deposit's identity for the FEEDREG registry, from a pass
006730* of CASHRCT before anything posts -- the deposit number off
006740* the header, the trailer's count, and the trailer's total
006750* with the header's deposit date folded into it.  A deposit
006760* with no trailer is identified by its detail instead.
006770***************************************************************
006780 2900-IDENTIFY-DEPOSIT.
006790     MOVE "ACCTPOST" TO FRG-PROGRAM
006800     MOVE "CASHRCT" TO FRG-SOURCE
006810     MOVE SPACES TO FRG-HEADER-DATE
006820     MOVE ZEROES TO FRG-RECORD-COUNT
006830     MOVE ZEROES TO FRG-HASH-TOTAL
006840     MOVE "N" TO FRG-REPOST-FLAG
006850     MOVE "N" TO WS-EOF-SWITCH
006860     MOVE "N" TO WS-TRAILER-SWITCH
006870     OPEN INPUT CASH-RECEIPTS
006880     IF CASH-OK
006890         PERFORM 3100-READ-RECEIPT
006900         PERFORM 2910-IDENTIFY-ONE-RECEIPT
006910             UNTIL FILE-EOF OR TRAILER-SEEN
006920         CLOSE CASH-RECEIPTS
006930         ADD WS-DEPOSIT-DATE TO FRG-HASH-TOTAL
006940     END-IF.

006950***************************************************************
006960* 2910-IDENTIFY-ONE-RECEIPT
006970***************************************************************
006980 2910-IDENTIFY-ONE-RECEIPT.
006990     EVALUATE TRUE
007000         WHEN CR-HEADER-REC
007010             MOVE CR-DEPOSIT-DATE TO WS-DEPOSIT-DATE
007020             MOVE CR-DEPOSIT-NUMBER TO WS-DEPOSIT-NUMBER
007030             MOVE CR-DEPOSIT-NUMBER TO FRG-HEADER-DATE
007040         WHEN CR-TRAILER-REC
007050             SET TRAILER-SEEN TO TRUE
007060             MOVE CR-RECORD-COUNT TO FRG-RECORD-COUNT
007070             MOVE CR-DEPOSIT-TOTAL TO FRG-HASH-TOTAL
007080         WHEN OTHER
007090             ADD 1 TO FRG-RECORD-COUNT
007100             ADD CR-AMOUNT TO FRG-HASH-TOTAL
007110     END-EVALUATE
007120     IF NOT TRAILER-SEEN
007130         PERFORM 3100-READ-RECEIPT
007140     END-IF.

007150***************************************************************
007160* 2950-REFUSE-DEPOSIT
007170* Nothing posts -- not tonight's charges and not the deposit.
007180* The journal says why, so the bursar can mount the right
007190* deposit and the run can go again.
007200***************************************************************
007210 2950-REFUSE-DEPOSIT.
007220     MOVE "DEPOSIT ALREADY POSTED - RUN REFUSED, NOTHING POSTED"
007230         TO JRN-MESSAGE
007240     PERFORM 3900-PRINT-HEADING
007250     WRITE PRINT-LINE FROM JRN-MESSAGE-LINE
007260         AFTER ADVANCING 2 LINES
007270     PERFORM 8000-ARCHIVE-PRINT-LINE.
