000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. pastDue.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-18.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-18  RSG Original -- nightly past-due run over the
000140*                 STUACCT student-account ledger.  Payments
000150*                 and credits apply to each student's charges
000160*                 oldest first; whatever is left open is aged
000170*                 in days from its charge date to the BIZDATE
000180*                 business date.  At 30, 60 and 90 days a
000190*                 notice prints on DUENOTC (once per bracket,
000200*                 tracked on DUESTAT); at 60 days a FIN1
000210*                 financial hold goes on STUHOLD, which stops
000220*                 registration like any office hold.  When the
000230*                 balance is paid the FIN1 hold is released
000240*                 and the student drops off DUESTAT.  Holds
000250*                 placed and released are audited to REGAUDT
000260*                 the way holdMaint audits them.
000270***************************************************************

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SA-KEY
000350         FILE STATUS IS WS-ACCOUNT-STATUS.
000360     SELECT DUE-STATUS-FILE ASSIGN TO "DUESTAT"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DS-STUDENT-ID
000400         FILE STATUS IS WS-DUESTAT-STATUS.
000410     SELECT STUDENT-HOLDS ASSIGN TO "STUHOLD"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-HOLD-STATUS.
000440     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SI-STUDENT-ID
000480         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000490         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000500         FILE STATUS IS WS-IDENT-STATUS.
000510     SELECT NOTICE-PRINT ASSIGN TO "DUENOTC"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRINT-STATUS.
000540     SELECT REPORT-ARCHIVE ASSIGN TO "RPTARCH"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RPTARCH-STATUS.
000570     SELECT REGISTRATION-AUDIT ASSIGN TO "REGAUDT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUDIT-STATUS.
000600     SELECT AUDIT-CONTROL ASSIGN TO "AUDCTL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-AUDCTL-STATUS.
000630     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-RUNLOG-STATUS.
000660     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-OPSLOG-STATUS.
000690     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-BIZDT-STATUS.

000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  STUDENT-ACCOUNT.
000750     COPY STUACCT.

000760 FD  DUE-STATUS-FILE.
000770     COPY DUESTAT.

000780 FD  STUDENT-HOLDS.
000790     COPY STUHOLD.

000800 FD  STUDENT-IDENTITY.
000810     COPY STUIDNT.

000820 FD  NOTICE-PRINT.
000830 01  PRINT-LINE                 PIC X(132).

000840 FD  REPORT-ARCHIVE.
000850     COPY RPTARCH.

000860 FD  REGISTRATION-AUDIT.
000870     COPY REGAUDT.

000880 FD  AUDIT-CONTROL.
000890     COPY AUDCTL.

000900 FD  RUN-LOG-FILE.
000910     COPY RUNSUM.

000920 FD  OPS-ERROR-LOG.
000930     COPY OPSERR.

000940 FD  BUSINESS-DATE-FILE.
000950     COPY BIZDATE.

000960 WORKING-STORAGE SECTION.
000970     COPY BIZDTWS.
000980     COPY IOCHKWS.
000990     COPY SEALWS.
001000     COPY DSERVAL.
001010 01  WS-ACCOUNT-STATUS          PIC X(02).
001020     88 ACCOUNT-OK              VALUE "00".
001030 01  WS-DUESTAT-STATUS          PIC X(02).
001040     88 DUESTAT-OK              VALUE "00".
001050 01  WS-HOLD-STATUS             PIC X(02).
001060     88 HOLD-FILE-OK            VALUE "00".
001070 01  WS-IDENT-STATUS            PIC X(02).
001080     88 IDENT-OK                VALUE "00".
001090 01  WS-PRINT-STATUS            PIC X(02).
001100     88 PRINT-OK                VALUE "00".
001110 01  WS-RPTARCH-STATUS          PIC X(02).
001120     88 RPTARCH-OK              VALUE "00".
001130 01  WS-AUDIT-STATUS            PIC X(02).
001140     88 AUDIT-OK                VALUE "00".
001150 01  WS-RUNLOG-STATUS           PIC X(02).
001160     88 RUNLOG-OK               VALUE "00".
001170 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001180 01  WS-LEDGER-EOF-SWITCH       PIC X(01) VALUE "N".
001190     88 LEDGER-EOF              VALUE "Y".
001200 01  WS-HOLD-EOF-SWITCH         PIC X(01) VALUE "N".
001210     88 HOLD-EOF                VALUE "Y".
001220 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
001230 01  WS-ARCH-LINE-SEQ           PIC 9(06) VALUE ZEROES.
001240 01  WS-TODAY-SERIAL            PIC 9(07) VALUE ZEROES.
001250 01  WS-FIN-HOLD-CODE           PIC X(04) VALUE "FIN1".
001260*
001270* One student's ledger, charges held oldest first with what is
001280* still open on each.  A student with more charges than the
001290* table holds has the overflow folded into the last slot,
001300* which can only make the balance look older, never newer.
001310*
001320 01  WS-CURRENT-STUDENT         PIC 9(06) VALUE ZEROES.
001330 01  WS-CHARGE-MAX              PIC 9(03) VALUE 200.
001340 01  WS-CHARGE-COUNT            PIC 9(03) VALUE ZEROES.
001350 01  WS-OLDEST-SUB              PIC 9(03) VALUE ZEROES.
001360 01  WS-CHG-SUB                 PIC 9(03) VALUE ZEROES.
001370 01  WS-CHARGE-TABLE.
001380     05 WS-CHARGE-ENTRY         OCCURS 200 TIMES.
001390         10 WS-CHG-DATE         PIC 9(08).
001400         10 WS-CHG-OPEN         PIC 9(07)V9(02).
001410 01  WS-CREDIT-LEFT             PIC 9(07)V9(02) VALUE ZEROES.
001420 01  WS-UNAPPLIED-CREDIT        PIC 9(07)V9(02) VALUE ZEROES.
001430 01  WS-STUDENT-CHARGES         PIC 9(09)V9(02) VALUE ZEROES.
001440 01  WS-STUDENT-CREDITS         PIC 9(09)V9(02) VALUE ZEROES.
001450 01  WS-STUDENT-BALANCE         PIC 9(09)V9(02) VALUE ZEROES.
001460 01  WS-OLDEST-DUE-DATE         PIC 9(08) VALUE ZEROES.
001470 01  WS-AGE-DAYS                PIC 9(05) VALUE ZEROES.
001480 01  WS-DUE-LEVEL               PIC 9(01) VALUE ZERO.
001490     88 NOT-PAST-DUE            VALUE 0.
001500     88 DUE-30-DAYS             VALUE 1.
001510     88 DUE-60-DAYS             VALUE 2.
001520     88 DUE-90-DAYS             VALUE 3.
001530 01  WS-STATUS-FOUND-SWITCH     PIC X(01) VALUE "N".
001540     88 STATUS-FOUND            VALUE "Y".
001550 01  WS-STUDENT-NAME            PIC X(25) VALUE SPACES.
001560*
001570* FIN1 holds active on STUHOLD at the start of the run, and the
001580* holds this run places.  Releases are flagged on the first
001590* table and rewritten in one pass over STUHOLD at the end.
001600*
001610 01  WS-HELD-MAX                PIC 9(04) VALUE 2000.
001620 01  WS-HELD-COUNT              PIC 9(04) VALUE ZEROES.
001630 01  WS-HELD-SUB                PIC 9(04) VALUE ZEROES.
001640 01  WS-HELD-TABLE.
001650     05 WS-HELD-ENTRY           OCCURS 2000 TIMES.
001660         10 WS-HELD-STUDENT     PIC 9(06).
001670         10 WS-HELD-RELEASE-FLAG PIC X(01).
001680             88 HELD-TO-RELEASE VALUE "Y".
001690         10 WS-HELD-NAME        PIC X(25).
001700 01  WS-HELD-FOUND-SWITCH       PIC X(01) VALUE "N".
001710     88 HELD-FOUND              VALUE "Y".
001720 01  WS-PLACE-COUNT             PIC 9(04) VALUE ZEROES.
001730 01  WS-PLACE-SUB               PIC 9(04) VALUE ZEROES.
001740 01  WS-PLACE-TABLE.
001750     05 WS-PLACE-ENTRY          OCCURS 2000 TIMES.
001760         10 WS-PLACE-STUDENT    PIC 9(06).
001770         10 WS-PLACE-NAME       PIC X(25).
001780*
001790* Run totals.  Every charge less every credit read must come
001800* back as the sum of the student balances carried out.
001810*
001820 01  WS-ENTRIES-READ            PIC 9(06) VALUE ZEROES.
001830 01  WS-STUDENTS-READ           PIC 9(06) VALUE ZEROES.
001840 01  WS-STUDENTS-PAST-DUE       PIC 9(06) VALUE ZEROES.
001850 01  WS-NOTICES-PRINTED         PIC 9(06) VALUE ZEROES.
001860 01  WS-NOTICE-COUNTS.
001870     05 WS-NOTICE-COUNT         PIC 9(06) OCCURS 3 TIMES.
001880 01  WS-HOLDS-PLACED            PIC 9(06) VALUE ZEROES.
001890 01  WS-HOLDS-RELEASED          PIC 9(06) VALUE ZEROES.
001900 01  WS-HOLDS-NOT-PLACED        PIC 9(06) VALUE ZEROES.
001910 01  WS-TOTAL-CHARGES           PIC 9(09)V9(02) VALUE ZEROES.
001920 01  WS-TOTAL-CREDITS           PIC 9(09)V9(02) VALUE ZEROES.
001930 01  WS-TOTAL-NET               PIC S9(09)V9(02) VALUE ZEROES.
001940 01  WS-TOTAL-BALANCES          PIC S9(09)V9(02) VALUE ZEROES.
001950 01  WS-TOTAL-PAST-DUE          PIC 9(09)V9(02) VALUE ZEROES.
001960 01  WS-AMOUNT-OUT              PIC -ZZZ,ZZZ,ZZ9.99.
001970 01  WS-AUDIT-RESULT            PIC X(08).
001980 01  NTC-TITLE-LINE.
001990     05 FILLER                  PIC X(30) VALUE
002000         "STUDENT REGISTRATION SYSTEM".
002010     05 FILLER                  PIC X(30) VALUE
002020         "STUDENT ACCOUNTS - PAST DUE".
002030     05 FILLER                  PIC X(06) VALUE "DATE ".
002040     05 NTC-TITLE-DATE          PIC 9(08).
002050     05 FILLER                  PIC X(58) VALUE SPACES.
002060 01  NTC-STUDENT-LINE.
002070     05 FILLER                  PIC X(10) VALUE "STUDENT ".
002080     05 NTC-STUDENT-ID          PIC 9(06).
002090     05 FILLER                  PIC X(02) VALUE SPACES.
002100     05 NTC-STUDENT-NAME        PIC X(25).
002110     05 FILLER                  PIC X(89) VALUE SPACES.
002120 01  NTC-LEVEL-LINE.
002130     05 NTC-LEVEL-TEXT          PIC X(70).
002140     05 FILLER                  PIC X(62) VALUE SPACES.
002150 01  NTC-AMOUNT-LINE.
002160     05 FILLER                  PIC X(24) VALUE
002170         "BALANCE PAST DUE       :".
002180     05 NTC-BALANCE             PIC ZZZ,ZZZ,ZZ9.99.
002190     05 FILLER                  PIC X(94) VALUE SPACES.
002200 01  NTC-AGE-LINE.
002210     05 FILLER                  PIC X(24) VALUE
002220         "OLDEST UNPAID CHARGE   :".
002230     05 NTC-OLDEST-DATE         PIC 9(08).
002240     05 FILLER                  PIC X(04) VALUE SPACES.
002250     05 NTC-AGE-DAYS            PIC ZZZZ9.
002260     05 FILLER                  PIC X(10) VALUE " DAYS".
002270     05 FILLER                  PIC X(81) VALUE SPACES.
002280 01  NTC-CLOSING-LINE.
002290     05 NTC-CLOSING-TEXT        PIC X(80).
002300     05 FILLER                  PIC X(52) VALUE SPACES.
002310 01  NTC-TOTAL-LINE.
002320     05 NTC-TOTAL-LABEL         PIC X(30).
002330     05 NTC-TOTAL-COUNT         PIC ZZZ,ZZ9.
002340     05 FILLER                  PIC X(95) VALUE SPACES.

002350 PROCEDURE DIVISION.

002360***************************************************************
002370* 0000-MAINLINE
002380***************************************************************
002390 0000-MAINLINE.
002400     MOVE "PASTDUE" TO IOC-PROGRAM
002410     ACCEPT WS-RUN-START-TIME FROM TIME
002420     PERFORM ZB-GET-BUSINESS-DATE
002430     MOVE BDT-BUSINESS-DATE TO DSR-DATE
002440     PERFORM DSR-CONVERT-DATE
002450     MOVE DSR-SERIAL-DAYS TO WS-TODAY-SERIAL
002460     MOVE ZEROES TO WS-NOTICE-COUNT (1)
002470     MOVE ZEROES TO WS-NOTICE-COUNT (2)
002480     MOVE ZEROES TO WS-NOTICE-COUNT (3)
002490     PERFORM 1000-LOAD-FINANCIAL-HOLDS
002500     OPEN INPUT STUDENT-IDENTITY
002510     OPEN OUTPUT NOTICE-PRINT
002520     OPEN EXTEND REPORT-ARCHIVE
002530     IF NOT RPTARCH-OK
002540         OPEN OUTPUT REPORT-ARCHIVE
002550     END-IF
002560     OPEN I-O DUE-STATUS-FILE
002570     IF NOT DUESTAT-OK
002580         CLOSE DUE-STATUS-FILE
002590         OPEN OUTPUT DUE-STATUS-FILE
002600         CLOSE DUE-STATUS-FILE
002610         OPEN I-O DUE-STATUS-FILE
002620     END-IF
002630     PERFORM 2000-AGE-LEDGER
002640     CLOSE DUE-STATUS-FILE
002650     CLOSE STUDENT-IDENTITY
002660     IF WS-HOLDS-RELEASED > 0
002670         PERFORM 5000-RELEASE-PAID-HOLDS
002680     END-IF
002690     IF WS-PLACE-COUNT > 0
002700         PERFORM 5500-PLACE-NEW-HOLDS
002710     END-IF
002720     PERFORM 7000-PRINT-RUN-TOTALS
002730     PERFORM 9100-WRITE-RUN-SUMMARY
002740     CLOSE NOTICE-PRINT
002750     CLOSE REPORT-ARCHIVE
002760     GOBACK.

002770***************************************************************
002780* 1000-LOAD-FINANCIAL-HOLDS
002790* Only the FIN1 holds this run owns are loaded; office holds
002800* keyed through holdMaint are never touched here.
002810***************************************************************
002820 1000-LOAD-FINANCIAL-HOLDS.
002830     MOVE ZEROES TO WS-HELD-COUNT
002840     MOVE "N" TO WS-HOLD-EOF-SWITCH
002850     OPEN INPUT STUDENT-HOLDS
002860     IF HOLD-FILE-OK
002870         PERFORM 1100-READ-HOLD
002880         PERFORM 1200-LOAD-ONE-HOLD UNTIL HOLD-EOF
002890         CLOSE STUDENT-HOLDS
002900     END-IF.

002910***************************************************************
002920* 1100-READ-HOLD
002930***************************************************************
002940 1100-READ-HOLD.
002950     READ STUDENT-HOLDS
002960         AT END SET HOLD-EOF TO TRUE
002970     END-READ.

002980***************************************************************
002990* 1200-LOAD-ONE-HOLD
003000***************************************************************
003010 1200-LOAD-ONE-HOLD.
003020     IF HD-ACTIVE AND HD-REASON-CODE = WS-FIN-HOLD-CODE
003030         IF WS-HELD-COUNT < WS-HELD-MAX
003040             ADD 1 TO WS-HELD-COUNT
003050             MOVE HD-STUDENT-ID TO
003060                 WS-HELD-STUDENT (WS-HELD-COUNT)
003070             MOVE "N" TO WS-HELD-RELEASE-FLAG (WS-HELD-COUNT)
003080             MOVE SPACES TO WS-HELD-NAME (WS-HELD-COUNT)
003090         ELSE
003100             DISPLAY "*** FIN1 HOLD TABLE FULL - hold for "
003110                 HD-STUDENT-ID " not reviewed ***"
003120         END-IF
003130     END-IF
003140     PERFORM 1100-READ-HOLD.

003150***************************************************************
003160* 2000-AGE-LEDGER
003170* STUACCT is keyed student then entry number, so reading it in
003180* key order gives each student's entries in posting order.
003190***************************************************************
003200 2000-AGE-LEDGER.
003210     MOVE "N" TO WS-LEDGER-EOF-SWITCH
003220     OPEN INPUT STUDENT-ACCOUNT
003230     IF NOT ACCOUNT-OK
003240         DISPLAY "No STUACCT ledger on file - nothing to age"
003250     ELSE
003260         PERFORM 2100-READ-LEDGER
003270         IF NOT LEDGER-EOF
003280             PERFORM 2200-START-STUDENT
003290         END-IF
003300         PERFORM 2300-AGE-ONE-ENTRY UNTIL LEDGER-EOF
003310         IF WS-STUDENTS-READ > 0
003320             PERFORM 3000-CLOSE-STUDENT
003330         END-IF
003340         CLOSE STUDENT-ACCOUNT
003350     END-IF.

003360***************************************************************
003370* 2100-READ-LEDGER
003380***************************************************************
003390 2100-READ-LEDGER.
003400     READ STUDENT-ACCOUNT NEXT RECORD
003410         AT END SET LEDGER-EOF TO TRUE
003420     END-READ.

003430***************************************************************
003440* 2200-START-STUDENT
003450***************************************************************
003460 2200-START-STUDENT.
003470     ADD 1 TO WS-STUDENTS-READ
003480     MOVE SA-STUDENT-ID TO WS-CURRENT-STUDENT
003490     MOVE ZEROES TO WS-CHARGE-COUNT
003500     MOVE 1 TO WS-OLDEST-SUB
003510     MOVE ZEROES TO WS-UNAPPLIED-CREDIT
003520     MOVE ZEROES TO WS-STUDENT-CHARGES
003530     MOVE ZEROES TO WS-STUDENT-CREDITS.

003540***************************************************************
003550* 2300-AGE-ONE-ENTRY
003560***************************************************************
003570 2300-AGE-ONE-ENTRY.
003580     IF SA-STUDENT-ID NOT = WS-CURRENT-STUDENT
003590         PERFORM 3000-CLOSE-STUDENT
003600         PERFORM 2200-START-STUDENT
003610     END-IF
003620     ADD 1 TO WS-ENTRIES-READ
003630     IF SA-CHARGE
003640         ADD SA-AMOUNT TO WS-STUDENT-CHARGES
003650         ADD SA-AMOUNT TO WS-TOTAL-CHARGES
003660         PERFORM 2400-ADD-CHARGE
003670     ELSE
003680         ADD SA-AMOUNT TO WS-STUDENT-CREDITS
003690         ADD SA-AMOUNT TO WS-TOTAL-CREDITS
003700         MOVE SA-AMOUNT TO WS-CREDIT-LEFT
003710         PERFORM 2500-APPLY-CREDIT
003720             UNTIL WS-CREDIT-LEFT = ZEROES
003730             OR WS-OLDEST-SUB > WS-CHARGE-COUNT
003740         ADD WS-CREDIT-LEFT TO WS-UNAPPLIED-CREDIT
003750     END-IF
003760     PERFORM 2100-READ-LEDGER.

003770***************************************************************
003780* 2400-ADD-CHARGE
003790* A credit already on the account (a payment ahead of the
003800* bill) is used up against the new charge before it opens.
003810***************************************************************
003820 2400-ADD-CHARGE.
003830     IF WS-UNAPPLIED-CREDIT NOT < SA-AMOUNT
003840         SUBTRACT SA-AMOUNT FROM WS-UNAPPLIED-CREDIT
003850     ELSE
003860         IF WS-CHARGE-COUNT < WS-CHARGE-MAX
003870             ADD 1 TO WS-CHARGE-COUNT
003880             MOVE SA-POST-DATE TO WS-CHG-DATE (WS-CHARGE-COUNT)
003890             COMPUTE WS-CHG-OPEN (WS-CHARGE-COUNT) =
003900                 SA-AMOUNT - WS-UNAPPLIED-CREDIT
003910         ELSE
003920             COMPUTE WS-CHG-OPEN (WS-CHARGE-COUNT) =
003930                 WS-CHG-OPEN (WS-CHARGE-COUNT)
003940                 + SA-AMOUNT - WS-UNAPPLIED-CREDIT
003950         END-IF
003960         MOVE ZEROES TO WS-UNAPPLIED-CREDIT
003970     END-IF.

003980***************************************************************
003990* 2500-APPLY-CREDIT
004000* Oldest open charge first.
004010***************************************************************
004020 2500-APPLY-CREDIT.
004030     IF WS-CHG-OPEN (WS-OLDEST-SUB) NOT > WS-CREDIT-LEFT
004040         SUBTRACT WS-CHG-OPEN (WS-OLDEST-SUB)
004050             FROM WS-CREDIT-LEFT
004060         MOVE ZEROES TO WS-CHG-OPEN (WS-OLDEST-SUB)
004070         ADD 1 TO WS-OLDEST-SUB
004080     ELSE
004090         SUBTRACT WS-CREDIT-LEFT
004100             FROM WS-CHG-OPEN (WS-OLDEST-SUB)
004110         MOVE ZEROES TO WS-CREDIT-LEFT
004120     END-IF.

004130***************************************************************
004140* 3000-CLOSE-STUDENT
004150* What is left open is the balance; the oldest open charge
004160* sets the age.  A paid-up student comes off DUESTAT and out
004170* of any FIN1 hold.
004180***************************************************************
004190 3000-CLOSE-STUDENT.
004200     MOVE ZEROES TO WS-STUDENT-BALANCE
004210     MOVE ZEROES TO WS-OLDEST-DUE-DATE
004220     MOVE ZEROES TO WS-AGE-DAYS
004230     PERFORM 3050-SUM-OPEN-CHARGE
004240         VARYING WS-CHG-SUB FROM WS-OLDEST-SUB BY 1
004250         UNTIL WS-CHG-SUB > WS-CHARGE-COUNT
004260     COMPUTE WS-TOTAL-BALANCES = WS-TOTAL-BALANCES
004270         + WS-STUDENT-BALANCE - WS-UNAPPLIED-CREDIT
004280     IF WS-STUDENT-BALANCE > ZEROES
004290         MOVE WS-CHG-DATE (WS-OLDEST-SUB) TO WS-OLDEST-DUE-DATE
004300         MOVE WS-OLDEST-DUE-DATE TO DSR-DATE
004310         PERFORM DSR-CONVERT-DATE
004320         IF WS-TODAY-SERIAL > DSR-SERIAL-DAYS
004330             COMPUTE WS-AGE-DAYS =
004340                 WS-TODAY-SERIAL - DSR-SERIAL-DAYS
004350         END-IF
004360     END-IF
004370     EVALUATE TRUE
004380         WHEN WS-STUDENT-BALANCE = ZEROES
004390             MOVE 0 TO WS-DUE-LEVEL
004400         WHEN WS-AGE-DAYS NOT < 90
004410             MOVE 3 TO WS-DUE-LEVEL
004420         WHEN WS-AGE-DAYS NOT < 60
004430             MOVE 2 TO WS-DUE-LEVEL
004440         WHEN WS-AGE-DAYS NOT < 30
004450             MOVE 1 TO WS-DUE-LEVEL
004460         WHEN OTHER
004470             MOVE 0 TO WS-DUE-LEVEL
004480     END-EVALUATE
004490     MOVE WS-CURRENT-STUDENT TO DS-STUDENT-ID
004500     READ DUE-STATUS-FILE
004510         INVALID KEY
004520             MOVE "N" TO WS-STATUS-FOUND-SWITCH
004530         NOT INVALID KEY
004540             MOVE "Y" TO WS-STATUS-FOUND-SWITCH
004550     END-READ
004560     PERFORM 3100-FIND-HELD-STUDENT
004570     IF WS-STUDENT-BALANCE = ZEROES
004580         PERFORM 3200-CLEAR-PAID-STUDENT
004590     ELSE
004600         IF NOT NOT-PAST-DUE
004610             ADD 1 TO WS-STUDENTS-PAST-DUE
004620             ADD WS-STUDENT-BALANCE TO WS-TOTAL-PAST-DUE
004630             PERFORM 3300-ESCALATE-STUDENT
004640         END-IF
004650     END-IF.

004660***************************************************************
004670* 3050-SUM-OPEN-CHARGE
004680***************************************************************
004690 3050-SUM-OPEN-CHARGE.
004700     ADD WS-CHG-OPEN (WS-CHG-SUB) TO WS-STUDENT-BALANCE.

004710***************************************************************
004720* 3100-FIND-HELD-STUDENT
004730***************************************************************
004740 3100-FIND-HELD-STUDENT.
004750     MOVE "N" TO WS-HELD-FOUND-SWITCH
004760     MOVE 1 TO WS-HELD-SUB
004770     PERFORM 3110-TEST-HELD-ENTRY
004780         UNTIL HELD-FOUND OR WS-HELD-SUB > WS-HELD-COUNT.

004790***************************************************************
004800* 3110-TEST-HELD-ENTRY
004810***************************************************************
004820 3110-TEST-HELD-ENTRY.
004830     IF WS-HELD-STUDENT (WS-HELD-SUB) = WS-CURRENT-STUDENT
004840         SET HELD-FOUND TO TRUE
004850     ELSE
004860         ADD 1 TO WS-HELD-SUB
004870     END-IF.

004880***************************************************************
004890* 3200-CLEAR-PAID-STUDENT
004900***************************************************************
004910 3200-CLEAR-PAID-STUDENT.
004920     IF STATUS-FOUND
004930         DELETE DUE-STATUS-FILE
004940             INVALID KEY
004950                 CONTINUE
004960         END-DELETE
004970     END-IF
004980     IF HELD-FOUND
004990         PERFORM 4900-LOOKUP-STUDENT
005000         MOVE "Y" TO WS-HELD-RELEASE-FLAG (WS-HELD-SUB)
005010         MOVE WS-STUDENT-NAME TO WS-HELD-NAME (WS-HELD-SUB)
005020         ADD 1 TO WS-HOLDS-RELEASED
005030     END-IF.

005040***************************************************************
005050* 3300-ESCALATE-STUDENT
005060* A notice prints only when the balance ages into a bracket
005070* not already noticed.  The hold goes on at 60 days if no FIN1
005080* hold is already active.
005090***************************************************************
005100 3300-ESCALATE-STUDENT.
005110     PERFORM 4900-LOOKUP-STUDENT
005120     IF NOT STATUS-FOUND
005130         MOVE WS-CURRENT-STUDENT TO DS-STUDENT-ID
005140         MOVE ZERO TO DS-NOTICE-LEVEL
005150         MOVE ZEROES TO DS-NOTICE-DATE
005160     END-IF
005170     IF WS-DUE-LEVEL > DS-NOTICE-LEVEL
005180         PERFORM 4000-PRINT-NOTICE
005190         MOVE WS-DUE-LEVEL TO DS-NOTICE-LEVEL
005200         MOVE BDT-BUSINESS-DATE TO DS-NOTICE-DATE
005210     END-IF
005220     MOVE WS-OLDEST-DUE-DATE TO DS-OLDEST-DUE-DATE
005230     MOVE WS-STUDENT-BALANCE TO DS-BALANCE
005240     IF STATUS-FOUND
005250         REWRITE DUE-STATUS-RECORD
005260     ELSE
005270         WRITE DUE-STATUS-RECORD
005280     END-IF
005290     MOVE WS-DUESTAT-STATUS TO IOC-STATUS
005300     MOVE "DUESTAT" TO IOC-FILE-NAME
005310     PERFORM ZZ-CHECK-WRITE
005320     IF WS-DUE-LEVEL NOT < 2 AND NOT HELD-FOUND
005330         IF WS-PLACE-COUNT < WS-HELD-MAX
005340             ADD 1 TO WS-PLACE-COUNT
005350             MOVE WS-CURRENT-STUDENT TO
005360                 WS-PLACE-STUDENT (WS-PLACE-COUNT)
005370             MOVE WS-STUDENT-NAME TO
005380                 WS-PLACE-NAME (WS-PLACE-COUNT)
005390         ELSE
005400             ADD 1 TO WS-HOLDS-NOT-PLACED
005410         END-IF
005420     END-IF.

005430***************************************************************
005440* 4000-PRINT-NOTICE
005450* One page per notice so each can be mailed as printed.
005460***************************************************************
005470 4000-PRINT-NOTICE.
005480     ADD 1 TO WS-NOTICES-PRINTED
005490     ADD 1 TO WS-NOTICE-COUNT (WS-DUE-LEVEL)
005500     MOVE BDT-BUSINESS-DATE TO NTC-TITLE-DATE
005510     WRITE PRINT-LINE FROM NTC-TITLE-LINE
005520         AFTER ADVANCING PAGE
005530     PERFORM 8000-ARCHIVE-PRINT-LINE
005540     MOVE WS-CURRENT-STUDENT TO NTC-STUDENT-ID
005550     MOVE WS-STUDENT-NAME TO NTC-STUDENT-NAME
005560     WRITE PRINT-LINE FROM NTC-STUDENT-LINE
005570         AFTER ADVANCING 3 LINES
005580     PERFORM 8000-ARCHIVE-PRINT-LINE
005590     EVALUATE TRUE
005600         WHEN DUE-30-DAYS
005610             MOVE SPACES TO NTC-LEVEL-TEXT
005612             STRING "FIRST NOTICE - YOUR ACCOUNT "
005615                 "IS 30 DAYS PAST DUE" DELIMITED BY SIZE
005620                 INTO NTC-LEVEL-TEXT
005630             MOVE "PLEASE REMIT THE BALANCE BELOW TO THE BURSAR."
005640                 TO NTC-CLOSING-TEXT
005650         WHEN DUE-60-DAYS
005660             MOVE SPACES TO NTC-LEVEL-TEXT
005662             STRING "SECOND NOTICE - YOUR ACCOUNT "
005665                 "IS 60 DAYS PAST DUE" DELIMITED BY SIZE
005670                 INTO NTC-LEVEL-TEXT
005680             MOVE SPACES TO NTC-CLOSING-TEXT
005685             STRING "A FINANCIAL HOLD NOW BLOCKS REGISTRATION "
005690                 "UNTIL THE BALANCE IS PAID." DELIMITED BY SIZE
005695                 INTO NTC-CLOSING-TEXT
005700         WHEN OTHER
005710             MOVE SPACES TO NTC-LEVEL-TEXT
005712             STRING "FINAL NOTICE - YOUR ACCOUNT "
005715                 "IS 90 DAYS PAST DUE" DELIMITED BY SIZE
005720                 INTO NTC-LEVEL-TEXT
005730             MOVE SPACES TO NTC-CLOSING-TEXT
005735             STRING "REGISTRATION REMAINS ON HOLD.  CONTACT THE "
005740                 "BURSAR'S OFFICE WITHOUT DELAY."
005750                 DELIMITED BY SIZE INTO NTC-CLOSING-TEXT
005760     END-EVALUATE
005770     WRITE PRINT-LINE FROM NTC-LEVEL-LINE
005780         AFTER ADVANCING 2 LINES
005790     PERFORM 8000-ARCHIVE-PRINT-LINE
005800     MOVE WS-STUDENT-BALANCE TO NTC-BALANCE
005810     WRITE PRINT-LINE FROM NTC-AMOUNT-LINE
005820         AFTER ADVANCING 2 LINES
005830     PERFORM 8000-ARCHIVE-PRINT-LINE
005840     MOVE WS-OLDEST-DUE-DATE TO NTC-OLDEST-DATE
005850     MOVE WS-AGE-DAYS TO NTC-AGE-DAYS
005860     WRITE PRINT-LINE FROM NTC-AGE-LINE
005870         AFTER ADVANCING 1 LINE
005880     PERFORM 8000-ARCHIVE-PRINT-LINE
005890     WRITE PRINT-LINE FROM NTC-CLOSING-LINE
005900         AFTER ADVANCING 2 LINES
005910     PERFORM 8000-ARCHIVE-PRINT-LINE.

005920***************************************************************
005930* 4900-LOOKUP-STUDENT
005940***************************************************************
005950 4900-LOOKUP-STUDENT.
005960     MOVE SPACES TO WS-STUDENT-NAME
005970     MOVE WS-CURRENT-STUDENT TO SI-STUDENT-ID
005980     READ STUDENT-IDENTITY
005990         INVALID KEY
006000             MOVE "*** NOT ON IDENTITY ***" TO WS-STUDENT-NAME
006010         NOT INVALID KEY
006020             MOVE SI-STUDENT-NAME TO WS-STUDENT-NAME
006030     END-READ.

006040***************************************************************
006050* 5000-RELEASE-PAID-HOLDS
006060* One pass over STUHOLD releases every FIN1 hold flagged paid.
006070***************************************************************
006080 5000-RELEASE-PAID-HOLDS.
006090     MOVE "N" TO WS-HOLD-EOF-SWITCH
006100     OPEN I-O STUDENT-HOLDS
006110     IF HOLD-FILE-OK
006120         PERFORM 1100-READ-HOLD
006130         PERFORM 5100-RELEASE-ONE-HOLD UNTIL HOLD-EOF
006140         CLOSE STUDENT-HOLDS
006150     END-IF
006160     MOVE "HOLDREL " TO WS-AUDIT-RESULT
006170     PERFORM 5200-AUDIT-RELEASE
006180         VARYING WS-HELD-SUB FROM 1 BY 1
006190         UNTIL WS-HELD-SUB > WS-HELD-COUNT.

006200***************************************************************
006210* 5100-RELEASE-ONE-HOLD
006220***************************************************************
006230 5100-RELEASE-ONE-HOLD.
006240     IF HD-ACTIVE AND HD-REASON-CODE = WS-FIN-HOLD-CODE
006250         MOVE HD-STUDENT-ID TO WS-CURRENT-STUDENT
006260         PERFORM 3100-FIND-HELD-STUDENT
006270         IF HELD-FOUND
006280             IF HELD-TO-RELEASE (WS-HELD-SUB)
006290                 MOVE "R" TO HD-STATUS
006300                 MOVE BDT-BUSINESS-DATE TO HD-RELEASED-DATE
006310                 REWRITE HOLD-RECORD
006320                 MOVE WS-HOLD-STATUS TO IOC-STATUS
006330                 MOVE "STUHOLD" TO IOC-FILE-NAME
006340                 PERFORM ZZ-CHECK-WRITE
006350             END-IF
006360         END-IF
006370     END-IF
006380     PERFORM 1100-READ-HOLD.

006390***************************************************************
006400* 5200-AUDIT-RELEASE
006410***************************************************************
006420 5200-AUDIT-RELEASE.
006430     IF HELD-TO-RELEASE (WS-HELD-SUB)
006440         MOVE WS-HELD-NAME (WS-HELD-SUB) TO WS-STUDENT-NAME
006450         DISPLAY "FIN1 hold released for "
006460             WS-HELD-STUDENT (WS-HELD-SUB) " - balance paid"
006470         PERFORM 6000-WRITE-AUDIT-RECORD
006480     END-IF.

006490***************************************************************
006500* 5500-PLACE-NEW-HOLDS
006510***************************************************************
006520 5500-PLACE-NEW-HOLDS.
006530     OPEN EXTEND STUDENT-HOLDS
006540     IF NOT HOLD-FILE-OK
006550         OPEN OUTPUT STUDENT-HOLDS
006560     END-IF
006570     PERFORM 5600-PLACE-ONE-HOLD
006580         VARYING WS-PLACE-SUB FROM 1 BY 1
006590         UNTIL WS-PLACE-SUB > WS-PLACE-COUNT
006600     CLOSE STUDENT-HOLDS
006610     MOVE "HOLDPLCD" TO WS-AUDIT-RESULT
006620     PERFORM 5700-AUDIT-PLACEMENT
006630         VARYING WS-PLACE-SUB FROM 1 BY 1
006640         UNTIL WS-PLACE-SUB > WS-PLACE-COUNT.

006650***************************************************************
006660* 5600-PLACE-ONE-HOLD
006670***************************************************************
006680 5600-PLACE-ONE-HOLD.
006690     MOVE WS-PLACE-STUDENT (WS-PLACE-SUB) TO HD-STUDENT-ID
006700     MOVE WS-FIN-HOLD-CODE TO HD-REASON-CODE
006710     MOVE "Tuition 60 days past due" TO HD-REASON-TEXT
006720     MOVE BDT-BUSINESS-DATE TO HD-PLACED-DATE
006730     MOVE ZEROES TO HD-RELEASED-DATE
006740     MOVE "A" TO HD-STATUS
006750     WRITE HOLD-RECORD
006760     MOVE WS-HOLD-STATUS TO IOC-STATUS
006770     MOVE "STUHOLD" TO IOC-FILE-NAME
006780     PERFORM ZZ-CHECK-WRITE
006790     ADD 1 TO WS-HOLDS-PLACED.

006800***************************************************************
006810* 5700-AUDIT-PLACEMENT
006820***************************************************************
006830 5700-AUDIT-PLACEMENT.
006840     MOVE WS-PLACE-NAME (WS-PLACE-SUB) TO WS-STUDENT-NAME
006850     DISPLAY "FIN1 hold placed on "
006860         WS-PLACE-STUDENT (WS-PLACE-SUB) " - 60 days past due"
006870     PERFORM 6000-WRITE-AUDIT-RECORD.

006880***************************************************************
006890* 6000-WRITE-AUDIT-RECORD
006900* Same trail entry holdMaint writes, stamped with this run's
006910* program name where the office stamps its operator.
006920***************************************************************
006930 6000-WRITE-AUDIT-RECORD.
006940     OPEN EXTEND REGISTRATION-AUDIT
006950     IF NOT AUDIT-OK
006960         OPEN OUTPUT REGISTRATION-AUDIT
006970     END-IF
006980     MOVE WS-STUDENT-NAME TO AR-STUDENT-NAME
006990     MOVE SPACES TO AR-DATE
007000     MOVE WS-AUDIT-RESULT TO AR-RESULT
007010     MOVE BDT-BUSINESS-DATE TO AR-RUN-DATE
007020     ACCEPT AR-TIMESTAMP FROM TIME
007030     MOVE "PASTDUE" TO AR-OPERATOR
007040     PERFORM ZS-GET-AUDIT-SEAL
007050     WRITE AUDIT-RECORD
007060     MOVE WS-AUDIT-STATUS TO IOC-STATUS
007070     MOVE "REGAUDT" TO IOC-FILE-NAME
007080     PERFORM ZZ-CHECK-WRITE
007090     PERFORM ZS-POST-AUDIT-SEAL
007100     CLOSE REGISTRATION-AUDIT.

007110***************************************************************
007120* 7000-PRINT-RUN-TOTALS
007130* Charges less credits read must equal the balances carried
007140* out, student by student, or the aging itself is wrong.
007150***************************************************************
007160 7000-PRINT-RUN-TOTALS.
007170     COMPUTE WS-TOTAL-NET = WS-TOTAL-CHARGES - WS-TOTAL-CREDITS
007180     IF WS-TOTAL-NET NOT = WS-TOTAL-BALANCES
007190         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
007200     END-IF
007210     MOVE BDT-BUSINESS-DATE TO NTC-TITLE-DATE
007220     WRITE PRINT-LINE FROM NTC-TITLE-LINE
007230         AFTER ADVANCING PAGE
007240     PERFORM 8000-ARCHIVE-PRINT-LINE
007250     MOVE "STUDENTS ON LEDGER     :" TO NTC-TOTAL-LABEL
007260     MOVE WS-STUDENTS-READ TO NTC-TOTAL-COUNT
007270     WRITE PRINT-LINE FROM NTC-TOTAL-LINE
007280         AFTER ADVANCING 3 LINES
007290     PERFORM 8000-ARCHIVE-PRINT-LINE
007300     MOVE "STUDENTS PAST DUE      :" TO NTC-TOTAL-LABEL
007310     MOVE WS-STUDENTS-PAST-DUE TO NTC-TOTAL-COUNT
007320     PERFORM 7100-PRINT-TOTAL-LINE
007330     MOVE "30-DAY NOTICES         :" TO NTC-TOTAL-LABEL
007340     MOVE WS-NOTICE-COUNT (1) TO NTC-TOTAL-COUNT
007350     PERFORM 7100-PRINT-TOTAL-LINE
007360     MOVE "60-DAY NOTICES         :" TO NTC-TOTAL-LABEL
007370     MOVE WS-NOTICE-COUNT (2) TO NTC-TOTAL-COUNT
007380     PERFORM 7100-PRINT-TOTAL-LINE
007390     MOVE "90-DAY NOTICES         :" TO NTC-TOTAL-LABEL
007400     MOVE WS-NOTICE-COUNT (3) TO NTC-TOTAL-COUNT
007410     PERFORM 7100-PRINT-TOTAL-LINE
007420     MOVE "FIN1 HOLDS PLACED      :" TO NTC-TOTAL-LABEL
007430     MOVE WS-HOLDS-PLACED TO NTC-TOTAL-COUNT
007440     PERFORM 7100-PRINT-TOTAL-LINE
007450     MOVE "FIN1 HOLDS RELEASED    :" TO NTC-TOTAL-LABEL
007460     MOVE WS-HOLDS-RELEASED TO NTC-TOTAL-COUNT
007470     PERFORM 7100-PRINT-TOTAL-LINE
007480     IF WS-HOLDS-NOT-PLACED > 0
007490         MOVE "*** HOLDS NOT PLACED   :" TO NTC-TOTAL-LABEL
007500         MOVE WS-HOLDS-NOT-PLACED TO NTC-TOTAL-COUNT
007510         PERFORM 7100-PRINT-TOTAL-LINE
007520     END-IF
007530     MOVE WS-TOTAL-PAST-DUE TO WS-AMOUNT-OUT
007540     STRING "PAST-DUE BALANCES      : " WS-AMOUNT-OUT
007550         DELIMITED BY SIZE INTO NTC-CLOSING-TEXT
007560     WRITE PRINT-LINE FROM NTC-CLOSING-LINE
007570         AFTER ADVANCING 2 LINES
007580     PERFORM 8000-ARCHIVE-PRINT-LINE
007590     IF WS-CONTROL-RESULT = "BALANCED"
007600         MOVE SPACES TO NTC-CLOSING-TEXT
007605         STRING "LEDGER CHARGES LESS CREDITS TIE TO THE BALANCES "
007610             "AGED" DELIMITED BY SIZE INTO NTC-CLOSING-TEXT
007620     ELSE
007630         MOVE SPACES TO NTC-CLOSING-TEXT
007635         STRING "*** OUT OF BALANCE - LEDGER NET DOES NOT EQUAL "
007640             "THE BALANCES AGED ***" DELIMITED BY SIZE
007645             INTO NTC-CLOSING-TEXT
007650         MOVE 4 TO RETURN-CODE
007660     END-IF
007670     WRITE PRINT-LINE FROM NTC-CLOSING-LINE
007680         AFTER ADVANCING 2 LINES
007690     PERFORM 8000-ARCHIVE-PRINT-LINE
007700     DISPLAY "-----------------------------------"
007710     DISPLAY "Ledger entries read : " WS-ENTRIES-READ
007720     DISPLAY "Students past due   : " WS-STUDENTS-PAST-DUE
007730     DISPLAY "Notices printed     : " WS-NOTICES-PRINTED
007740     DISPLAY "FIN1 holds placed   : " WS-HOLDS-PLACED
007750     DISPLAY "FIN1 holds released : " WS-HOLDS-RELEASED
007760     DISPLAY NTC-CLOSING-TEXT.

007770***************************************************************
007780* 7100-PRINT-TOTAL-LINE
007790***************************************************************
007800 7100-PRINT-TOTAL-LINE.
007810     WRITE PRINT-LINE FROM NTC-TOTAL-LINE
007820         AFTER ADVANCING 1 LINE
007830     PERFORM 8000-ARCHIVE-PRINT-LINE.

007840***************************************************************
007850* 8000-ARCHIVE-PRINT-LINE
007860***************************************************************
007870 8000-ARCHIVE-PRINT-LINE.
007880     MOVE "DUENOTC" TO RP-REPORT-NAME
007890     MOVE BDT-BUSINESS-DATE TO RP-RUN-DATE
007900     MOVE 1 TO RP-PAGE
007910     ADD 1 TO WS-ARCH-LINE-SEQ
007920     MOVE WS-ARCH-LINE-SEQ TO RP-LINE-SEQ
007930     MOVE PRINT-LINE TO RP-PRINT-LINE
007940     WRITE REPORT-ARCHIVE-RECORD
007950     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
007960     MOVE "RPTARCH" TO IOC-FILE-NAME
007970     PERFORM ZZ-CHECK-WRITE.

007980***************************************************************
007990* 9100-WRITE-RUN-SUMMARY
008000***************************************************************
008010 9100-WRITE-RUN-SUMMARY.
008020     OPEN EXTEND RUN-LOG-FILE
008030     IF NOT RUNLOG-OK
008040         OPEN OUTPUT RUN-LOG-FILE
008050     END-IF
008060     MOVE "PASTDUE" TO RS-PROGRAM
008070     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
008080     ACCEPT RS-RUN-TIME FROM TIME
008090     MOVE WS-RUN-START-TIME TO RS-START-TIME
008100     MOVE WS-ENTRIES-READ TO RS-RECORDS-READ
008110     MOVE WS-NOTICES-PRINTED TO RS-RECORDS-POSTED
008120     MOVE WS-HOLDS-NOT-PLACED TO RS-RECORDS-REJECTED
008130     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
008140     WRITE RUN-SUMMARY-RECORD
008150     CLOSE RUN-LOG-FILE.

008160***************************************************************
008170* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
008180***************************************************************
008190     COPY DSERPRC.

008200***************************************************************
008210* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
008220***************************************************************
008230     COPY IOCHKPRC.

008240***************************************************************
008250* ZS audit-seal routines (from the shared SEALPRC copybook)
008260***************************************************************
008270     COPY SEALPRC.

008280*****************************************************************
008290* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
008300*****************************************************************
008310     COPY BIZDTPRC.
