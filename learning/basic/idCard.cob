000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. idCard.
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
000130* 2026-10-15  RSG Original -- nightly student ID card production.
000140*                 Walks the STUIDNT identity master against the
000150*                 CARDISS card issue register and cuts a card
000160*                 for every student added since the last run
000170*                 (no card on the register yet) or renamed
000180*                 since the last run (the name on the current
000190*                 card no longer matches the identity master),
000200*                 plus a replacement for every student named on
000210*                 a lost-card SYSIN card.  Each card goes to the
000220*                 fixed-format CARDPRT card-printer file with
000230*                 the name, student ID, bar-code data and check
000240*                 digit, the TERMCTL current term and the issue
000250*                 date, and is entered on CARDISS.  A reissue
000260*                 carries the student's reissue count and voids
000270*                 the card it replaces on the register, so the
000280*                 old card is refused at the Accept sign-in.
000290***************************************************************

000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS SI-STUDENT-ID
000370         FILE STATUS IS WS-IDENT-STATUS.
000380     SELECT CARD-REGISTER ASSIGN TO "CARDISS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CI-CARD-NUMBER
000420         FILE STATUS IS WS-CARDISS-STATUS.
000430     SELECT CARD-PRINT-FILE ASSIGN TO "CARDPRT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CARDPRT-STATUS.
000460     SELECT TERM-CONTROL ASSIGN TO "TERMCTL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-TERMCTL-STATUS.
000490     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-RUNLOG-STATUS.
000520     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-OPSLOG-STATUS.
000550     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-BIZDT-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  STUDENT-IDENTITY.
000610     COPY STUIDNT.

000620 FD  CARD-REGISTER.
000630     COPY CARDISS.

000640 FD  CARD-PRINT-FILE.
000650     COPY CARDPRT.

000660 FD  TERM-CONTROL.
000670     COPY TERMCTL.

000680 FD  RUN-LOG-FILE.
000690     COPY RUNSUM.

000700 FD  OPS-ERROR-LOG.
000710     COPY OPSERR.

000720 FD  BUSINESS-DATE-FILE.
000730     COPY BIZDATE.

000740 WORKING-STORAGE SECTION.
000750     COPY BIZDTWS.
000760     COPY IOCHKWS.
000770     COPY CARDWS.
000780 01  WS-IDENT-STATUS            PIC X(02).
000790     88 IDENT-OK                VALUE "00".
000800 01  WS-CARDISS-STATUS          PIC X(02).
000810     88 CARDISS-OK              VALUE "00".
000820 01  WS-CARDPRT-STATUS          PIC X(02).
000830     88 CARDPRT-OK              VALUE "00".
000840 01  WS-TERMCTL-STATUS          PIC X(02).
000850     88 TERMCTL-OK              VALUE "00".
000860 01  WS-RUNLOG-STATUS           PIC X(02).
000870     88 RUNLOG-OK               VALUE "00".
000880 01  WS-IDENT-EOF-SWITCH        PIC X(01) VALUE "N".
000890     88 IDENT-EOF               VALUE "Y".
000900 01  WS-CARD-SCAN-SWITCH        PIC X(01) VALUE "N".
000910     88 CARD-SCAN-DONE          VALUE "Y".
000920 01  WS-CARD-FOUND-SWITCH       PIC X(01) VALUE "N".
000930     88 CARD-ON-FILE            VALUE "Y".
000940 01  WS-LOST-SWITCH             PIC X(01) VALUE "N".
000950     88 LOST-CARD-REPORTED      VALUE "Y".
000960 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
000970 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
000980 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
000990*
001000* the student's current card -- the last one on the register.
001010 01  WS-CUR-CARD-NUMBER         PIC 9(09) VALUE ZEROES.
001020 01  WS-CUR-ISSUE-SEQ           PIC 9(02) VALUE ZEROES.
001030 01  WS-CUR-CARD-NAME           PIC X(25) VALUE SPACES.
001040 01  WS-CUR-CARD-STATUS         PIC X(01) VALUE SPACES.
001050     88 CUR-CARD-ACTIVE         VALUE "A".
001060*
001070* the card about to be cut.
001080 01  WS-NEW-CARD-NUMBER         PIC 9(09) VALUE ZEROES.
001090 01  WS-NEW-ISSUE-SEQ           PIC 9(02) VALUE ZEROES.
001100 01  WS-REISSUE-COUNT           PIC 9(02) VALUE ZEROES.
001110 01  WS-ISSUE-REASON            PIC X(01) VALUE SPACES.
001120     88 ISSUE-NEW               VALUE "N".
001130     88 ISSUE-RENAMED           VALUE "R".
001140     88 ISSUE-LOST              VALUE "L".
001150     88 NO-CARD-NEEDED          VALUE SPACE.
001160 01  WS-REASON-TEXT             PIC X(11) VALUE SPACES.
001170 01  WS-MAX-ISSUE-SEQ           PIC 9(02) VALUE 99.
001180*
001190* lost-card replacement requests off SYSIN, one student ID per
001200* card, ended by an END card.
001210 01  WS-LOST-CARD-IN            PIC X(08) VALUE SPACES.
001220 01  WS-LOST-CARD-FIELDS REDEFINES WS-LOST-CARD-IN.
001230     05 WS-LOST-ID-IN           PIC X(06).
001240     05 WS-LOST-ID-IN-N REDEFINES WS-LOST-ID-IN
001250                                PIC 9(06).
001260     05 WS-LOST-FILLER-IN       PIC X(02).
001270 01  WS-LOST-MAX                PIC 9(03) VALUE 100.
001280 01  WS-LOST-COUNT              PIC 9(03) VALUE ZEROES.
001290 01  WS-LOST-SUB                PIC 9(03) VALUE ZEROES.
001300 01  WS-LOST-TABLE.
001310     05 WS-LOST-ENTRY           OCCURS 100 TIMES.
001320         10 WS-LOST-ID          PIC 9(06).
001330         10 WS-LOST-DONE        PIC X(01).
001340*
001350* run counts.
001360 01  WS-IDENTITIES-READ         PIC 9(06) VALUE ZEROES.
001370 01  WS-UNCHANGED-COUNT         PIC 9(06) VALUE ZEROES.
001380 01  WS-CARDS-ISSUED            PIC 9(06) VALUE ZEROES.
001390 01  WS-NEW-COUNT               PIC 9(06) VALUE ZEROES.
001400 01  WS-RENAMED-COUNT           PIC 9(06) VALUE ZEROES.
001410 01  WS-LOST-ISSUED-COUNT       PIC 9(06) VALUE ZEROES.
001420 01  WS-VOIDED-COUNT            PIC 9(06) VALUE ZEROES.
001430 01  WS-EXHAUSTED-COUNT         PIC 9(06) VALUE ZEROES.
001440 01  WS-REJECTED-COUNT          PIC 9(06) VALUE ZEROES.

001450 PROCEDURE DIVISION.

001460***************************************************************
001470* 0000-MAINLINE
001480***************************************************************
001490 0000-MAINLINE.
001500     MOVE "IDCARD" TO IOC-PROGRAM
001510     ACCEPT WS-RUN-START-TIME FROM TIME
001520     PERFORM ZB-GET-BUSINESS-DATE
001530     PERFORM 0500-GET-CURRENT-TERM
001540     PERFORM 1000-TAKE-LOST-CARDS
001550     OPEN INPUT STUDENT-IDENTITY
001560     IF NOT IDENT-OK
001570         DISPLAY "*** NO STUIDNT IDENTITY MASTER - no cards, job "
001580             "ABORTED ***"
001590         MOVE 8 TO RETURN-CODE
001600         STOP RUN
001610     END-IF
001620     PERFORM 1500-OPEN-CARD-REGISTER
001630     OPEN OUTPUT CARD-PRINT-FILE
001640     PERFORM 2000-READ-IDENTITY
001650     PERFORM 3000-CHECK-ONE-IDENTITY UNTIL IDENT-EOF
001660     CLOSE STUDENT-IDENTITY
001670     CLOSE CARD-REGISTER
001680     CLOSE CARD-PRINT-FILE
001690     PERFORM 5000-REPORT-UNMATCHED-LOST
001700         VARYING WS-LOST-SUB FROM 1 BY 1
001710         UNTIL WS-LOST-SUB > WS-LOST-COUNT
001720     DISPLAY "-----------------------------------"
001730     DISPLAY "Identities read      : " WS-IDENTITIES-READ
001740     DISPLAY "Card unchanged       : " WS-UNCHANGED-COUNT
001750     DISPLAY "Cards issued         : " WS-CARDS-ISSUED
001760     DISPLAY "  New students       : " WS-NEW-COUNT
001770     DISPLAY "  Renamed            : " WS-RENAMED-COUNT
001780     DISPLAY "  Lost card replaced : " WS-LOST-ISSUED-COUNT
001790     DISPLAY "Old cards voided     : " WS-VOIDED-COUNT
001800     DISPLAY "Card numbers used up : " WS-EXHAUSTED-COUNT
001810     DISPLAY "Lost cards rejected  : " WS-REJECTED-COUNT
001820     IF WS-IDENTITIES-READ NOT = WS-UNCHANGED-COUNT
001830         + WS-CARDS-ISSUED + WS-EXHAUSTED-COUNT
001840         OR WS-CARDS-ISSUED NOT = WS-NEW-COUNT
001850         + WS-RENAMED-COUNT + WS-LOST-ISSUED-COUNT
001860         DISPLAY "Control total        : *** OUT OF BALANCE ***"
001870         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
001880     ELSE
001890         DISPLAY "Control total        : TIES OUT"
001900     END-IF
001910     IF WS-EXHAUSTED-COUNT > 0 OR WS-REJECTED-COUNT > 0
001920         MOVE 4 TO RETURN-CODE
001930     END-IF
001940     PERFORM 9100-WRITE-RUN-SUMMARY
001950     GOBACK.

001960***************************************************************
001970* 0500-GET-CURRENT-TERM
001980* Every card cut tonight is issued for the term still open on
001990* the control record.
002000***************************************************************
002010 0500-GET-CURRENT-TERM.
002020     OPEN INPUT TERM-CONTROL
002030     IF NOT TERMCTL-OK
002040         DISPLAY "*** NO TERMCTL CONTROL RECORD - no term for "
002050             "the cards, job ABORTED ***"
002060         MOVE 8 TO RETURN-CODE
002070         STOP RUN
002080     END-IF
002090     READ TERM-CONTROL
002100         AT END
002110             MOVE SPACES TO WS-CURRENT-TERM
002120         NOT AT END
002130             MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
002140     END-READ
002150     CLOSE TERM-CONTROL
002160     IF WS-CURRENT-TERM = SPACES
002170         DISPLAY "*** TERMCTL CARRIES NO CURRENT TERM - job "
002180             "ABORTED ***"
002190         MOVE 8 TO RETURN-CODE
002200         STOP RUN
002210     END-IF.

002220***************************************************************
002230* 1000-TAKE-LOST-CARDS
002240* The registrar's lost-card reports for the day, one student ID
002250* per SYSIN card, ended by an END card (or the end of the
002260* deck).  A card that is not a student ID is reported and
002270* skipped; the rest of the deck still applies.
002280***************************************************************
002290 1000-TAKE-LOST-CARDS.
002300     MOVE ZEROES TO WS-LOST-COUNT
002310     DISPLAY "Lost-card replacements (student ID), END to finish:"
002320     PERFORM 1100-ACCEPT-LOST-CARD
002330     PERFORM 1200-TAKE-ONE-LOST-CARD
002340         UNTIL WS-LOST-CARD-IN = "END"
002350         OR WS-LOST-CARD-IN = SPACES.

002360***************************************************************
002370* 1100-ACCEPT-LOST-CARD
002380***************************************************************
002390 1100-ACCEPT-LOST-CARD.
002400     MOVE SPACES TO WS-LOST-CARD-IN
002410     ACCEPT WS-LOST-CARD-IN.

002420***************************************************************
002430* 1200-TAKE-ONE-LOST-CARD
002440***************************************************************
002450 1200-TAKE-ONE-LOST-CARD.
002460     IF WS-LOST-ID-IN NOT NUMERIC
002470         OR WS-LOST-FILLER-IN NOT = SPACES
002480         DISPLAY "*** LOST-CARD CARD '" WS-LOST-CARD-IN
002490             "' IS NOT A STUDENT ID - skipped ***"
002500         ADD 1 TO WS-REJECTED-COUNT
002510     ELSE
002520         IF WS-LOST-COUNT < WS-LOST-MAX
002530             ADD 1 TO WS-LOST-COUNT
002540             MOVE WS-LOST-ID-IN-N TO WS-LOST-ID (WS-LOST-COUNT)
002550             MOVE "N" TO WS-LOST-DONE (WS-LOST-COUNT)
002560         ELSE
002570             DISPLAY "*** MORE THAN " WS-LOST-MAX
002580                 " LOST CARDS - " WS-LOST-ID-IN
002590                 " skipped, resubmit tomorrow ***"
002600             ADD 1 TO WS-REJECTED-COUNT
002610         END-IF
002620     END-IF
002630     PERFORM 1100-ACCEPT-LOST-CARD.

002640***************************************************************
002650* 1500-OPEN-CARD-REGISTER
002660* The first run finds no register and starts an empty one.
002670***************************************************************
002680 1500-OPEN-CARD-REGISTER.
002690     OPEN I-O CARD-REGISTER
002700     IF NOT CARDISS-OK
002710         OPEN OUTPUT CARD-REGISTER
002720         CLOSE CARD-REGISTER
002730         OPEN I-O CARD-REGISTER
002740     END-IF
002750     IF NOT CARDISS-OK
002760         DISPLAY "*** CARDISS CARD REGISTER WILL NOT OPEN - "
002770             "STATUS " WS-CARDISS-STATUS " - job ABORTED ***"
002780         CLOSE STUDENT-IDENTITY
002790         MOVE 8 TO RETURN-CODE
002800         STOP RUN
002810     END-IF.

002820***************************************************************
002830* 2000-READ-IDENTITY
002840***************************************************************
002850 2000-READ-IDENTITY.
002860     READ STUDENT-IDENTITY NEXT RECORD
002870         AT END SET IDENT-EOF TO TRUE
002880     END-READ.

002890***************************************************************
002900* 3000-CHECK-ONE-IDENTITY
002910* A student with no active card gets a new one; a lost card
002920* reported today is replaced; a name that no longer matches the
002930* current card (nameChange since the card was cut) is
002940* reissued.  Everyone else already holds the right card.
002950***************************************************************
002960 3000-CHECK-ONE-IDENTITY.
002970     ADD 1 TO WS-IDENTITIES-READ
002980     PERFORM 3100-FIND-CURRENT-CARD
002990     PERFORM 3200-CHECK-LOST-CARD
003000     EVALUATE TRUE
003010         WHEN NOT CARD-ON-FILE
003020             MOVE "N" TO WS-ISSUE-REASON
003030         WHEN NOT CUR-CARD-ACTIVE
003040             MOVE "N" TO WS-ISSUE-REASON
003050         WHEN LOST-CARD-REPORTED
003060             MOVE "L" TO WS-ISSUE-REASON
003070         WHEN WS-CUR-CARD-NAME NOT = SI-STUDENT-NAME
003080             MOVE "R" TO WS-ISSUE-REASON
003090         WHEN OTHER
003100             MOVE SPACE TO WS-ISSUE-REASON
003110     END-EVALUATE
003120     IF NO-CARD-NEEDED
003130         ADD 1 TO WS-UNCHANGED-COUNT
003140     ELSE
003150         PERFORM 4000-ISSUE-CARD
003160     END-IF
003170     PERFORM 2000-READ-IDENTITY.

003180***************************************************************
003190* 3100-FIND-CURRENT-CARD
003200* The card number leads with the student ID, so starting at the
003210* ID with a zero sequence reads the student's cards oldest
003220* first; the last one read is the current card.
003230***************************************************************
003240 3100-FIND-CURRENT-CARD.
003250     MOVE "N" TO WS-CARD-FOUND-SWITCH
003260     MOVE "N" TO WS-CARD-SCAN-SWITCH
003270     MOVE ZEROES TO WS-CUR-CARD-NUMBER
003280     MOVE ZEROES TO WS-CUR-ISSUE-SEQ
003290     MOVE SPACES TO WS-CUR-CARD-NAME
003300     MOVE SPACES TO WS-CUR-CARD-STATUS
003310     MOVE SI-STUDENT-ID TO CI-STUDENT-ID
003320     MOVE ZEROES TO CI-ISSUE-SEQ
003330     MOVE ZEROES TO CI-CHECK-DIGIT
003340     START CARD-REGISTER KEY IS NOT LESS THAN CI-CARD-NUMBER
003350         INVALID KEY
003360             SET CARD-SCAN-DONE TO TRUE
003370     END-START
003380     PERFORM 3110-READ-NEXT-CARD
003390     PERFORM 3120-NOTE-ONE-CARD UNTIL CARD-SCAN-DONE.

003400***************************************************************
003410* 3110-READ-NEXT-CARD
003420***************************************************************
003430 3110-READ-NEXT-CARD.
003440     IF NOT CARD-SCAN-DONE
003450         READ CARD-REGISTER NEXT RECORD
003460             AT END SET CARD-SCAN-DONE TO TRUE
003470         END-READ
003480     END-IF
003490     IF NOT CARD-SCAN-DONE
003500         AND CI-STUDENT-ID NOT = SI-STUDENT-ID
003510         SET CARD-SCAN-DONE TO TRUE
003520     END-IF.

003530***************************************************************
003540* 3120-NOTE-ONE-CARD
003550***************************************************************
003560 3120-NOTE-ONE-CARD.
003570     SET CARD-ON-FILE TO TRUE
003580     MOVE CI-CARD-NUMBER TO WS-CUR-CARD-NUMBER
003590     MOVE CI-ISSUE-SEQ TO WS-CUR-ISSUE-SEQ
003600     MOVE CI-STUDENT-NAME TO WS-CUR-CARD-NAME
003610     MOVE CI-CARD-STATUS TO WS-CUR-CARD-STATUS
003620     PERFORM 3110-READ-NEXT-CARD.

003630***************************************************************
003640* 3200-CHECK-LOST-CARD
003650* Whether today's deck reports this student's card lost; the
003660* request is marked taken either way, so it is not reported
003670* back as unmatched.
003680***************************************************************
003690 3200-CHECK-LOST-CARD.
003700     MOVE "N" TO WS-LOST-SWITCH
003710     PERFORM 3210-TEST-ONE-LOST-CARD
003720         VARYING WS-LOST-SUB FROM 1 BY 1
003730         UNTIL WS-LOST-SUB > WS-LOST-COUNT.

003740***************************************************************
003750* 3210-TEST-ONE-LOST-CARD
003760***************************************************************
003770 3210-TEST-ONE-LOST-CARD.
003780     IF WS-LOST-ID (WS-LOST-SUB) = SI-STUDENT-ID
003790         SET LOST-CARD-REPORTED TO TRUE
003800         MOVE "Y" TO WS-LOST-DONE (WS-LOST-SUB)
003810     END-IF.

003820***************************************************************
003830* 4000-ISSUE-CARD
003840* The next issue sequence for the student, with its check
003850* digit.  The card being replaced is voided before the new one
003860* is entered, so a run that stops between the two leaves the
003870* student short a card -- reissued on the next run -- rather
003880* than holding two good ones.
003890***************************************************************
003900 4000-ISSUE-CARD.
003910     IF CARD-ON-FILE AND WS-CUR-ISSUE-SEQ NOT < WS-MAX-ISSUE-SEQ
003920         DISPLAY "*** STUDENT " SI-STUDENT-ID " HAS USED ALL "
003930             WS-MAX-ISSUE-SEQ " CARD NUMBERS - no card issued, "
003940             "refer to the registrar ***"
003950         ADD 1 TO WS-EXHAUSTED-COUNT
003960     ELSE
003970         IF CARD-ON-FILE
003980             ADD 1 TO WS-CUR-ISSUE-SEQ GIVING WS-NEW-ISSUE-SEQ
003990         ELSE
004000             MOVE 1 TO WS-NEW-ISSUE-SEQ
004010         END-IF
004020         SUBTRACT 1 FROM WS-NEW-ISSUE-SEQ GIVING WS-REISSUE-COUNT
004030         MOVE SI-STUDENT-ID TO CKD-STUDENT-ID
004040         MOVE WS-NEW-ISSUE-SEQ TO CKD-ISSUE-SEQ
004050         PERFORM ZK-BUILD-CARD-NUMBER
004060         MOVE CKD-CARD-NUMBER TO WS-NEW-CARD-NUMBER
004070         IF CARD-ON-FILE AND CUR-CARD-ACTIVE
004080             PERFORM 4100-VOID-CURRENT-CARD
004090         END-IF
004100         PERFORM 4200-WRITE-REGISTER
004110         PERFORM 4300-WRITE-CARD-IMAGE
004120         ADD 1 TO WS-CARDS-ISSUED
004130         EVALUATE TRUE
004140             WHEN ISSUE-NEW
004150                 ADD 1 TO WS-NEW-COUNT
004160                 MOVE "NEW STUDENT" TO WS-REASON-TEXT
004170             WHEN ISSUE-RENAMED
004180                 ADD 1 TO WS-RENAMED-COUNT
004190                 MOVE "RENAMED" TO WS-REASON-TEXT
004200             WHEN ISSUE-LOST
004210                 ADD 1 TO WS-LOST-ISSUED-COUNT
004220                 MOVE "LOST CARD" TO WS-REASON-TEXT
004230         END-EVALUATE
004240         DISPLAY "Card " WS-NEW-CARD-NUMBER " " SI-STUDENT-NAME
004250             " " WS-REASON-TEXT " reissue " WS-REISSUE-COUNT
004260     END-IF.

004270***************************************************************
004280* 4100-VOID-CURRENT-CARD
004290***************************************************************
004300 4100-VOID-CURRENT-CARD.
004310     MOVE WS-CUR-CARD-NUMBER TO CI-CARD-NUMBER
004320     READ CARD-REGISTER
004330         INVALID KEY
004340             CONTINUE
004350     END-READ
004360     MOVE "V" TO CI-CARD-STATUS
004370     MOVE BDT-BUSINESS-DATE TO CI-VOID-DATE
004380     MOVE WS-NEW-CARD-NUMBER TO CI-REPLACED-BY
004390     REWRITE CARD-ISSUE-RECORD
004400     MOVE WS-CARDISS-STATUS TO IOC-STATUS
004410     MOVE "CARDISS" TO IOC-FILE-NAME
004420     PERFORM ZZ-CHECK-WRITE
004430     ADD 1 TO WS-VOIDED-COUNT
004440     DISPLAY "Card " WS-CUR-CARD-NUMBER " voided".

004450***************************************************************
004460* 4200-WRITE-REGISTER
004470***************************************************************
004480 4200-WRITE-REGISTER.
004490     MOVE SPACES TO CARD-ISSUE-RECORD
004500     MOVE WS-NEW-CARD-NUMBER TO CI-CARD-NUMBER
004510     MOVE SI-STUDENT-NAME TO CI-STUDENT-NAME
004520     MOVE WS-CURRENT-TERM TO CI-TERM
004530     MOVE BDT-BUSINESS-DATE TO CI-ISSUE-DATE
004540     MOVE WS-ISSUE-REASON TO CI-ISSUE-REASON
004550     MOVE WS-REISSUE-COUNT TO CI-REISSUE-COUNT
004560     MOVE "A" TO CI-CARD-STATUS
004570     MOVE ZEROES TO CI-VOID-DATE
004580     MOVE ZEROES TO CI-REPLACED-BY
004590     WRITE CARD-ISSUE-RECORD
004600     MOVE WS-CARDISS-STATUS TO IOC-STATUS
004610     MOVE "CARDISS" TO IOC-FILE-NAME
004620     PERFORM ZZ-CHECK-WRITE.

004630***************************************************************
004640* 4300-WRITE-CARD-IMAGE
004650* The bar code carries the card number between the code 39
004660* start and stop characters.
004670***************************************************************
004680 4300-WRITE-CARD-IMAGE.
004690     MOVE SPACES TO CARD-PRINT-RECORD
004700     MOVE WS-NEW-CARD-NUMBER TO CP-CARD-NUMBER
004710     MOVE SI-STUDENT-ID TO CP-STUDENT-ID
004720     MOVE SI-STUDENT-NAME TO CP-STUDENT-NAME
004730     STRING "*" WS-NEW-CARD-NUMBER "*"
004740         DELIMITED BY SIZE INTO CP-BARCODE-DATA
004750     MOVE CKD-CARD-DIGIT TO CP-CHECK-DIGIT
004760     MOVE WS-CURRENT-TERM TO CP-TERM
004770     MOVE BDT-BUSINESS-DATE TO CP-ISSUE-DATE
004780     MOVE WS-REISSUE-COUNT TO CP-REISSUE-COUNT
004790     MOVE WS-ISSUE-REASON TO CP-ISSUE-REASON
004800     WRITE CARD-PRINT-RECORD
004810     MOVE WS-CARDPRT-STATUS TO IOC-STATUS
004820     MOVE "CARDPRT" TO IOC-FILE-NAME
004830     PERFORM ZZ-CHECK-WRITE.

004840***************************************************************
004850* 5000-REPORT-UNMATCHED-LOST
004860* A lost card reported for an ID that is not on the identity
004870* master cut nothing -- the registrar has to see it.
004880***************************************************************
004890 5000-REPORT-UNMATCHED-LOST.
004900     IF WS-LOST-DONE (WS-LOST-SUB) = "N"
004910         DISPLAY "*** LOST CARD FOR STUDENT "
004920             WS-LOST-ID (WS-LOST-SUB)
004930             " - NOT ON THE IDENTITY MASTER, no card ***"
004940         ADD 1 TO WS-REJECTED-COUNT
004950     END-IF.

004960***************************************************************
004970* 9100-WRITE-RUN-SUMMARY
004980* One standard record per run to the shared RUNLOG operations
004990* file, for the night-end opsReport.
005000***************************************************************
005010 9100-WRITE-RUN-SUMMARY.
005020     OPEN EXTEND RUN-LOG-FILE
005030     IF NOT RUNLOG-OK
005040         OPEN OUTPUT RUN-LOG-FILE
005050     END-IF
005060     MOVE "IDCARD" TO RS-PROGRAM
005070     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
005080     ACCEPT RS-RUN-TIME FROM TIME
005090     MOVE WS-RUN-START-TIME TO RS-START-TIME
005100     MOVE WS-IDENTITIES-READ TO RS-RECORDS-READ
005110     MOVE WS-CARDS-ISSUED TO RS-RECORDS-POSTED
005120     ADD WS-EXHAUSTED-COUNT WS-REJECTED-COUNT
005130         GIVING RS-RECORDS-REJECTED
005140     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
005150     WRITE RUN-SUMMARY-RECORD
005160     CLOSE RUN-LOG-FILE.

005170***************************************************************
005180* ZK-BUILD-CARD-NUMBER (from the shared CARDPRC copybook)
005190***************************************************************
005200     COPY CARDPRC.

005210***************************************************************
005220* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005230***************************************************************
005240     COPY IOCHKPRC.

005250*****************************************************************
005260* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005270*****************************************************************
005280     COPY BIZDTPRC.
